001320*                     SO THE MIRROR CARRIES THE ABSENCE REASON
001330*                     DETERMINATION AND THE NO-NOTE SWEEP CAN
001340*                     WORK FROM THE LATEST VERSION OF EACH DAY.
001340*    2026-10-15  RVM  ADDED AV-DESK-FLAG. 'D' MARKS A ROW POSTED
001340*                     BY THE GSSN FRONT-DESK SIGN-IN/SIGN-OUT
001340*                     TRANSACTION THAT THE NIGHTLY ATTEND PHASE
001340*                     HAS NOT YET CARRIED TO ATTNDLOG; SPACE ON
001340*                     EVERY ROW WRITTEN BY THE BATCH. CLUSTER
001340*                     RECORDSIZE IS NOW 21.
001400******************************************************************
001500*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001600*        01  ATTEND-VSAM-RECORD.
002300     05  AV-CORRECTION-FLAG          PIC X(01).
002400     05  AV-REASON-CODE              PIC X(02).
002500     05  AV-EXCUSED-FLAG             PIC X(01).
002600     05  AV-DESK-FLAG                PIC X(01).
