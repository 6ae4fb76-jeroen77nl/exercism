001900*    STUDENT) THAT THE GSEXIT PACKAGE AND GSVERIFY LETTERS       *
002000*    SURFACE, AND PRINTS THE UNRETURNED-ITEMS REPORT             *
002100*    (ASSETUNR). SEE JCL/GSASSET.JCL.                            *
002110*    OPEN LOCKER DAMAGE CHARGES (LOCKCHRG, COPY LCHGREC, KEPT    *
002130*    BY GSLOCKER) COUNT ON THE HOLD TOO - ONE ITEM AND THE       *
002150*    AMOUNT FOR EACH, SO A STUDENT WHO OWES ONLY FOR A LOCKER    *
002170*    STILL HAS A HOLD RECORD.                                    *
002200******************************************************************
002300*    MOD-LOG
002400*    DATE       INIT  DESCRIPTION
002500*    2026-09-01  RVM  ORIGINAL VERSION.
002550*    2026-10-15  RVM  OPEN LOCKCHRG DAMAGE CHARGES ADDED TO THE
002560*                     OBLGHOLD ITEM COUNT AND VALUE DUE.
002566*    2026-10-15  RVM  THE UNRETURNED REPORT NOW OPENS WITH THE
002572*                     BUSINESS DATE (BUSDATE, COPY BDATREC),
002578*                     FLAGGED WHEN A RERUN OVERRIDE IS ON, SO AN
002584*                     AUDITOR CAN SEE WHICH BUSINESS DAY IT
002590*                     REPRESENTS.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004700     SELECT UNRETURNED-RPT ASSIGN TO ASSETUNR
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-ASSETUNR-STATUS.
004910     SELECT LOCKER-CHARGE-FILE ASSIGN TO LOCKCHRG
004920         ORGANIZATION IS LINE SEQUENTIAL
004930         FILE STATUS IS WS-LOCKCHRG-STATUS.
004947     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004964         ORGANIZATION IS LINE SEQUENTIAL
004981         FILE STATUS IS WS-BUSDATE-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  ASSET-MASTER-FILE
008000 FD  UNRETURNED-RPT
008100     LABEL RECORDS ARE STANDARD.
008200 01  UNRETURNED-LINE             PIC X(90).
008210 FD  LOCKER-CHARGE-FILE
008220     LABEL RECORDS ARE STANDARD.
008230 01  LOCKER-CHARGE-RECORD.
008240     COPY LCHGREC.
008252 FD  BUSINESS-DATE-FILE
008264     LABEL RECORDS ARE STANDARD.
008276 01  BUSINESS-DATE-RECORD.
008288     COPY BDATREC.
008300 WORKING-STORAGE SECTION.
008400 01  WS-ASSETMST-STATUS       PIC X(02).
008500 01  WS-ASSTTRN-STATUS        PIC X(02).
008700 01  WS-ROSTER-FILE-STATUS    PIC X(02).
008800 01  WS-OBLGHOLD-STATUS       PIC X(02).
008900 01  WS-ASSETUNR-STATUS       PIC X(02).
008950 01  WS-LOCKCHRG-STATUS       PIC X(02).
009000 01  i                        PIC 9(05).
009100 01  j                        PIC 9(05).
009200******************************************************************
012200         10  OUT-BARCODE      PIC X(12).
012300         10  OUT-DATE         PIC 9(08).
012400 01  WS-OUT-ROW               PIC 9(04).
012410******************************************************************
012415*    THE OPEN LOCKER DAMAGE CHARGES, BY STUDENT, MERGED INTO     *
012420*    THE HOLD FILE AS IT IS WRITTEN.                             *
012425******************************************************************
012430 77  WS-LCK-MAX               PIC 9(04) VALUE 3000.
012435 01  WS-LCK-COUNT             PIC 9(04) VALUE ZERO.
012440 01  LCK-TABLE.
012445     05  LCK-ROW              OCCURS 0 TO 3000 TIMES
012450                              DEPENDING ON WS-LCK-COUNT
012455                              INDEXED BY LCK-IDX.
012460         10  LCK-STUDENT-ID   PIC 9(07).
012465         10  LCK-AMOUNT       PIC 9(04)V99.
012470 01  WS-LCK-ROW               PIC 9(04).
012475 01  WS-LCK-STUDENT           PIC 9(07).
012500 01  WS-CHECKOUTS             PIC 9(05) VALUE ZERO.
012600 01  WS-RETURNS               PIC 9(05) VALUE ZERO.
012700 01  WS-REJECTS               PIC 9(05) VALUE ZERO.
014200     05  UNR-D-DESC           PIC X(25).
014300     05  FILLER               PIC X(02) VALUE SPACES.
014400     05  UNR-D-VALUE          PIC ZZZ9.99.
014407******************************************************************
014414*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
014421*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
014428*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
014435******************************************************************
014442 01  WS-BUSDATE-STATUS        PIC X(02).
014449 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
014456 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
014463 01  BUS-DATE-HEADING.
014470     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
014477     05  BDH-DATE             PIC 9(08).
014484     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
014500 PROCEDURE DIVISION.
014600 MAINLINE.
014700******************************************************************
014900*    CHECKOUT/RETURN CARDS AND AT YEAR END FOR THE UNRETURNED    *
015000*    SWEEP.                                                      *
015100******************************************************************
015150     perform read-business-date
015200     perform load-item-master
015300     perform load-roster-table
015400     perform load-open-checkouts
015450     perform load-locker-charges
015500     perform process-asset-transactions
015600     perform save-open-checkouts
015700     perform rewrite-hold-file
022700         close checkout-file
022800     end-if
022900     .
022910 LOAD-LOCKER-CHARGES.
022913******************************************************************
022916*    ONLY THE OPEN ('O') CHARGES. NO LOCKCHRG IS NO CHARGES.     *
022919******************************************************************
022922     move zero to ws-lck-count
022925     open input locker-charge-file
022928     if ws-lockchrg-status = '00'
022931         perform until ws-lockchrg-status not = '00'
022934             read locker-charge-file next record
022937             if ws-lockchrg-status = '00'
022940                 and lc-status = 'O'
022943                 and ws-lck-count < ws-lck-max
022946                 add 1 to ws-lck-count
022949                 move lc-student-id
022952                     to lck-student-id(ws-lck-count)
022955                 move lc-amount
022958                     to lck-amount(ws-lck-count)
022961             end-if
022964         end-perform
022967         close locker-charge-file
022970     end-if
022973     if ws-lck-count > 1
022976         sort lck-row ascending key lck-student-id
022979     end-if
022982     .
023000 SAVE-OPEN-CHECKOUTS.
023100     open output checkout-file
023200     if ws-assetout-status = '00'
033200*    ONE HOLD RECORD PER STUDENT WITH ANYTHING STILL OUT - THE   *
033300*    TABLE IS SORTED BY STUDENT SO EACH STUDENT'S ITEMS SIT      *
033400*    TOGETHER AND ONE PASS WRITES THE COUNTS AND VALUE DUE.      *
033410*    THE LOCKER CHARGES, ALSO BY STUDENT, ARE MERGED IN ON THE   *
033420*    SAME PASS.                                                  *
033500******************************************************************
033600     sort out-row ascending key out-student-id out-barcode
033700     move zero to ws-hold-students
034500     move zero to ws-prev-student
034600     move zero to ws-hold-items
034700     move zero to ws-hold-value
034750     move 1 to ws-lck-row
034800     perform varying j from 1 by 1 until j > ws-out-count
034900         if out-student-id(j) not = ws-prev-student
035000             if ws-prev-student not = zero
036000     if ws-prev-student not = zero
036100         perform write-one-hold
036200     end-if
036210     move 9999999 to ws-prev-student
036220     perform write-charge-only-holds
036300     close hold-file
036400     .
036500 ADD-ITEM-VALUE.
037000     end-perform
037100     .
037200 WRITE-ONE-HOLD.
037210     perform write-charge-only-holds
037220     perform varying ws-lck-row from ws-lck-row by 1
037230             until ws-lck-row > ws-lck-count
037240                or lck-student-id(ws-lck-row)
037245                   not = ws-prev-student
037250         add 1 to ws-hold-items
037260         add lck-amount(ws-lck-row) to ws-hold-value
037270     end-perform
037300     move ws-prev-student to ob-student-id
037400     move ws-hold-items   to ob-item-count
037500     move ws-hold-value   to ob-value-due
037600     write obligation-hold-record
037700     add 1 to ws-hold-students
037800     .
037810 WRITE-CHARGE-ONLY-HOLDS.
037813******************************************************************
037816*    STUDENTS AHEAD OF WS-PREV-STUDENT WHO OWE ONLY LOCKER       *
037819*    CHARGES - ONE HOLD RECORD EACH.                             *
037822******************************************************************
037825     perform until ws-lck-row > ws-lck-count
037828             or lck-student-id(ws-lck-row) not < ws-prev-student
037831         move lck-student-id(ws-lck-row) to ws-lck-student
037834         move ws-lck-student to ob-student-id
037837         move zero to ob-item-count
037840         move zero to ob-value-due
037843         perform varying ws-lck-row from ws-lck-row by 1
037846                 until ws-lck-row > ws-lck-count
037849                    or lck-student-id(ws-lck-row)
037852                       not = ws-lck-student
037855             add 1 to ob-item-count
037858             add lck-amount(ws-lck-row) to ob-value-due
037861         end-perform
037864         write obligation-hold-record
037867         add 1 to ws-hold-students
037870     end-perform
037873     .
037900 PRINT-UNRETURNED-REPORT.
038000     open output unreturned-rpt
038100     if ws-assetunr-status not = '00'
038300             ws-assetunr-status
038400         move 1 to return-code
038500     else
038550         write unreturned-line from bus-date-heading
038600         write unreturned-line from unr-heading
038700         perform varying j from 1 by 1 until j > ws-out-count
038800             move out-student-id(j) to unr-d-id
040900         close unreturned-rpt
041000     end-if
041100     .
041200 READ-BUSINESS-DATE.
041300******************************************************************
041400*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
041500*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
041600*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
041700******************************************************************
041800     open input business-date-file
041900     if ws-busdate-status not = '00'
042000         display 'COULD NOT OPEN BUSDATE - STATUS '
042100             ws-busdate-status
042200         move 16 to return-code
042300         stop run
042400     end-if
042500     read business-date-file next record
042600     if ws-busdate-status not = '00'
042700         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
042800             ws-busdate-status
042900         move 16 to return-code
043000         stop run
043100     end-if
043200     close business-date-file
043300     move bd-business-date to ws-business-date
043400     if bd-override-date not = zero
043500         move bd-override-date to ws-business-date
043600         move 'Y' to ws-bus-date-override
043700         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
043800             bd-override-date ' SET BY ' bd-override-operator
043900         display '    REASON: ' bd-override-reason
044000     end-if
044100     move ws-business-date to bdh-date
044200     if ws-bus-date-override = 'Y'
044300         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
044400             to bdh-override
044500     end-if
044600     .
