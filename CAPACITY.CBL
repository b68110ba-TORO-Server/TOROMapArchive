000100*****************************************************************
000200* PROGRAM:     CAPACITY
000300* PURPOSE:     STORAGE CAPACITY REPORT FOR THE HOSTING PLAN'S
000400*              STORAGE CEILING. ADDS UP THE BYTE SIZE OF EVERY
000500*              PUBLISHED MAP IN EVERY SUBFOLDER'S MAP-MASTER.DAT
000600*              (THE SUBFOLDERS LISTED IN SUBFOLDER-LIST.DAT, OR
000700*              THE CURRENT DIRECTORY ALONE WITHOUT ONE) AND
000800*              WRITES CAPACITY.RPT: TOTAL BYTES BY SUBFOLDER,
000900*              CATEGORY AND UPLOADER, MONTH-OVER-MONTH GROWTH BY
001000*              UPLOAD MONTH, AND THE DATE EACH SUBFOLDER IS
001100*              PROJECTED TO REACH ITS LIMIT. A SUBFOLDER PAST THE
001200*              WARNING THRESHOLD RAISES AN OPERATOR-ALERT.DAT
001300*              LINE.
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. Capacity IS INITIAL PROGRAM.
001700 AUTHOR. R-WALLACE.
001800 INSTALLATION. TORO-MAP-ARCHIVE.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED.
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300* ------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* ---------- ----  -----------------------------------------------
002600* 2026-10-15 RW    INITIAL VERSION. LIMITS AND QUOTAS COME FROM
002700*                  THE OPTIONAL CAPACITY-CONTROL.DAT (KEY=VALUE,
002800*                  ONE PER LINE, LIKE AUDIT-TREND-CONTROL.DAT):
002900*                  SUBFOLDER-LIMIT AND UPLOADER-QUOTA ARE THE
003000*                  DEFAULT BYTE CEILINGS, LIMIT:<SUBFOLDER> AND
003100*                  QUOTA:<UPLOADER> OVERRIDE THEM FOR ONE
003200*                  SUBFOLDER OR UPLOADER, WARN-PERCENT (DEFAULT
003300*                  90) IS THE ALERT THRESHOLD AND GROWTH-DAYS
003400*                  (DEFAULT 90) THE TRAILING WINDOW WHOSE UPLOADS
003500*                  SET THE GROWTH RATE FOR THE PROJECTION. A
003600*                  CEILING OF ZERO OR NONE AT ALL MEANS NO LIMIT.
003700*                  THE CURRENT DIRECTORY IS NAMED "." WHEN THERE
003800*                  IS NO SUBFOLDER LIST. MAPINTAKE READS THE SAME
003900*                  FILE TO ENFORCE THE QUOTAS AT INTAKE. ALERT
004000*                  LINES ARE APPENDED TO OPERATOR-ALERT.DAT, SO
004100*                  IN THE DAILY CYCLE THIS STEP BELONGS AFTER
004200*                  AUDITTREND, WHICH STARTS THAT FILE AFRESH.
004300*                  CALLABLE AS A CYCLE-DRIVER STEP (INITIAL, ENDS
004400*                  WITH GOBACK).
004500*-----------------------------------------------------------------

004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT SubfolderListFile ASSIGN TO 'SUBFOLDER-LIST.DAT'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CP-SUBFOLDER-STATUS.

005200     SELECT ControlFile ASSIGN TO 'CAPACITY-CONTROL.DAT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS CP-CTL-STATUS.

005500     SELECT MasterFile ASSIGN TO DYNAMIC CP-MASTER-ASSIGN
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS CP-MASTER-NAME
005900         FILE STATUS IS CP-MASTER-STATUS.

006000     SELECT ReportFile ASSIGN TO 'CAPACITY.RPT'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS CP-RPT-STATUS.

006300     SELECT AlertFile ASSIGN TO 'OPERATOR-ALERT.DAT'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS CP-ALERT-STATUS.

006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  SubfolderListFile.
006900 01  CP-SUBFOLDER-RECORD           PIC X(200).

007000 FD  ControlFile.
007100 01  CP-CONTROL-RECORD             PIC X(300).

007200*-----------------------------------------------------------------
007300* MAP MASTER OF ONE SUBFOLDER - WRITTEN BY GENERATEREADME; THE
007400* RECORD LAYOUT MUST MATCH THE ONE DECLARED THERE
007500*-----------------------------------------------------------------
007600 FD  MasterFile.
007700 01  CP-MASTER-RECORD.
007800     05  CP-MASTER-NAME            PIC X(256).
007900     05  CP-MASTER-CATEGORY        PIC X(30).
008000     05  CP-MASTER-DESC            PIC X(200).
008100     05  CP-MASTER-UPLOADER        PIC X(60).
008200     05  CP-MASTER-DATE            PIC X(10).
008300     05  CP-MASTER-SIZE            PIC X(12).
008400     05  CP-MASTER-CHECKSUM        PIC X(64).
008500     05  CP-MASTER-DLCOUNT         PIC 9(09).

008600 FD  ReportFile.
008700 01  CP-REPORT-RECORD              PIC X(132).

008800 FD  AlertFile.
008900 01  CP-ALERT-RECORD               PIC X(132).

009000 WORKING-STORAGE SECTION.
009100*-----------------------------------------------------------------
009200* SWITCHES
009300*-----------------------------------------------------------------
009400 01  CP-SWITCHES.
009500     05  CP-SUBFOLDER-EOF-FLAG     PIC X     VALUE 'N'.
009600         88  End-Of-Subfolder-List           VALUE 'Y'.
009700         88  Not-End-Of-Subfolder-List       VALUE 'N'.
009800     05  CP-CTL-EOF-FLAG           PIC X     VALUE 'N'.
009900         88  End-Of-Control                  VALUE 'Y'.
010000         88  Not-End-Of-Control              VALUE 'N'.
010100     05  CP-MASTER-EOF-FLAG        PIC X     VALUE 'N'.
010200         88  End-Of-Master                   VALUE 'Y'.
010300         88  Not-End-Of-Master               VALUE 'N'.
010400     05  CP-INIT-SW                PIC X     VALUE 'Y'.
010500         88  CP-Init-Ok                      VALUE 'Y'.
010600         88  CP-Init-Failed                  VALUE 'N'.
010700     05  CP-FOUND-SW               PIC X     VALUE 'N'.
010800         88  CP-Entry-Found                  VALUE 'Y'.
010900         88  CP-Entry-Not-Found              VALUE 'N'.
011000     05  CP-ALERT-SW               PIC X     VALUE 'N'.
011100         88  CP-Alert-Raised                 VALUE 'Y'.
011200     05  CP-OVERFLOW-SW            PIC X     VALUE 'N'.
011300         88  CP-Table-Overflowed             VALUE 'Y'.

011400*-----------------------------------------------------------------
011500* FILE STATUS CODES
011600*-----------------------------------------------------------------
011700 77  CP-SUBFOLDER-STATUS           PIC X(02) VALUE SPACES.
011800 77  CP-CTL-STATUS                 PIC X(02) VALUE SPACES.
011900 77  CP-MASTER-STATUS              PIC X(02) VALUE SPACES.
012000 77  CP-RPT-STATUS                 PIC X(02) VALUE SPACES.
012100 77  CP-ALERT-STATUS               PIC X(02) VALUE SPACES.

012200*-----------------------------------------------------------------
012300* LIMITS AND THRESHOLDS - OVERRIDDEN BY CAPACITY-CONTROL.DAT. A
012400* CEILING OF ZERO MEANS NO LIMIT
012500*-----------------------------------------------------------------
012600 77  CP-SUBFOLDER-LIMIT            PIC 9(15) VALUE ZERO.
012700 77  CP-UPLOADER-QUOTA             PIC 9(15) VALUE ZERO.
012800 77  CP-WARN-PERCENT               PIC 9(03) VALUE 90.
012900 77  CP-GROWTH-DAYS                PIC 9(03) VALUE 90.

013000*-----------------------------------------------------------------
013100* COUNTERS AND WORK AREAS
013200*-----------------------------------------------------------------
013300 77  CP-FOLDER-COUNT               PIC 9(03) COMP VALUE ZERO.
013400 77  CP-FOLDER-IDX                 PIC 9(03) COMP VALUE ZERO.
013500 77  CP-CAT-COUNT                  PIC 9(03) COMP VALUE ZERO.
013600 77  CP-UPL-COUNT                  PIC 9(05) COMP VALUE ZERO.
013700 77  CP-MONTH-COUNT                PIC 9(03) COMP VALUE ZERO.
013800 77  CP-MONTH-SLOT                 PIC 9(03) COMP VALUE ZERO.
013900 77  CP-LIMIT-COUNT                PIC 9(03) COMP VALUE ZERO.
014000 77  CP-QUOTA-COUNT                PIC 9(03) COMP VALUE ZERO.
014100 77  CP-MAP-COUNT                  PIC 9(07) COMP VALUE ZERO.
014200 77  CP-UNSIZED-COUNT              PIC 9(07) COMP VALUE ZERO.
014300 77  CP-UNDATED-COUNT              PIC 9(07) COMP VALUE ZERO.
014400 77  CP-WARNING-COUNT              PIC 9(05) COMP VALUE ZERO.
014500 77  CP-TOTAL-BYTES                PIC 9(15) COMP VALUE ZERO.
014600 77  CP-RUNNING-BYTES              PIC 9(15) COMP VALUE ZERO.
014700 77  CP-PRIOR-BYTES                PIC 9(15) COMP VALUE ZERO.
014800 77  CP-SIZE-N                     PIC 9(15) COMP VALUE ZERO.
014900 77  CP-CEILING                    PIC 9(15) COMP VALUE ZERO.
015000 77  CP-REMAINING                  PIC 9(15) COMP VALUE ZERO.
015100 77  CP-DAYS-TO-LIMIT              PIC 9(09) COMP VALUE ZERO.
015200 77  CP-DELTA-BYTES                PIC S9(15) COMP VALUE ZERO.
015300 77  CP-PCT-WORK                   PIC 9(05)V9 COMP VALUE ZERO.
015400 77  CP-TODAY-RAW                  PIC 9(08) VALUE ZERO.
015500 77  CP-TODAY-INT                  PIC 9(08) COMP VALUE ZERO.
015600 77  CP-WORK-INT                   PIC 9(08) COMP VALUE ZERO.
015700 77  CP-WORK-RAW                   PIC 9(08) VALUE ZERO.
015800 01  CP-TODAY-DISPLAY              PIC X(10) VALUE SPACES.
015900 01  CP-WINDOW-START-DISPLAY       PIC X(10) VALUE SPACES.
016000 01  CP-WORK-DISPLAY               PIC X(10) VALUE SPACES.
016100 01  CP-SIZE-JUST                  PIC X(15) JUSTIFIED RIGHT.
016200 01  CP-UPLOADER-KEY               PIC X(60).
016300 01  CP-CATEGORY-KEY               PIC X(30).
016400 01  CP-MONTH-KEY                  PIC X(07).
016500 01  CP-MONTH-KEY-PARTS REDEFINES CP-MONTH-KEY.
016600     05  CP-MONTH-KEY-YYYY         PIC X(04).
016700     05  CP-MONTH-KEY-DASH         PIC X(01).
016800     05  CP-MONTH-KEY-MM           PIC X(02).

016900*-----------------------------------------------------------------
017000* SUBFOLDER TABLE - ONE ENTRY PER SCANNED MAP-MASTER.DAT
017100*-----------------------------------------------------------------
017200 01  CP-FOLDER-TABLE.
017300     05  CP-FOLDER-ENTRY           OCCURS 500 TIMES.
017400         10  CP-FOLDER-PATH        PIC X(200).
017500         10  CP-FOLDER-MAPS        PIC 9(07) COMP.
017600         10  CP-FOLDER-BYTES       PIC 9(15) COMP.
017700         10  CP-FOLDER-RECENT      PIC 9(15) COMP.
017800         10  CP-FOLDER-MASTER-SW   PIC X.
017900             88  CP-Folder-Master-Found        VALUE 'Y'.
018000             88  CP-Folder-Master-Missing      VALUE 'N'.

018100*-----------------------------------------------------------------
018200* CATEGORY, UPLOADER AND UPLOAD-MONTH TALLY TABLES. UPLOADERS
018300* ARE TALLIED UNDER THE UPPER-CASE ID, AS UPLOADER-MASTER.DAT
018400* KEEPS THEM. THE MONTH TABLE IS KEPT IN YYYY-MM ORDER AS IT
018500* FILLS
018600*-----------------------------------------------------------------
018700 01  CP-CATEGORY-TABLE.
018800     05  CP-CAT-ENTRY              OCCURS 100 TIMES
018900                                   INDEXED BY CP-CAT-IDX.
019000         10  CP-CAT-NAME           PIC X(30).
019100         10  CP-CAT-MAPS           PIC 9(07) COMP.
019200         10  CP-CAT-BYTES          PIC 9(15) COMP.
019300 01  CP-UPLOADER-TABLE.
019400     05  CP-UPL-ENTRY              OCCURS 2000 TIMES
019500                                   INDEXED BY CP-UPL-IDX.
019600         10  CP-UPL-NAME           PIC X(60).
019700         10  CP-UPL-MAPS           PIC 9(07) COMP.
019800         10  CP-UPL-BYTES          PIC 9(15) COMP.
019900 01  CP-MONTH-TABLE.
020000     05  CP-MONTH-ENTRY            OCCURS 600 TIMES
020100                                   INDEXED BY CP-MONTH-IDX.
020200         10  CP-MONTH-LABEL        PIC X(07).
020300         10  CP-MONTH-MAPS         PIC 9(07) COMP.
020400         10  CP-MONTH-BYTES        PIC 9(15) COMP.

020500*-----------------------------------------------------------------
020600* PER-SUBFOLDER LIMIT AND PER-UPLOADER QUOTA OVERRIDES FROM THE
020700* CONTROL FILE (LIMIT:<SUBFOLDER>= AND QUOTA:<UPLOADER>=)
020800*-----------------------------------------------------------------
020900 01  CP-LIMIT-TABLE.
021000     05  CP-LIMIT-ENTRY            OCCURS 500 TIMES
021100                                   INDEXED BY CP-LIMIT-IDX.
021200         10  CP-LIMIT-FOLDER       PIC X(200).
021300         10  CP-LIMIT-BYTES        PIC 9(15) COMP.
021400 01  CP-QUOTA-TABLE.
021500     05  CP-QUOTA-ENTRY            OCCURS 500 TIMES
021600                                   INDEXED BY CP-QUOTA-IDX.
021700         10  CP-QUOTA-UPLOADER     PIC X(60).
021800         10  CP-QUOTA-BYTES        PIC 9(15) COMP.

021900*-----------------------------------------------------------------
022000* DYNAMIC FILE ASSIGNMENT WORK AREA
022100*-----------------------------------------------------------------
022200 01  CP-MASTER-ASSIGN              PIC X(250).

022300*-----------------------------------------------------------------
022400* CONTROL CARD PARSE WORK AREAS
022500*-----------------------------------------------------------------
022600 01  CP-CTL-KEY                    PIC X(260).
022700 01  CP-CTL-VALUE                  PIC X(20).
022800 01  CP-CTL-VALUE-JUST             PIC X(15) JUSTIFIED RIGHT.
022900 01  CP-CTL-VALUE-N                PIC 9(15) VALUE ZERO.

023000*-----------------------------------------------------------------
023100* REPORT LINE LAYOUTS
023200*-----------------------------------------------------------------
023300 01  CP-FOLDER-LINE.
023400     05  FILLER                    PIC X(02) VALUE SPACES.
023500     05  CP-FL-FOLDER              PIC X(36).
023600     05  FILLER                    PIC X(01) VALUE SPACE.
023700     05  CP-FL-MAPS                PIC Z(06)9.
023800     05  FILLER                    PIC X(01) VALUE SPACE.
023900     05  CP-FL-BYTES               PIC Z(14)9.
024000     05  FILLER                    PIC X(01) VALUE SPACE.
024100     05  CP-FL-LIMIT               PIC X(15).
024200     05  FILLER                    PIC X(01) VALUE SPACE.
024300     05  CP-FL-PCT                 PIC X(07).
024400     05  FILLER                    PIC X(02) VALUE SPACES.
024500     05  CP-FL-PROJECTION          PIC X(16).
024600 01  CP-UPLOADER-LINE.
024700     05  FILLER                    PIC X(02) VALUE SPACES.
024800     05  CP-UL-NAME                PIC X(36).
024900     05  FILLER                    PIC X(01) VALUE SPACE.
025000     05  CP-UL-MAPS                PIC Z(06)9.
025100     05  FILLER                    PIC X(01) VALUE SPACE.
025200     05  CP-UL-BYTES               PIC Z(14)9.
025300     05  FILLER                    PIC X(01) VALUE SPACE.
025400     05  CP-UL-QUOTA               PIC X(15).
025500     05  FILLER                    PIC X(01) VALUE SPACE.
025600     05  CP-UL-PCT                 PIC X(07).
025700     05  FILLER                    PIC X(02) VALUE SPACES.
025800     05  CP-UL-FLAG                PIC X(16).
025900 01  CP-MONTH-LINE.
026000     05  FILLER                    PIC X(02) VALUE SPACES.
026100     05  CP-ML-MONTH               PIC X(07).
026200     05  FILLER                    PIC X(01) VALUE SPACE.
026300     05  CP-ML-MAPS                PIC Z(06)9.
026400     05  FILLER                    PIC X(01) VALUE SPACE.
026500     05  CP-ML-BYTES               PIC Z(14)9.
026600     05  FILLER                    PIC X(01) VALUE SPACE.
026700     05  CP-ML-CHANGE              PIC +(15)9.
026800     05  FILLER                    PIC X(01) VALUE SPACE.
026900     05  CP-ML-CUMULATIVE          PIC Z(14)9.
027000 01  CP-OUTPUT-LINE                PIC X(132).
027100 01  CP-ALERT-LINE                 PIC X(132).
027200 01  CP-COUNT-DISPLAY              PIC Z(06)9.
027300 01  CP-BYTES-DISPLAY              PIC Z(14)9.
027400 01  CP-BYTES-DISPLAY2             PIC Z(14)9.
027500 01  CP-PCT-DISPLAY                PIC ZZZZ9.9.

027600 PROCEDURE DIVISION.
027700*****************************************************************
027800* 0000-MAINLINE                                                 *
027900*****************************************************************
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
028200     IF CP-Init-Ok
028300         PERFORM 2000-SCAN-MASTERS   THRU 2000-EXIT
028400         PERFORM 3000-WRITE-FOLDERS  THRU 3000-EXIT
028500         PERFORM 3200-WRITE-CATEGORIES THRU 3200-EXIT
028600         PERFORM 3300-WRITE-UPLOADERS THRU 3300-EXIT
028700         PERFORM 3400-WRITE-GROWTH   THRU 3400-EXIT
028800         PERFORM 3500-WRITE-SUMMARY  THRU 3500-EXIT
028900     END-IF
029000     PERFORM 9000-TERMINATE         THRU 9000-EXIT
029100     GOBACK.

029200*****************************************************************
029300* 1000-INITIALIZE - OPEN THE REPORT FIRST (SAME PATTERN AS      *
029400*                 RECONCILE), WORK OUT THE RUN DATE AND THE     *
029500*                 START OF THE GROWTH WINDOW, PICK UP THE       *
029600*                 CONTROL SETTINGS AND THE SUBFOLDER LIST       *
029700*****************************************************************
029800 1000-INITIALIZE.
029900     OPEN OUTPUT ReportFile
030000     IF CP-RPT-STATUS NOT = '00'
030100         SET CP-Init-Failed TO TRUE
030200         DISPLAY 'CAPACITY: CANNOT OPEN CAPACITY.RPT, '
030300             'STATUS=' CP-RPT-STATUS
030400         GO TO 1000-EXIT
030500     END-IF
030600     ACCEPT CP-TODAY-RAW FROM DATE YYYYMMDD
030700     MOVE SPACES TO CP-TODAY-DISPLAY
030800     STRING CP-TODAY-RAW(1:4) '-' CP-TODAY-RAW(5:2) '-'
030900         CP-TODAY-RAW(7:2) DELIMITED BY SIZE
031000         INTO CP-TODAY-DISPLAY
031100     COMPUTE CP-TODAY-INT =
031200         FUNCTION INTEGER-OF-DATE(CP-TODAY-RAW)
031300     MOVE SPACES TO CP-OUTPUT-LINE
031400     STRING 'CAPACITY REPORT  ' DELIMITED BY SIZE
031500         CP-TODAY-DISPLAY DELIMITED BY SIZE
031600         INTO CP-OUTPUT-LINE
031700     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE

031800     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
031900     IF CP-GROWTH-DAYS = ZERO
032000         MOVE 90 TO CP-GROWTH-DAYS
032100     END-IF
032200     COMPUTE CP-WORK-INT = CP-TODAY-INT - CP-GROWTH-DAYS
032300     PERFORM 1300-FORMAT-WORK-DATE THRU 1300-EXIT
032400     MOVE CP-WORK-DISPLAY TO CP-WINDOW-START-DISPLAY
032500     MOVE CP-GROWTH-DAYS TO CP-COUNT-DISPLAY
032600     MOVE SPACES TO CP-OUTPUT-LINE
032700     STRING 'GROWTH WINDOW  ' DELIMITED BY SIZE
032800         CP-WINDOW-START-DISPLAY DELIMITED BY SIZE
032900         ' THROUGH ' DELIMITED BY SIZE
033000         CP-TODAY-DISPLAY DELIMITED BY SIZE
033100         ' (' DELIMITED BY SIZE
033200         FUNCTION TRIM(CP-COUNT-DISPLAY) DELIMITED BY SIZE
033300         ' DAYS)' DELIMITED BY SIZE
033400         INTO CP-OUTPUT-LINE
033500     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
033600     PERFORM 1200-LOAD-SUBFOLDERS THRU 1200-EXIT.
033700 1000-EXIT.
033800     EXIT.

033900*****************************************************************
034000* 1100-READ-CONTROL - PARSE KEY=VALUE SETTINGS FROM THE         *
034100*                 OPTIONAL CONTROL FILE. UNKNOWN KEYS ARE       *
034200*                 IGNORED; A NON-NUMERIC VALUE IS NOTED ON THE  *
034300*                 REPORT AND LEAVES THE DEFAULT IN PLACE, SO A  *
034400*                 MISTYPED QUOTA CANNOT PASS UNNOTICED          *
034500*****************************************************************
034600 1100-READ-CONTROL.
034700     OPEN INPUT ControlFile
034800     IF CP-CTL-STATUS NOT = '00'
034900         GO TO 1100-EXIT
035000     END-IF
035100     PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
035200     PERFORM UNTIL End-Of-Control
035300         IF CP-CONTROL-RECORD NOT = SPACES
035400             PERFORM 1120-STORE-CONTROL-VALUE THRU 1120-EXIT
035500         END-IF
035600         PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
035700     END-PERFORM
035800     CLOSE ControlFile.
035900 1100-EXIT.
036000     EXIT.

036100*****************************************************************
036200* 1110-READ-CONTROL-LINE - READ ONE CONTROL FILE LINE           *
036300*****************************************************************
036400 1110-READ-CONTROL-LINE.
036500     READ ControlFile
036600         AT END
036700             SET End-Of-Control TO TRUE
036800     END-READ.
036900 1110-EXIT.
037000     EXIT.

037100*****************************************************************
037200* 1120-STORE-CONTROL-VALUE - APPLY ONE KEY=VALUE SETTING        *
037300*****************************************************************
037400 1120-STORE-CONTROL-VALUE.
037500     MOVE SPACES TO CP-CTL-KEY CP-CTL-VALUE
037600     UNSTRING CP-CONTROL-RECORD DELIMITED BY '='
037700         INTO CP-CTL-KEY CP-CTL-VALUE
037800     MOVE FUNCTION TRIM(CP-CTL-KEY) TO CP-CTL-KEY
037900     IF CP-CTL-KEY = 'INTAKE-FOLDER'
038000         GO TO 1120-EXIT
038100     END-IF
038200     MOVE FUNCTION TRIM(CP-CTL-VALUE) TO CP-CTL-VALUE-JUST
038300     INSPECT CP-CTL-VALUE-JUST REPLACING LEADING SPACE BY '0'
038400     IF CP-CTL-VALUE-JUST IS NOT NUMERIC
038500         MOVE SPACES TO CP-OUTPUT-LINE
038600         STRING 'NOTE      CAPACITY-CONTROL.DAT VALUE IGNORED: '
038700             DELIMITED BY SIZE
038800             FUNCTION TRIM(CP-CONTROL-RECORD) DELIMITED BY SIZE
038900             INTO CP-OUTPUT-LINE
039000         WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
039100         GO TO 1120-EXIT
039200     END-IF
039300     MOVE CP-CTL-VALUE-JUST TO CP-CTL-VALUE-N
039400     EVALUATE TRUE
039500         WHEN CP-CTL-KEY = 'SUBFOLDER-LIMIT'
039600             MOVE CP-CTL-VALUE-N TO CP-SUBFOLDER-LIMIT
039700         WHEN CP-CTL-KEY = 'UPLOADER-QUOTA'
039800             MOVE CP-CTL-VALUE-N TO CP-UPLOADER-QUOTA
039900         WHEN CP-CTL-KEY = 'WARN-PERCENT'
040000             MOVE CP-CTL-VALUE-N TO CP-WARN-PERCENT
040100         WHEN CP-CTL-KEY = 'GROWTH-DAYS'
040200             MOVE CP-CTL-VALUE-N TO CP-GROWTH-DAYS
040300         WHEN CP-CTL-KEY(1:6) = 'LIMIT:'
040400             AND CP-CTL-KEY(7:) NOT = SPACES
040500             IF CP-LIMIT-COUNT < 500
040600                 ADD 1 TO CP-LIMIT-COUNT
040700                 MOVE CP-CTL-KEY(7:)
040800                     TO CP-LIMIT-FOLDER(CP-LIMIT-COUNT)
040900                 MOVE CP-CTL-VALUE-N
041000                     TO CP-LIMIT-BYTES(CP-LIMIT-COUNT)
041100             ELSE
041200                 SET CP-Table-Overflowed TO TRUE
041300             END-IF
041400         WHEN CP-CTL-KEY(1:6) = 'QUOTA:'
041500             AND CP-CTL-KEY(7:) NOT = SPACES
041600             IF CP-QUOTA-COUNT < 500
041700                 ADD 1 TO CP-QUOTA-COUNT
041800                 MOVE FUNCTION UPPER-CASE(CP-CTL-KEY(7:))
041900                     TO CP-QUOTA-UPLOADER(CP-QUOTA-COUNT)
042000                 MOVE CP-CTL-VALUE-N
042100                     TO CP-QUOTA-BYTES(CP-QUOTA-COUNT)
042200             ELSE
042300                 SET CP-Table-Overflowed TO TRUE
042400             END-IF
042500     END-EVALUATE.
042600 1120-EXIT.
042700     EXIT.

042800*****************************************************************
042900* 1200-LOAD-SUBFOLDERS - LOAD THE SUBFOLDER PATHS. WITH NO LIST *
043000*                 ON FILE THE CURRENT DIRECTORY IS THE ONE      *
043100*                 FOLDER, NAMED "."                             *
043200*****************************************************************
043300 1200-LOAD-SUBFOLDERS.
043400     OPEN INPUT SubfolderListFile
043500     IF CP-SUBFOLDER-STATUS = '00'
043600         PERFORM 1210-READ-SUBFOLDER THRU 1210-EXIT
043700         PERFORM UNTIL End-Of-Subfolder-List
043800             IF FUNCTION TRIM(CP-SUBFOLDER-RECORD) NOT = SPACES
043900                 IF CP-FOLDER-COUNT < 500
044000                     ADD 1 TO CP-FOLDER-COUNT
044100                     MOVE FUNCTION TRIM(CP-SUBFOLDER-RECORD)
044200                         TO CP-FOLDER-PATH(CP-FOLDER-COUNT)
044300                 ELSE
044400                     SET CP-Table-Overflowed TO TRUE
044500                 END-IF
044600             END-IF
044700             PERFORM 1210-READ-SUBFOLDER THRU 1210-EXIT
044800         END-PERFORM
044900         CLOSE SubfolderListFile
045000     END-IF
045100     IF CP-FOLDER-COUNT = ZERO
045200         MOVE 1 TO CP-FOLDER-COUNT
045300         MOVE '.' TO CP-FOLDER-PATH(1)
045400     END-IF.
045500 1200-EXIT.
045600     EXIT.

045700*****************************************************************
045800* 1210-READ-SUBFOLDER - READ ONE LINE OF SUBFOLDER-LIST.DAT     *
045900*****************************************************************
046000 1210-READ-SUBFOLDER.
046100     READ SubfolderListFile
046200         AT END
046300             SET End-Of-Subfolder-List TO TRUE
046400     END-READ.
046500 1210-EXIT.
046600     EXIT.

046700*****************************************************************
046800* 1300-FORMAT-WORK-DATE - TURN THE DAY NUMBER IN CP-WORK-INT    *
046900*                 INTO YYYY-MM-DD IN CP-WORK-DISPLAY            *
047000*****************************************************************
047100 1300-FORMAT-WORK-DATE.
047200     COMPUTE CP-WORK-RAW = FUNCTION DATE-OF-INTEGER(CP-WORK-INT)
047300     MOVE SPACES TO CP-WORK-DISPLAY
047400     STRING CP-WORK-RAW(1:4) '-' CP-WORK-RAW(5:2) '-'
047500         CP-WORK-RAW(7:2) DELIMITED BY SIZE
047600         INTO CP-WORK-DISPLAY.
047700 1300-EXIT.
047800     EXIT.

047900*****************************************************************
048000* 2000-SCAN-MASTERS - READ EVERY SUBFOLDER'S MAP-MASTER.DAT     *
048100*****************************************************************
048200 2000-SCAN-MASTERS.
048300     PERFORM VARYING CP-FOLDER-IDX FROM 1 BY 1
048400             UNTIL CP-FOLDER-IDX > CP-FOLDER-COUNT
048500         PERFORM 2100-SCAN-ONE-MASTER THRU 2100-EXIT
048600     END-PERFORM.
048700 2000-EXIT.
048800     EXIT.

048900*****************************************************************
049000* 2100-SCAN-ONE-MASTER - READ ONE MAP-MASTER.DAT IN KEY ORDER.  *
049100*                 A MASTER THAT CANNOT BE OPENED (A SUBFOLDER   *
049200*                 GENERATEREADME HAS NEVER RUN IN) HOLDS NO     *
049300*                 PUBLISHED BYTES AND IS NOTED ON THE REPORT    *
049400*****************************************************************
049500 2100-SCAN-ONE-MASTER.
049600     MOVE ZERO TO CP-FOLDER-MAPS(CP-FOLDER-IDX)
049700         CP-FOLDER-BYTES(CP-FOLDER-IDX)
049800         CP-FOLDER-RECENT(CP-FOLDER-IDX)
049900     SET CP-Folder-Master-Missing(CP-FOLDER-IDX) TO TRUE
050000     IF CP-FOLDER-PATH(CP-FOLDER-IDX) = '.'
050100         MOVE 'MAP-MASTER.DAT' TO CP-MASTER-ASSIGN
050200     ELSE
050300         MOVE SPACES TO CP-MASTER-ASSIGN
050400         STRING FUNCTION TRIM(CP-FOLDER-PATH(CP-FOLDER-IDX))
050500             '/MAP-MASTER.DAT' DELIMITED BY SIZE
050600             INTO CP-MASTER-ASSIGN
050700     END-IF
050800     OPEN INPUT MasterFile
050900     IF CP-MASTER-STATUS NOT = '00'
051000         MOVE SPACES TO CP-OUTPUT-LINE
051100         STRING 'NOTE      ' DELIMITED BY SIZE
051200             FUNCTION TRIM(CP-MASTER-ASSIGN) DELIMITED BY SIZE
051300             ' NOT FOUND - COUNTED AS EMPTY' DELIMITED BY SIZE
051400             INTO CP-OUTPUT-LINE
051500         WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
051600         GO TO 2100-EXIT
051700     END-IF
051800     SET CP-Folder-Master-Found(CP-FOLDER-IDX) TO TRUE
051900     SET Not-End-Of-Master TO TRUE
052000     PERFORM 2110-READ-MASTER THRU 2110-EXIT
052100     PERFORM UNTIL End-Of-Master
052200         PERFORM 2200-TALLY-ONE-MAP THRU 2200-EXIT
052300         PERFORM 2110-READ-MASTER THRU 2110-EXIT
052400     END-PERFORM
052500     CLOSE MasterFile.
052600 2100-EXIT.
052700     EXIT.

052800*****************************************************************
052900* 2110-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER   *
053000*****************************************************************
053100 2110-READ-MASTER.
053200     READ MasterFile NEXT RECORD
053300         AT END
053400             SET End-Of-Master TO TRUE
053500     END-READ.
053600 2110-EXIT.
053700     EXIT.

053800*****************************************************************
053900* 2200-TALLY-ONE-MAP - ADD ONE MAP'S BYTES TO ITS SUBFOLDER,    *
054000*                 CATEGORY, UPLOADER AND UPLOAD MONTH. A MAP    *
054100*                 UPLOADED INSIDE THE GROWTH WINDOW ALSO COUNTS *
054200*                 TOWARD ITS SUBFOLDER'S GROWTH RATE            *
054300*****************************************************************
054400 2200-TALLY-ONE-MAP.
054500     PERFORM 2210-CONVERT-SIZE THRU 2210-EXIT
054600     ADD 1 TO CP-MAP-COUNT
054700     ADD CP-SIZE-N TO CP-TOTAL-BYTES
054800     ADD 1 TO CP-FOLDER-MAPS(CP-FOLDER-IDX)
054900     ADD CP-SIZE-N TO CP-FOLDER-BYTES(CP-FOLDER-IDX)
055000     IF CP-MASTER-DATE NOT < CP-WINDOW-START-DISPLAY
055100         AND CP-MASTER-DATE NOT > CP-TODAY-DISPLAY
055200         ADD CP-SIZE-N TO CP-FOLDER-RECENT(CP-FOLDER-IDX)
055300     END-IF
055400     PERFORM 2220-TALLY-CATEGORY THRU 2220-EXIT
055500     PERFORM 2230-TALLY-UPLOADER THRU 2230-EXIT
055600     PERFORM 2240-TALLY-MONTH THRU 2240-EXIT.
055700 2200-EXIT.
055800     EXIT.

055900*****************************************************************
056000* 2210-CONVERT-SIZE - THE MASTER SIZE IS TEXT; A BLANK OR       *
056100*                 NON-NUMERIC SIZE COUNTS AS ZERO BYTES AND IS  *
056200*                 COUNTED AS UNSIZED                            *
056300*****************************************************************
056400 2210-CONVERT-SIZE.
056500     MOVE ZERO TO CP-SIZE-N
056600     IF CP-MASTER-SIZE = SPACES
056700         ADD 1 TO CP-UNSIZED-COUNT
056800         GO TO 2210-EXIT
056900     END-IF
057000     MOVE FUNCTION TRIM(CP-MASTER-SIZE) TO CP-SIZE-JUST
057100     INSPECT CP-SIZE-JUST REPLACING LEADING SPACE BY '0'
057200     IF CP-SIZE-JUST IS NUMERIC
057300         MOVE CP-SIZE-JUST TO CP-SIZE-N
057400     ELSE
057500         ADD 1 TO CP-UNSIZED-COUNT
057600     END-IF.
057700 2210-EXIT.
057800     EXIT.

057900*****************************************************************
058000* 2220-TALLY-CATEGORY - BUMP (OR CREATE) THE CATEGORY ENTRY     *
058100*****************************************************************
058200 2220-TALLY-CATEGORY.
058300     MOVE FUNCTION TRIM(CP-MASTER-CATEGORY) TO CP-CATEGORY-KEY
058400     IF CP-CATEGORY-KEY = SPACES
058500         MOVE 'Uncategorized' TO CP-CATEGORY-KEY
058600     END-IF
058700     SET CP-Entry-Not-Found TO TRUE
058800     PERFORM VARYING CP-CAT-IDX FROM 1 BY 1
058900             UNTIL CP-CAT-IDX > CP-CAT-COUNT
059000                OR CP-Entry-Found
059100         IF CP-CAT-NAME(CP-CAT-IDX) = CP-CATEGORY-KEY
059200             SET CP-Entry-Found TO TRUE
059300             ADD 1 TO CP-CAT-MAPS(CP-CAT-IDX)
059400             ADD CP-SIZE-N TO CP-CAT-BYTES(CP-CAT-IDX)
059500         END-IF
059600     END-PERFORM
059700     IF CP-Entry-Not-Found
059800         IF CP-CAT-COUNT < 100
059900             ADD 1 TO CP-CAT-COUNT
060000             MOVE CP-CATEGORY-KEY TO CP-CAT-NAME(CP-CAT-COUNT)
060100             MOVE 1 TO CP-CAT-MAPS(CP-CAT-COUNT)
060200             MOVE CP-SIZE-N TO CP-CAT-BYTES(CP-CAT-COUNT)
060300         ELSE
060400             SET CP-Table-Overflowed TO TRUE
060500         END-IF
060600     END-IF.
060700 2220-EXIT.
060800     EXIT.

060900*****************************************************************
061000* 2230-TALLY-UPLOADER - BUMP (OR CREATE) THE UPLOADER ENTRY. A  *
061100*                 BLANK UPLOADER TALLIES UNDER (UNKNOWN)        *
061200*****************************************************************
061300 2230-TALLY-UPLOADER.
061400     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CP-MASTER-UPLOADER))
061500         TO CP-UPLOADER-KEY
061600     IF CP-UPLOADER-KEY = SPACES
061700         MOVE '(UNKNOWN)' TO CP-UPLOADER-KEY
061800     END-IF
061900     SET CP-Entry-Not-Found TO TRUE
062000     PERFORM VARYING CP-UPL-IDX FROM 1 BY 1
062100             UNTIL CP-UPL-IDX > CP-UPL-COUNT
062200                OR CP-Entry-Found
062300         IF CP-UPL-NAME(CP-UPL-IDX) = CP-UPLOADER-KEY
062400             SET CP-Entry-Found TO TRUE
062500             ADD 1 TO CP-UPL-MAPS(CP-UPL-IDX)
062600             ADD CP-SIZE-N TO CP-UPL-BYTES(CP-UPL-IDX)
062700         END-IF
062800     END-PERFORM
062900     IF CP-Entry-Not-Found
063000         IF CP-UPL-COUNT < 2000
063100             ADD 1 TO CP-UPL-COUNT
063200             MOVE CP-UPLOADER-KEY TO CP-UPL-NAME(CP-UPL-COUNT)
063300             MOVE 1 TO CP-UPL-MAPS(CP-UPL-COUNT)
063400             MOVE CP-SIZE-N TO CP-UPL-BYTES(CP-UPL-COUNT)
063500         ELSE
063600             SET CP-Table-Overflowed TO TRUE
063700         END-IF
063800     END-IF.
063900 2230-EXIT.
064000     EXIT.

064100*****************************************************************
064200* 2240-TALLY-MONTH - BUMP THE UPLOAD MONTH'S ENTRY, OR INSERT A *
064300*                 NEW ONE IN YYYY-MM ORDER. A MAP WITHOUT A     *
064400*                 USABLE UPLOAD DATE IS COUNTED AS UNDATED      *
064500*****************************************************************
064600 2240-TALLY-MONTH.
064700     MOVE CP-MASTER-DATE(1:7) TO CP-MONTH-KEY
064800     IF CP-MONTH-KEY-YYYY IS NOT NUMERIC
064900             OR CP-MONTH-KEY-DASH NOT = '-'
065000             OR CP-MONTH-KEY-MM IS NOT NUMERIC
065100         ADD 1 TO CP-UNDATED-COUNT
065200         GO TO 2240-EXIT
065300     END-IF
065400     MOVE ZERO TO CP-MONTH-SLOT
065500     SET CP-Entry-Not-Found TO TRUE
065600     PERFORM VARYING CP-MONTH-IDX FROM 1 BY 1
065700             UNTIL CP-MONTH-IDX > CP-MONTH-COUNT
065800                OR CP-Entry-Found
065900                OR CP-MONTH-SLOT NOT = ZERO
066000         IF CP-MONTH-LABEL(CP-MONTH-IDX) = CP-MONTH-KEY
066100             SET CP-Entry-Found TO TRUE
066200             ADD 1 TO CP-MONTH-MAPS(CP-MONTH-IDX)
066300             ADD CP-SIZE-N TO CP-MONTH-BYTES(CP-MONTH-IDX)
066400         ELSE
066500             IF CP-MONTH-LABEL(CP-MONTH-IDX) > CP-MONTH-KEY
066600                 SET CP-MONTH-SLOT TO CP-MONTH-IDX
066700             END-IF
066800         END-IF
066900     END-PERFORM
067000     IF CP-Entry-Found
067100         GO TO 2240-EXIT
067200     END-IF
067300     IF CP-MONTH-COUNT NOT < 600
067400         SET CP-Table-Overflowed TO TRUE
067500         GO TO 2240-EXIT
067600     END-IF
067700     IF CP-MONTH-SLOT = ZERO
067800         COMPUTE CP-MONTH-SLOT = CP-MONTH-COUNT + 1
067900     ELSE
068000         PERFORM VARYING CP-MONTH-IDX FROM CP-MONTH-COUNT BY -1
068100                 UNTIL CP-MONTH-IDX < CP-MONTH-SLOT
068200             MOVE CP-MONTH-ENTRY(CP-MONTH-IDX)
068300                 TO CP-MONTH-ENTRY(CP-MONTH-IDX + 1)
068400         END-PERFORM
068500     END-IF
068600     ADD 1 TO CP-MONTH-COUNT
068700     MOVE CP-MONTH-KEY TO CP-MONTH-LABEL(CP-MONTH-SLOT)
068800     MOVE 1 TO CP-MONTH-MAPS(CP-MONTH-SLOT)
068900     MOVE CP-SIZE-N TO CP-MONTH-BYTES(CP-MONTH-SLOT).
069000 2240-EXIT.
069100     EXIT.

069200*****************************************************************
069300* 3000-WRITE-FOLDERS - ONE ROW PER SUBFOLDER WITH ITS LIMIT,    *
069400*                 PERCENTAGE USED AND PROJECTED LIMIT DATE,     *
069500*                 THEN A WARNING FOR EACH SUBFOLDER PAST THE    *
069600*                 WARNING THRESHOLD                             *
069700*****************************************************************
069800 3000-WRITE-FOLDERS.
069900     MOVE SPACES TO CP-OUTPUT-LINE
070000     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
070100     MOVE 'BYTES BY SUBFOLDER' TO CP-OUTPUT-LINE
070200     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
070300     MOVE SPACES TO CP-FOLDER-LINE
070400     MOVE 'SUBFOLDER' TO CP-FL-FOLDER
070500     MOVE '          LIMIT' TO CP-FL-LIMIT
070600     MOVE '  USED%' TO CP-FL-PCT
070700     MOVE 'PROJECTED FULL' TO CP-FL-PROJECTION
070800     MOVE CP-FOLDER-LINE TO CP-OUTPUT-LINE
070900     MOVE '   MAPS' TO CP-OUTPUT-LINE(40:7)
071000     MOVE '          BYTES' TO CP-OUTPUT-LINE(48:15)
071100     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
071200     PERFORM VARYING CP-FOLDER-IDX FROM 1 BY 1
071300             UNTIL CP-FOLDER-IDX > CP-FOLDER-COUNT
071400         PERFORM 3100-WRITE-FOLDER-ROW THRU 3100-EXIT
071500     END-PERFORM
071600     MOVE SPACES TO CP-FOLDER-LINE
071700     MOVE 'TOTAL' TO CP-FL-FOLDER
071800     MOVE CP-MAP-COUNT TO CP-FL-MAPS
071900     MOVE CP-TOTAL-BYTES TO CP-FL-BYTES
072000     WRITE CP-REPORT-RECORD FROM CP-FOLDER-LINE
072100     PERFORM VARYING CP-FOLDER-IDX FROM 1 BY 1
072200             UNTIL CP-FOLDER-IDX > CP-FOLDER-COUNT
072300         PERFORM 3130-CHECK-WARNING THRU 3130-EXIT
072400     END-PERFORM.
072500 3000-EXIT.
072600     EXIT.

072700*****************************************************************
072800* 3100-WRITE-FOLDER-ROW - ONE SUBFOLDER ROW                     *
072900*****************************************************************
073000 3100-WRITE-FOLDER-ROW.
073100     MOVE SPACES TO CP-FOLDER-LINE
073200     MOVE CP-FOLDER-PATH(CP-FOLDER-IDX) TO CP-FL-FOLDER
073300     MOVE CP-FOLDER-MAPS(CP-FOLDER-IDX) TO CP-FL-MAPS
073400     MOVE CP-FOLDER-BYTES(CP-FOLDER-IDX) TO CP-FL-BYTES
073500     PERFORM 3110-FIND-FOLDER-LIMIT THRU 3110-EXIT
073600     IF CP-CEILING = ZERO
073700         MOVE '       NO LIMIT' TO CP-FL-LIMIT
073800         MOVE SPACES TO CP-FL-PCT CP-FL-PROJECTION
073900     ELSE
074000         MOVE CP-CEILING TO CP-BYTES-DISPLAY
074100         MOVE CP-BYTES-DISPLAY TO CP-FL-LIMIT
074200         COMPUTE CP-PCT-WORK ROUNDED =
074300             CP-FOLDER-BYTES(CP-FOLDER-IDX) * 100 / CP-CEILING
074400         MOVE CP-PCT-WORK TO CP-PCT-DISPLAY
074500         MOVE CP-PCT-DISPLAY TO CP-FL-PCT
074600         PERFORM 3120-PROJECT-LIMIT-DATE THRU 3120-EXIT
074700     END-IF
074800     WRITE CP-REPORT-RECORD FROM CP-FOLDER-LINE.
074900 3100-EXIT.
075000     EXIT.

075100*****************************************************************
075200* 3110-FIND-FOLDER-LIMIT - THE SUBFOLDER'S OWN LIMIT WHEN THE   *
075300*                 CONTROL FILE GIVES ONE, ELSE THE DEFAULT      *
075400*****************************************************************
075500 3110-FIND-FOLDER-LIMIT.
075600     MOVE CP-SUBFOLDER-LIMIT TO CP-CEILING
075700     SET CP-Entry-Not-Found TO TRUE
075800     PERFORM VARYING CP-LIMIT-IDX FROM 1 BY 1
075900             UNTIL CP-LIMIT-IDX > CP-LIMIT-COUNT
076000                OR CP-Entry-Found
076100         IF CP-LIMIT-FOLDER(CP-LIMIT-IDX)
076200                 = CP-FOLDER-PATH(CP-FOLDER-IDX)
076300             SET CP-Entry-Found TO TRUE
076400             MOVE CP-LIMIT-BYTES(CP-LIMIT-IDX) TO CP-CEILING
076500         END-IF
076600     END-PERFORM.
076700 3110-EXIT.
076800     EXIT.

076900*****************************************************************
077000* 3120-PROJECT-LIMIT-DATE - AT THE DAILY RATE SEEN OVER THE     *
077100*                 GROWTH WINDOW, THE DAY THE SUBFOLDER REACHES  *
077200*                 ITS LIMIT (ROUNDED UP TO A WHOLE DAY)         *
077300*****************************************************************
077400 3120-PROJECT-LIMIT-DATE.
077500     IF CP-FOLDER-BYTES(CP-FOLDER-IDX) NOT < CP-CEILING
077600         MOVE 'AT/OVER LIMIT' TO CP-FL-PROJECTION
077700         GO TO 3120-EXIT
077800     END-IF
077900     IF CP-FOLDER-RECENT(CP-FOLDER-IDX) = ZERO
078000         MOVE 'NO RECENT GROWTH' TO CP-FL-PROJECTION
078100         GO TO 3120-EXIT
078200     END-IF
078300     COMPUTE CP-REMAINING =
078400         CP-CEILING - CP-FOLDER-BYTES(CP-FOLDER-IDX)
078500     COMPUTE CP-DAYS-TO-LIMIT =
078600         (CP-REMAINING * CP-GROWTH-DAYS
078700          + CP-FOLDER-RECENT(CP-FOLDER-IDX) - 1)
078800         / CP-FOLDER-RECENT(CP-FOLDER-IDX)
078900     IF CP-DAYS-TO-LIMIT > 36500
079000         MOVE 'OVER 100 YEARS' TO CP-FL-PROJECTION
079100         GO TO 3120-EXIT
079200     END-IF
079300     COMPUTE CP-WORK-INT = CP-TODAY-INT + CP-DAYS-TO-LIMIT
079400     PERFORM 1300-FORMAT-WORK-DATE THRU 1300-EXIT
079500     MOVE CP-WORK-DISPLAY TO CP-FL-PROJECTION.
079600 3120-EXIT.
079700     EXIT.

079800*****************************************************************
079900* 3130-CHECK-WARNING - A SUBFOLDER WITH A LIMIT THAT HAS        *
080000*                 REACHED WARN-PERCENT OF IT GETS A WARNING     *
080100*                 LINE ON THE REPORT AND AN OPERATOR ALERT      *
080200*****************************************************************
080300 3130-CHECK-WARNING.
080400     PERFORM 3110-FIND-FOLDER-LIMIT THRU 3110-EXIT
080500     IF CP-CEILING = ZERO
080600         GO TO 3130-EXIT
080700     END-IF
080800     COMPUTE CP-PCT-WORK ROUNDED =
080900         CP-FOLDER-BYTES(CP-FOLDER-IDX) * 100 / CP-CEILING
081000     IF CP-PCT-WORK < CP-WARN-PERCENT
081100         GO TO 3130-EXIT
081200     END-IF
081300     ADD 1 TO CP-WARNING-COUNT
081400     MOVE CP-PCT-WORK TO CP-PCT-DISPLAY
081500     MOVE CP-FOLDER-BYTES(CP-FOLDER-IDX) TO CP-BYTES-DISPLAY
081600     MOVE CP-CEILING TO CP-BYTES-DISPLAY2
081700     MOVE SPACES TO CP-OUTPUT-LINE
081800     STRING 'WARNING   SUBFOLDER ' DELIMITED BY SIZE
081900         FUNCTION TRIM(CP-FOLDER-PATH(CP-FOLDER-IDX))
082000             DELIMITED BY SIZE
082100         ' AT ' DELIMITED BY SIZE
082200         FUNCTION TRIM(CP-PCT-DISPLAY) DELIMITED BY SIZE
082300         '% OF ITS LIMIT (' DELIMITED BY SIZE
082400         FUNCTION TRIM(CP-BYTES-DISPLAY) DELIMITED BY SIZE
082500         ' OF ' DELIMITED BY SIZE
082600         FUNCTION TRIM(CP-BYTES-DISPLAY2) DELIMITED BY SIZE
082700         ' BYTES)' DELIMITED BY SIZE
082800         INTO CP-OUTPUT-LINE
082900     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
083000     MOVE SPACES TO CP-ALERT-LINE
083100     STRING 'ALERT: CAPACITY - ' DELIMITED BY SIZE
083200         CP-OUTPUT-LINE(11:) DELIMITED BY SIZE
083300         INTO CP-ALERT-LINE
083400     PERFORM 4000-WRITE-ALERT THRU 4000-EXIT.
083500 3130-EXIT.
083600     EXIT.

083700*****************************************************************
083800* 3200-WRITE-CATEGORIES - MAPS AND BYTES PER CATEGORY, ACROSS   *
083900*                 EVERY SUBFOLDER                               *
084000*****************************************************************
084100 3200-WRITE-CATEGORIES.
084200     MOVE SPACES TO CP-OUTPUT-LINE
084300     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
084400     MOVE 'BYTES BY CATEGORY' TO CP-OUTPUT-LINE
084500     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
084600     PERFORM VARYING CP-CAT-IDX FROM 1 BY 1
084700             UNTIL CP-CAT-IDX > CP-CAT-COUNT
084800         MOVE SPACES TO CP-FOLDER-LINE
084900         MOVE CP-CAT-NAME(CP-CAT-IDX) TO CP-FL-FOLDER
085000         MOVE CP-CAT-MAPS(CP-CAT-IDX) TO CP-FL-MAPS
085100         MOVE CP-CAT-BYTES(CP-CAT-IDX) TO CP-FL-BYTES
085200         WRITE CP-REPORT-RECORD FROM CP-FOLDER-LINE
085300     END-PERFORM.
085400 3200-EXIT.
085500     EXIT.

085600*****************************************************************
085700* 3300-WRITE-UPLOADERS - MAPS AND BYTES PER UPLOADER, ACROSS    *
085800*                 EVERY SUBFOLDER, AGAINST THE UPLOADER'S QUOTA *
085900*****************************************************************
086000 3300-WRITE-UPLOADERS.
086100     MOVE SPACES TO CP-OUTPUT-LINE
086200     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
086300     MOVE 'BYTES BY UPLOADER' TO CP-OUTPUT-LINE
086400     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
086500     PERFORM VARYING CP-UPL-IDX FROM 1 BY 1
086600             UNTIL CP-UPL-IDX > CP-UPL-COUNT
086700         PERFORM 3310-WRITE-UPLOADER-ROW THRU 3310-EXIT
086800     END-PERFORM.
086900 3300-EXIT.
087000     EXIT.

087100*****************************************************************
087200* 3310-WRITE-UPLOADER-ROW - ONE UPLOADER ROW, FLAGGED WHEN AT   *
087300*                 OR NEAR THE QUOTA                             *
087400*****************************************************************
087500 3310-WRITE-UPLOADER-ROW.
087600     MOVE SPACES TO CP-UPLOADER-LINE
087700     MOVE CP-UPL-NAME(CP-UPL-IDX) TO CP-UL-NAME
087800     MOVE CP-UPL-MAPS(CP-UPL-IDX) TO CP-UL-MAPS
087900     MOVE CP-UPL-BYTES(CP-UPL-IDX) TO CP-UL-BYTES
088000     MOVE CP-UPLOADER-QUOTA TO CP-CEILING
088100     SET CP-Entry-Not-Found TO TRUE
088200     PERFORM VARYING CP-QUOTA-IDX FROM 1 BY 1
088300             UNTIL CP-QUOTA-IDX > CP-QUOTA-COUNT
088400                OR CP-Entry-Found
088500         IF CP-QUOTA-UPLOADER(CP-QUOTA-IDX)
088600                 = CP-UPL-NAME(CP-UPL-IDX)
088700             SET CP-Entry-Found TO TRUE
088800             MOVE CP-QUOTA-BYTES(CP-QUOTA-IDX) TO CP-CEILING
088900         END-IF
089000     END-PERFORM
089100     IF CP-CEILING = ZERO
089200         MOVE '       NO QUOTA' TO CP-UL-QUOTA
089300     ELSE
089400         MOVE CP-CEILING TO CP-BYTES-DISPLAY
089500         MOVE CP-BYTES-DISPLAY TO CP-UL-QUOTA
089600         COMPUTE CP-PCT-WORK ROUNDED =
089700             CP-UPL-BYTES(CP-UPL-IDX) * 100 / CP-CEILING
089800         MOVE CP-PCT-WORK TO CP-PCT-DISPLAY
089900         MOVE CP-PCT-DISPLAY TO CP-UL-PCT
090000         IF CP-UPL-BYTES(CP-UPL-IDX) NOT < CP-CEILING
090100             MOVE 'AT/OVER QUOTA' TO CP-UL-FLAG
090200         ELSE
090300             IF CP-PCT-WORK NOT < CP-WARN-PERCENT
090400                 MOVE 'NEAR QUOTA' TO CP-UL-FLAG
090500             END-IF
090600         END-IF
090700     END-IF
090800     WRITE CP-REPORT-RECORD FROM CP-UPLOADER-LINE.
090900 3310-EXIT.
091000     EXIT.

091100*****************************************************************
091200* 3400-WRITE-GROWTH - BYTES ADDED PER UPLOAD MONTH, THE CHANGE  *
091300*                 AGAINST THE MONTH BEFORE, AND THE RUNNING     *
091400*                 TOTAL                                         *
091500*****************************************************************
091600 3400-WRITE-GROWTH.
091700     MOVE SPACES TO CP-OUTPUT-LINE
091800     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
091900     MOVE 'GROWTH BY UPLOAD MONTH' TO CP-OUTPUT-LINE
092000     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
092100     MOVE SPACES TO CP-OUTPUT-LINE
092200     STRING '  MONTH      MAPS     BYTES ADDED  '
092300         'CHANGE ON PRIOR      CUMULATIVE'
092400         DELIMITED BY SIZE INTO CP-OUTPUT-LINE
092500     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
092600     MOVE ZERO TO CP-RUNNING-BYTES CP-PRIOR-BYTES
092700     PERFORM VARYING CP-MONTH-IDX FROM 1 BY 1
092800             UNTIL CP-MONTH-IDX > CP-MONTH-COUNT
092900         PERFORM 3410-WRITE-MONTH-ROW THRU 3410-EXIT
093000     END-PERFORM.
093100 3400-EXIT.
093200     EXIT.

093300*****************************************************************
093400* 3410-WRITE-MONTH-ROW - ONE UPLOAD MONTH                       *
093500*****************************************************************
093600 3410-WRITE-MONTH-ROW.
093700     ADD CP-MONTH-BYTES(CP-MONTH-IDX) TO CP-RUNNING-BYTES
093800     COMPUTE CP-DELTA-BYTES =
093900         CP-MONTH-BYTES(CP-MONTH-IDX) - CP-PRIOR-BYTES
094000     MOVE SPACES TO CP-MONTH-LINE
094100     MOVE CP-MONTH-LABEL(CP-MONTH-IDX) TO CP-ML-MONTH
094200     MOVE CP-MONTH-MAPS(CP-MONTH-IDX) TO CP-ML-MAPS
094300     MOVE CP-MONTH-BYTES(CP-MONTH-IDX) TO CP-ML-BYTES
094400     MOVE CP-DELTA-BYTES TO CP-ML-CHANGE
094500     MOVE CP-RUNNING-BYTES TO CP-ML-CUMULATIVE
094600     WRITE CP-REPORT-RECORD FROM CP-MONTH-LINE
094700     MOVE CP-MONTH-BYTES(CP-MONTH-IDX) TO CP-PRIOR-BYTES.
094800 3410-EXIT.
094900     EXIT.

095000*****************************************************************
095100* 3500-WRITE-SUMMARY - CLOSE THE REPORT WITH THE RUN TOTALS     *
095200*****************************************************************
095300 3500-WRITE-SUMMARY.
095400     MOVE SPACES TO CP-OUTPUT-LINE
095500     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
095600     IF CP-UNSIZED-COUNT > ZERO
095700         MOVE CP-UNSIZED-COUNT TO CP-COUNT-DISPLAY
095800         MOVE SPACES TO CP-OUTPUT-LINE
095900         STRING 'NOTE      MAPS WITH NO SIZE ON THE MASTER '
096000             '(COUNTED AS ZERO BYTES)' CP-COUNT-DISPLAY
096100             DELIMITED BY SIZE INTO CP-OUTPUT-LINE
096200         WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
096300     END-IF
096400     IF CP-UNDATED-COUNT > ZERO
096500         MOVE CP-UNDATED-COUNT TO CP-COUNT-DISPLAY
096600         MOVE SPACES TO CP-OUTPUT-LINE
096700         STRING 'NOTE      MAPS WITH NO USABLE UPLOAD DATE '
096800             '(LEFT OUT OF THE MONTHLY GROWTH)' CP-COUNT-DISPLAY
096900             DELIMITED BY SIZE INTO CP-OUTPUT-LINE
097000         WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
097100     END-IF
097200     IF CP-Table-Overflowed
097300         MOVE SPACES TO CP-OUTPUT-LINE
097400         STRING 'NOTE      ONE OR MORE TALLY TABLES OVERFLOWED; '
097500             'FIGURES ABOVE ARE INCOMPLETE' DELIMITED BY SIZE
097600             INTO CP-OUTPUT-LINE
097700         WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
097800     END-IF
097900     MOVE CP-FOLDER-COUNT TO CP-COUNT-DISPLAY
098000     MOVE SPACES TO CP-OUTPUT-LINE
098100     STRING 'SUMMARY:  SUBFOLDERS=' CP-COUNT-DISPLAY
098200         DELIMITED BY SIZE INTO CP-OUTPUT-LINE
098300     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
098400     MOVE CP-MAP-COUNT TO CP-COUNT-DISPLAY
098500     MOVE SPACES TO CP-OUTPUT-LINE
098600     STRING 'SUMMARY:  MAPS=' CP-COUNT-DISPLAY
098700         DELIMITED BY SIZE INTO CP-OUTPUT-LINE
098800     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
098900     MOVE CP-TOTAL-BYTES TO CP-BYTES-DISPLAY
099000     MOVE SPACES TO CP-OUTPUT-LINE
099100     STRING 'SUMMARY:  BYTES=' CP-BYTES-DISPLAY
099200         DELIMITED BY SIZE INTO CP-OUTPUT-LINE
099300     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE
099400     MOVE CP-WARNING-COUNT TO CP-COUNT-DISPLAY
099500     MOVE SPACES TO CP-OUTPUT-LINE
099600     STRING 'SUMMARY:  WARNINGS=' CP-COUNT-DISPLAY
099700         DELIMITED BY SIZE INTO CP-OUTPUT-LINE
099800     WRITE CP-REPORT-RECORD FROM CP-OUTPUT-LINE.
099900 3500-EXIT.
100000     EXIT.

100100*****************************************************************
100200* 4000-WRITE-ALERT - APPEND ONE LINE TO OPERATOR-ALERT.DAT. THE *
100300*                 FILE IS OPENED EXTEND ON THE FIRST ALERT SO   *
100400*                 AN ALERT ALREADY ON FILE FROM EARLIER IN THE  *
100500*                 CYCLE IS KEPT; A FILE NOT YET ON DISK IS      *
100600*                 CREATED                                       *
100700*****************************************************************
100800 4000-WRITE-ALERT.
100900     IF NOT CP-Alert-Raised
101000         SET CP-Alert-Raised TO TRUE
101100         OPEN EXTEND AlertFile
101200         IF CP-ALERT-STATUS NOT = '00'
101300             OPEN OUTPUT AlertFile
101400         END-IF
101500     END-IF
101600     IF CP-ALERT-STATUS = '00'
101700         WRITE CP-ALERT-RECORD FROM CP-ALERT-LINE
101800     END-IF.
101900 4000-EXIT.
102000     EXIT.

102100*****************************************************************
102200* 9000-TERMINATE - CLOSE THE REPORT AND ANY ALERT FILE          *
102300*****************************************************************
102400 9000-TERMINATE.
102500     IF CP-Alert-Raised AND CP-ALERT-STATUS = '00'
102600         CLOSE AlertFile
102700     END-IF
102800     IF CP-Init-Ok
102900         CLOSE ReportFile
103000     END-IF.
103100 9000-EXIT.
103200     EXIT.
