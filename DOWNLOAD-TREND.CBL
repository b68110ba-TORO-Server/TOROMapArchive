000100*****************************************************************
000200* PROGRAM:     DOWNLOAD-TREND
000300* PURPOSE:     MONTH-BY-MONTH VIEW OF THE DOWNLOAD-HISTORY.DAT
000400*              THAT DOWNLOAD-STATS KEEPS (ONE COUNT PER MAP PER
000500*              MONTH). FOR EVERY PUBLISHED MAP DOWNLOADED IN THE
000600*              LAST YEAR IT SHOWS THE TRAILING-12-MONTH CURVE,
000700*              THEN RANKS THE BIGGEST RISERS AND FALLERS AGAINST
000800*              THE PRIOR MONTH AND AGAINST THE SAME MONTH LAST
000900*              YEAR, AND LISTS THE MAPS WHOSE DOWNLOADS FELL TO
001000*              ZERO AFTER BEING POPULAR. WRITES
001100*              DOWNLOAD-TREND.RPT.
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. DownloadTrend IS INITIAL PROGRAM.
001500 AUTHOR. R-WALLACE.
001600 INSTALLATION. TORO-MAP-ARCHIVE.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100* ------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  -----------------------------------------------
002400* 2026-10-15 RW    INITIAL VERSION. DOWNLOAD-TREND-CONTROL.DAT
002500*                  CARRIES KEY=VALUE LINES (SAME SHAPE AS
002600*                  RETIRE-CONTROL.DAT): MONTH=YYYYMM PICKS THE
002700*                  REPORT MONTH (DEFAULT THE RUN DATE'S; A VALUE
002800*                  THAT IS NOT A VALID YYYYMM FAILS THE RUN),
002900*                  TOP (DEFAULT 10, AT MOST 50) SIZES EACH
003000*                  RISER/FALLER LIST, AND POPULAR (DEFAULT 100)
003100*                  IS THE MONTHLY COUNT A MAP MUST HAVE REACHED
003200*                  IN THE PRIOR YEAR TO BE LISTED AS FALLEN TO
003300*                  ZERO. MAP-MASTER.DAT DECIDES WHAT IS STILL
003400*                  PUBLISHED - RUN GENERATEREADME FIRST; HISTORY
003500*                  FOR A MAP NO LONGER PUBLISHED IS COUNTED BUT
003600*                  NOT REPORTED, SINCE A RETIRED MAP IS EXPECTED
003700*                  TO STOP. CALLABLE AS A CYCLE-DRIVER STEP
003800*                  (INITIAL, ENDS WITH GOBACK).
003900*-----------------------------------------------------------------

004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ControlFile ASSIGN TO 'DOWNLOAD-TREND-CONTROL.DAT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS DT-CTL-STATUS.

004600     SELECT DownloadHistoryFile ASSIGN TO 'DOWNLOAD-HISTORY.DAT'
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS DT-DLH-KEY
005000         FILE STATUS IS DT-DLH-STATUS.

005100     SELECT MapMasterFile ASSIGN TO 'MAP-MASTER.DAT'
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS DT-MASTER-NAME
005500         FILE STATUS IS DT-MASTER-STATUS.

005600     SELECT ReportFile ASSIGN TO 'DOWNLOAD-TREND.RPT'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS DT-RPT-STATUS.

005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  ControlFile.
006200 01  DT-CONTROL-RECORD             PIC X(80).

006300*-----------------------------------------------------------------
006400* MONTHLY DOWNLOAD HISTORY - WRITTEN BY DOWNLOAD-STATS; THE
006500* RECORD LAYOUT MUST MATCH THE ONE DECLARED THERE. A MAP'S
006600* MONTHS COME TOGETHER AND IN DATE ORDER
006700*-----------------------------------------------------------------
006800 FD  DownloadHistoryFile.
006900 01  DT-DLH-RECORD.
007000     05  DT-DLH-KEY.
007100         10  DT-DLH-NAME           PIC X(256).
007200         10  DT-DLH-MONTH          PIC 9(06).
007300     05  DT-DLH-COUNT              PIC 9(09).

007400*-----------------------------------------------------------------
007500* MAP MASTER - WRITTEN BY GENERATEREADME; THE RECORD LAYOUT
007600* MUST MATCH THE ONE DECLARED THERE
007700*-----------------------------------------------------------------
007800 FD  MapMasterFile.
007900 01  DT-MASTER-RECORD.
008000     05  DT-MASTER-NAME            PIC X(256).
008100     05  DT-MASTER-CATEGORY        PIC X(30).
008200     05  DT-MASTER-DESC            PIC X(200).
008300     05  DT-MASTER-UPLOADER        PIC X(60).
008400     05  DT-MASTER-DATE            PIC X(10).
008500     05  DT-MASTER-SIZE            PIC X(12).
008600     05  DT-MASTER-CHECKSUM        PIC X(64).
008700     05  DT-MASTER-DLCOUNT         PIC 9(09).

008800 FD  ReportFile.
008900 01  DT-REPORT-RECORD              PIC X(400).

009000 WORKING-STORAGE SECTION.
009100*-----------------------------------------------------------------
009200* SWITCHES
009300*-----------------------------------------------------------------
009400 01  DT-SWITCHES.
009500     05  DT-CTL-EOF-FLAG           PIC X     VALUE 'N'.
009600         88  End-Of-Control                  VALUE 'Y'.
009700         88  Not-End-Of-Control              VALUE 'N'.
009800     05  DT-HISTORY-EOF-FLAG       PIC X     VALUE 'N'.
009900         88  End-Of-History                  VALUE 'Y'.
010000         88  Not-End-Of-History              VALUE 'N'.
010100     05  DT-INIT-SW                PIC X     VALUE 'Y'.
010200         88  DT-Init-Ok                      VALUE 'Y'.
010300         88  DT-Init-Failed                  VALUE 'N'.
010400     05  DT-HISTORY-SW             PIC X     VALUE 'N'.
010500         88  DT-History-On-File              VALUE 'Y'.
010600         88  DT-History-Not-On-File          VALUE 'N'.
010700     05  DT-ZERO-OVERFLOW-SW       PIC X     VALUE 'N'.
010800         88  DT-Zero-Table-Full              VALUE 'Y'.

010900*-----------------------------------------------------------------
011000* FILE STATUS CODES
011100*-----------------------------------------------------------------
011200 77  DT-CTL-STATUS                 PIC X(02) VALUE SPACES.
011300 77  DT-DLH-STATUS                 PIC X(02) VALUE SPACES.
011400 77  DT-MASTER-STATUS              PIC X(02) VALUE SPACES.
011500 77  DT-RPT-STATUS                 PIC X(02) VALUE SPACES.

011600*-----------------------------------------------------------------
011700* THRESHOLDS - OVERRIDDEN BY DOWNLOAD-TREND-CONTROL.DAT
011800*-----------------------------------------------------------------
011900 77  DT-REPORT-MONTH               PIC 9(06) VALUE ZERO.
012000 77  DT-TOP-N                      PIC 9(02) VALUE 10.
012100 77  DT-POPULAR-COUNT              PIC 9(06) VALUE 100.

012200*-----------------------------------------------------------------
012300* COUNTERS
012400*-----------------------------------------------------------------
012500 77  DT-RECORD-COUNT               PIC 9(07) COMP VALUE ZERO.
012600 77  DT-MAP-COUNT                  PIC 9(07) COMP VALUE ZERO.
012700 77  DT-UNPUBLISHED-COUNT          PIC 9(07) COMP VALUE ZERO.
012800 77  DT-ZERO-COUNT                 PIC 9(03) COMP VALUE ZERO.
012900 77  DT-ZERO-TOTAL                 PIC 9(07) COMP VALUE ZERO.
013000 77  DT-ZERO-IDX                   PIC 9(03) COMP VALUE ZERO.

013100*-----------------------------------------------------------------
013200* MONTH ARITHMETIC. A MONTH'S SERIAL IS YEAR * 12 + MONTH - 1,
013300* SO CONSECUTIVE MONTHS DIFFER BY ONE ACROSS A YEAR END. THE
013400* WINDOW IS THIRTEEN MONTHS: SLOT 1 IS THE SAME MONTH LAST
013500* YEAR, SLOT 12 THE PRIOR MONTH AND SLOT 13 THE REPORT MONTH;
013600* THE CURVE IS SLOTS 2 THROUGH 13
013700*-----------------------------------------------------------------
013800 77  DT-RUN-DATE-RAW               PIC 9(08) VALUE ZERO.
013900 77  DT-REPORT-SERIAL              PIC 9(06) COMP VALUE ZERO.
014000 77  DT-BASE-SERIAL                PIC 9(06) COMP VALUE ZERO.
014100 77  DT-WORK-SERIAL                PIC 9(06) COMP VALUE ZERO.
014200 77  DT-WORK-SLOT                  PIC S9(06) COMP VALUE ZERO.
014300 77  DT-SLOT                       PIC 9(02) COMP VALUE ZERO.
014400 01  DT-MONTH-WORK                 PIC 9(06) VALUE ZERO.
014500 01  DT-MONTH-PARTS REDEFINES DT-MONTH-WORK.
014600     05  DT-MONTH-YYYY             PIC 9(04).
014700     05  DT-MONTH-MM               PIC 9(02).
014800 01  DT-MONTH-LABELS.
014900     05  DT-MONTH-LABEL            OCCURS 13 TIMES
015000                                   PIC X(07).

015100*-----------------------------------------------------------------
015200* CONTROL CARD PARSE WORK AREAS
015300*-----------------------------------------------------------------
015400 01  DT-CTL-KEY                    PIC X(20).
015500 01  DT-CTL-VALUE                  PIC X(20).
015600 01  DT-CTL-VALUE-JUST             PIC X(06) JUSTIFIED RIGHT.

015700*-----------------------------------------------------------------
015800* CURRENT MAP - THE CONTROL BREAK IS ON THE HISTORY'S NAME. ITS
015900* MONTHS ARE POSTED INTO THE THIRTEEN WINDOW SLOTS; MONTHS
016000* OUTSIDE THE WINDOW ARE PASSED OVER
016100*-----------------------------------------------------------------
016200 01  DT-CURRENT-NAME               PIC X(256) VALUE SPACES.
016300 01  DT-WINDOW.
016400     05  DT-WIN-COUNT              OCCURS 13 TIMES
016500                                   PIC 9(09).
016600 77  DT-WINDOW-TOTAL               PIC 9(09) VALUE ZERO.
016700 77  DT-CURVE-TOTAL                PIC 9(09) VALUE ZERO.
016800 77  DT-PEAK-COUNT                 PIC 9(09) VALUE ZERO.
016900 77  DT-PEAK-SLOT                  PIC 9(02) COMP VALUE ZERO.
017000 77  DT-LAST-SLOT                  PIC 9(02) COMP VALUE ZERO.

017100*-----------------------------------------------------------------
017200* RISER AND FALLER LISTS, EACH KEPT IN DESCENDING ORDER OF THE
017300* SIZE OF THE CHANGE AS MAPS ARE FINISHED. LIST 1 IS RISERS AND
017400* LIST 2 FALLERS AGAINST THE PRIOR MONTH; LISTS 3 AND 4 THE
017500* SAME AGAINST THE SAME MONTH LAST YEAR
017600*-----------------------------------------------------------------
017700 77  DT-LIST-NO                    PIC 9(01) COMP VALUE ZERO.
017800 77  DT-RANK-I                     PIC 9(02) COMP VALUE ZERO.
017900 77  DT-RANK-J                     PIC 9(02) COMP VALUE ZERO.
018000 77  DT-RANK-INS                   PIC 9(02) COMP VALUE ZERO.
018100 77  DT-CHG-THIS                   PIC 9(09) VALUE ZERO.
018200 77  DT-CHG-BASE                   PIC 9(09) VALUE ZERO.
018300 77  DT-CHG-SIZE                   PIC 9(09) VALUE ZERO.
018400 01  DT-RANK-LISTS.
018500     05  DT-RANK-LIST              OCCURS 4 TIMES.
018600         10  DT-RANK-USED          PIC 9(02) COMP.
018700         10  DT-RANK-ENTRY         OCCURS 50 TIMES.
018800             15  DT-RANK-NAME      PIC X(256).
018900             15  DT-RANK-THIS      PIC 9(09).
019000             15  DT-RANK-BASE      PIC 9(09).
019100             15  DT-RANK-SIZE      PIC 9(09).

019200*-----------------------------------------------------------------
019300* MAPS THAT FELL TO ZERO, HELD UNTIL THE RANKINGS ARE WRITTEN
019400*-----------------------------------------------------------------
019500 01  DT-ZERO-TABLE.
019600     05  DT-ZERO-ENTRY             OCCURS 500 TIMES.
019700         10  DT-ZERO-NAME          PIC X(256).
019800         10  DT-ZERO-PEAK          PIC 9(09).
019900         10  DT-ZERO-PEAK-MONTH    PIC X(07).
020000         10  DT-ZERO-LAST-MONTH    PIC X(07).

020100*-----------------------------------------------------------------
020200* REPORT LINE WORK AREAS. THE CURVE AND ITS HEADING SHARE ONE
020300* COLUMN LAYOUT: TWELVE EIGHT-BYTE MONTH CELLS, THE 12-MONTH
020400* TOTAL, THEN THE MAP NAME
020500*-----------------------------------------------------------------
020600 01  DT-OUTPUT-LINE                PIC X(400).
020700 01  DT-CURVE-LINE.
020800     05  DT-CRV-TAG                PIC X(10).
020900     05  DT-CRV-CELL               OCCURS 12 TIMES.
021000         10  DT-CRV-COUNT          PIC Z(06)9.
021100         10  FILLER                PIC X(01).
021200     05  DT-CRV-TOTAL              PIC Z(08)9.
021300     05  FILLER                    PIC X(02).
021400     05  DT-CRV-NAME               PIC X(256).
021500 01  DT-CURVE-HEADING REDEFINES DT-CURVE-LINE.
021600     05  DT-HDG-TAG                PIC X(10).
021700     05  DT-HDG-CELL               OCCURS 12 TIMES.
021800         10  DT-HDG-MONTH          PIC X(07).
021900         10  FILLER                PIC X(01).
022000     05  DT-HDG-TOTAL              PIC X(09).
022100     05  FILLER                    PIC X(02).
022200     05  DT-HDG-NAME               PIC X(256).
022300 01  DT-COUNT-DISPLAY              PIC Z(08)9.
022400 01  DT-COUNT-DISPLAY2             PIC Z(08)9.
022500 01  DT-COUNT-DISPLAY3             PIC Z(08)9.
022600 01  DT-TAG                        PIC X(10).
022700 01  DT-BASE-LABEL                 PIC X(10).
022800 01  DT-SIGN                       PIC X(01).

022900 PROCEDURE DIVISION.
023000*****************************************************************
023100* 0000-MAINLINE                                                 *
023200*****************************************************************
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
023500     IF DT-Init-Ok AND DT-History-On-File
023600         PERFORM 2000-SCAN-HISTORY  THRU 2000-EXIT
023700         PERFORM 4000-WRITE-RANKINGS THRU 4000-EXIT
023800         PERFORM 4200-WRITE-ZEROS   THRU 4200-EXIT
023900     END-IF
024000     PERFORM 9000-TERMINATE         THRU 9000-EXIT
024100     GOBACK.

024200*****************************************************************
024300* 1000-INITIALIZE - OPEN THE REPORT FIRST, PICK UP THE REPORT   *
024400*                 MONTH AND THRESHOLDS AND LAY OUT THE WINDOW,  *
024500*                 THEN OPEN THE MAP MASTER (REQUIRED) AND THE   *
024600*                 HISTORY (A RUN BEFORE DOWNLOAD-STATS HAS KEPT *
024700*                 ANY IS NOTED, NOT FAILED)                     *
024800*****************************************************************
024900 1000-INITIALIZE.
025000     OPEN OUTPUT ReportFile
025100     IF DT-RPT-STATUS NOT = '00'
025200         SET DT-Init-Failed TO TRUE
025300         DISPLAY 'DOWNLOADTREND: CANNOT OPEN DOWNLOAD-TREND.RPT, '
025400             'STATUS=' DT-RPT-STATUS
025500         GO TO 1000-EXIT
025600     END-IF
025700     ACCEPT DT-RUN-DATE-RAW FROM DATE YYYYMMDD
025800     MOVE DT-RUN-DATE-RAW(1:6) TO DT-REPORT-MONTH
025900     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
026000     IF DT-Init-Failed
026100         GO TO 1000-EXIT
026200     END-IF
026300     PERFORM 1200-SET-WINDOW THRU 1200-EXIT
026400     OPEN INPUT MapMasterFile
026500     IF DT-MASTER-STATUS NOT = '00'
026600         SET DT-Init-Failed TO TRUE
026700         MOVE SPACES TO DT-OUTPUT-LINE
026800         STRING 'FAILED    MAP-MASTER.DAT COULD NOT BE OPENED '
026900             '- RUN GENERATEREADME FIRST (STATUS='
027000             DT-MASTER-STATUS ')' DELIMITED BY SIZE
027100             INTO DT-OUTPUT-LINE
027200         WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
027300         GO TO 1000-EXIT
027400     END-IF
027500     MOVE DT-TOP-N TO DT-COUNT-DISPLAY
027600     MOVE DT-POPULAR-COUNT TO DT-COUNT-DISPLAY2
027700     MOVE SPACES TO DT-OUTPUT-LINE
027800     STRING 'DOWNLOAD TREND FOR ' DELIMITED BY SIZE
027900         DT-MONTH-LABEL(13) DELIMITED BY SIZE
028000         ' - TOP ' DELIMITED BY SIZE
028100         FUNCTION TRIM(DT-COUNT-DISPLAY) DELIMITED BY SIZE
028200         ' RISERS AND FALLERS, POPULAR AT ' DELIMITED BY SIZE
028300         FUNCTION TRIM(DT-COUNT-DISPLAY2) DELIMITED BY SIZE
028400         ' DOWNLOADS A MONTH' DELIMITED BY SIZE
028500         INTO DT-OUTPUT-LINE
028600     WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
028700     OPEN INPUT DownloadHistoryFile
028800     IF DT-DLH-STATUS = '00'
028900         SET DT-History-On-File TO TRUE
029000     ELSE
029100         MOVE SPACES TO DT-OUTPUT-LINE
029200         IF DT-DLH-STATUS = '35'
029300             STRING 'NOTE      DOWNLOAD-HISTORY.DAT NOT FOUND - '
029400                 'NO MONTHLY COUNTS KEPT YET'
029500                 DELIMITED BY SIZE INTO DT-OUTPUT-LINE
029600         ELSE
029700             SET DT-Init-Failed TO TRUE
029800             STRING 'FAILED    DOWNLOAD-HISTORY.DAT COULD NOT BE '
029900                 'OPENED (STATUS=' DT-DLH-STATUS ')'
030000                 DELIMITED BY SIZE INTO DT-OUTPUT-LINE
030100         END-IF
030200         WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
030300         GO TO 1000-EXIT
030400     END-IF
030500     PERFORM 1300-WRITE-CURVE-HEADING THRU 1300-EXIT.
030600 1000-EXIT.
030700     EXIT.

030800*****************************************************************
030900* 1100-READ-CONTROL - PARSE KEY=VALUE LINES FROM THE OPTIONAL   *
031000*                 CONTROL FILE: MONTH, TOP AND POPULAR. UNKNOWN *
031100*                 KEYS, AND TOP OR POPULAR VALUES THAT ARE NOT  *
031200*                 NUMBERS IN RANGE, ARE IGNORED, LEAVING THE    *
031300*                 DEFAULT IN PLACE; A MONTH THAT IS NOT A VALID *
031400*                 YYYYMM FAILS THE RUN RATHER THAN REPORTING ON *
031500*                 THE WRONG MONTH                               *
031600*****************************************************************
031700 1100-READ-CONTROL.
031800     OPEN INPUT ControlFile
031900     IF DT-CTL-STATUS NOT = '00'
032000         GO TO 1100-EXIT
032100     END-IF
032200     PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
032300     PERFORM UNTIL End-Of-Control
032400         PERFORM 1120-APPLY-CONTROL-LINE THRU 1120-EXIT
032500         PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
032600     END-PERFORM
032700     CLOSE ControlFile.
032800 1100-EXIT.
032900     EXIT.

033000*****************************************************************
033100* 1110-READ-CONTROL-LINE - READ ONE CONTROL FILE LINE           *
033200*****************************************************************
033300 1110-READ-CONTROL-LINE.
033400     READ ControlFile
033500         AT END
033600             SET End-Of-Control TO TRUE
033700     END-READ.
033800 1110-EXIT.
033900     EXIT.

034000*****************************************************************
034100* 1120-APPLY-CONTROL-LINE - APPLY ONE KEY=VALUE CONTROL LINE    *
034200*****************************************************************
034300 1120-APPLY-CONTROL-LINE.
034400     MOVE SPACES TO DT-CTL-KEY DT-CTL-VALUE
034500     UNSTRING DT-CONTROL-RECORD DELIMITED BY '='
034600         INTO DT-CTL-KEY DT-CTL-VALUE
034700     PERFORM 1130-PARSE-NUMBER-VALUE THRU 1130-EXIT
034800     EVALUATE FUNCTION TRIM(DT-CTL-KEY)
034900         WHEN 'MONTH'
035000             IF DT-CTL-VALUE-JUST IS NUMERIC
035100                 AND DT-CTL-VALUE-JUST(5:2) NOT < '01'
035200                 AND DT-CTL-VALUE-JUST(5:2) NOT > '12'
035300                 AND FUNCTION LENGTH(FUNCTION TRIM(DT-CTL-VALUE))
035400                     = 6
035500                 MOVE DT-CTL-VALUE-JUST TO DT-REPORT-MONTH
035600             ELSE
035700                 SET DT-Init-Failed TO TRUE
035800                 MOVE SPACES TO DT-OUTPUT-LINE
035900                 STRING 'FAILED    MONTH '
036000                     FUNCTION TRIM(DT-CTL-VALUE)
036100                     ' IN DOWNLOAD-TREND-CONTROL.DAT IS NOT A '
036200                     'VALID YYYYMM' DELIMITED BY SIZE
036300                     INTO DT-OUTPUT-LINE
036400                 WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
036500             END-IF
036600         WHEN 'TOP'
036700             IF DT-CTL-VALUE-JUST IS NUMERIC
036800                 AND DT-CTL-VALUE-JUST > '000000'
036900                 AND DT-CTL-VALUE-JUST NOT > '000050'
037000                 MOVE DT-CTL-VALUE-JUST TO DT-TOP-N
037100             END-IF
037200         WHEN 'POPULAR'
037300             IF DT-CTL-VALUE-JUST IS NUMERIC
037400                 AND DT-CTL-VALUE-JUST > '000000'
037500                 MOVE DT-CTL-VALUE-JUST TO DT-POPULAR-COUNT
037600             END-IF
037700     END-EVALUATE.
037800 1120-EXIT.
037900     EXIT.

038000*****************************************************************
038100* 1130-PARSE-NUMBER-VALUE - RIGHT-JUSTIFY AND ZERO-FILL A VALUE *
038200*                 SO '10' AND '000010' READ THE SAME WAY        *
038300*****************************************************************
038400 1130-PARSE-NUMBER-VALUE.
038500     MOVE FUNCTION TRIM(DT-CTL-VALUE) TO DT-CTL-VALUE-JUST
038600     INSPECT DT-CTL-VALUE-JUST REPLACING LEADING SPACE BY '0'.
038700 1130-EXIT.
038800     EXIT.

038900*****************************************************************
039000* 1200-SET-WINDOW - FIX THE SERIAL OF THE FIRST WINDOW MONTH    *
039100*                 AND LABEL ALL THIRTEEN SLOTS YYYY-MM          *
039200*****************************************************************
039300 1200-SET-WINDOW.
039400     MOVE DT-REPORT-MONTH TO DT-MONTH-WORK
039500     COMPUTE DT-REPORT-SERIAL =
039600         DT-MONTH-YYYY * 12 + DT-MONTH-MM - 1
039700     COMPUTE DT-BASE-SERIAL = DT-REPORT-SERIAL - 12
039800     PERFORM VARYING DT-SLOT FROM 1 BY 1 UNTIL DT-SLOT > 13
039900         COMPUTE DT-WORK-SERIAL = DT-BASE-SERIAL + DT-SLOT - 1
040000         DIVIDE DT-WORK-SERIAL BY 12 GIVING DT-MONTH-YYYY
040100             REMAINDER DT-MONTH-MM
040200         ADD 1 TO DT-MONTH-MM
040300         MOVE SPACES TO DT-MONTH-LABEL(DT-SLOT)
040400         STRING DT-MONTH-WORK(1:4) '-' DT-MONTH-WORK(5:2)
040500             DELIMITED BY SIZE INTO DT-MONTH-LABEL(DT-SLOT)
040600     END-PERFORM
040700     MOVE ZERO TO DT-RANK-USED(1) DT-RANK-USED(2)
040800                  DT-RANK-USED(3) DT-RANK-USED(4).
040900 1200-EXIT.
041000     EXIT.

041100*****************************************************************
041200* 1300-WRITE-CURVE-HEADING - ONE LINE NAMING THE TWELVE CURVE   *
041300*                 MONTHS OVER THE COLUMNS THE CURVE LINES USE   *
041400*****************************************************************
041500 1300-WRITE-CURVE-HEADING.
041600     MOVE SPACES TO DT-CURVE-HEADING
041700     MOVE 'MONTHS' TO DT-HDG-TAG
041800     PERFORM VARYING DT-SLOT FROM 2 BY 1 UNTIL DT-SLOT > 13
041900         MOVE DT-MONTH-LABEL(DT-SLOT)
042000             TO DT-HDG-MONTH(DT-SLOT - 1)
042100     END-PERFORM
042200     MOVE ' 12-MONTH' TO DT-HDG-TOTAL
042300     MOVE 'MAP' TO DT-HDG-NAME
042400     WRITE DT-REPORT-RECORD FROM DT-CURVE-HEADING.
042500 1300-EXIT.
042600     EXIT.

042700*****************************************************************
042800* 2000-SCAN-HISTORY - ONE PASS OF THE HISTORY IN KEY ORDER,     *
042900*                 BREAKING ON THE MAP NAME. EACH MAP'S WINDOW   *
043000*                 IS REPORTED AND RANKED AT ITS BREAK           *
043100*****************************************************************
043200 2000-SCAN-HISTORY.
043300     PERFORM 2010-READ-HISTORY-NEXT THRU 2010-EXIT
043400     PERFORM UNTIL End-Of-History
043500         ADD 1 TO DT-RECORD-COUNT
043600         IF DT-DLH-NAME NOT = DT-CURRENT-NAME
043700             PERFORM 3000-FINISH-MAP THRU 3000-EXIT
043800             PERFORM 2100-START-MAP THRU 2100-EXIT
043900         END-IF
044000         PERFORM 2200-POST-MONTH THRU 2200-EXIT
044100         PERFORM 2010-READ-HISTORY-NEXT THRU 2010-EXIT
044200     END-PERFORM
044300     PERFORM 3000-FINISH-MAP THRU 3000-EXIT.
044400 2000-EXIT.
044500     EXIT.

044600*****************************************************************
044700* 2010-READ-HISTORY-NEXT - READ THE NEXT HISTORY RECORD         *
044800*****************************************************************
044900 2010-READ-HISTORY-NEXT.
045000     READ DownloadHistoryFile NEXT
045100         AT END
045200             SET End-Of-History TO TRUE
045300     END-READ.
045400 2010-EXIT.
045500     EXIT.

045600*****************************************************************
045700* 2100-START-MAP - CLEAR THE WINDOW FOR A NEW NAME              *
045800*****************************************************************
045900 2100-START-MAP.
046000     MOVE DT-DLH-NAME TO DT-CURRENT-NAME
046100     PERFORM VARYING DT-SLOT FROM 1 BY 1 UNTIL DT-SLOT > 13
046200         MOVE ZERO TO DT-WIN-COUNT(DT-SLOT)
046300     END-PERFORM.
046400 2100-EXIT.
046500     EXIT.

046600*****************************************************************
046700* 2200-POST-MONTH - ADD ONE MONTH'S COUNT TO ITS WINDOW SLOT. A *
046800*                 MONTH BEFORE THE WINDOW, AFTER THE REPORT     *
046900*                 MONTH, OR NOT A VALID YYYYMM IS PASSED OVER   *
047000*****************************************************************
047100 2200-POST-MONTH.
047200     MOVE DT-DLH-MONTH TO DT-MONTH-WORK
047300     IF DT-MONTH-MM < 1 OR DT-MONTH-MM > 12
047400         GO TO 2200-EXIT
047500     END-IF
047600     COMPUTE DT-WORK-SLOT =
047700         DT-MONTH-YYYY * 12 + DT-MONTH-MM - 1
047800         - DT-BASE-SERIAL + 1
047900     IF DT-WORK-SLOT < 1 OR DT-WORK-SLOT > 13
048000         GO TO 2200-EXIT
048100     END-IF
048200     ADD DT-DLH-COUNT TO DT-WIN-COUNT(DT-WORK-SLOT).
048300 2200-EXIT.
048400     EXIT.

048500*****************************************************************
048600* 3000-FINISH-MAP - AT A NAME BREAK, A MAP WITH NO DOWNLOADS IN *
048700*                 THE WINDOW, OR NO LONGER ON MAP-MASTER.DAT,   *
048800*                 IS PASSED OVER. ANY OTHER GETS ITS CURVE      *
048900*                 LINE, IS RANKED AGAINST THE PRIOR MONTH AND   *
049000*                 THE SAME MONTH LAST YEAR, AND IS CHECKED FOR  *
049100*                 A FALL TO ZERO                                *
049200*****************************************************************
049300 3000-FINISH-MAP.
049400     IF DT-CURRENT-NAME = SPACES
049500         GO TO 3000-EXIT
049600     END-IF
049700     MOVE ZERO TO DT-WINDOW-TOTAL
049800     PERFORM VARYING DT-SLOT FROM 1 BY 1 UNTIL DT-SLOT > 13
049900         ADD DT-WIN-COUNT(DT-SLOT) TO DT-WINDOW-TOTAL
050000     END-PERFORM
050100     IF DT-WINDOW-TOTAL = ZERO
050200         GO TO 3000-EXIT
050300     END-IF
050400     MOVE DT-CURRENT-NAME TO DT-MASTER-NAME
050500     READ MapMasterFile
050600         INVALID KEY
050700             ADD 1 TO DT-UNPUBLISHED-COUNT
050800             GO TO 3000-EXIT
050900     END-READ
051000     ADD 1 TO DT-MAP-COUNT
051100     PERFORM 3100-WRITE-CURVE THRU 3100-EXIT
051200     MOVE DT-WIN-COUNT(13) TO DT-CHG-THIS
051300     MOVE DT-WIN-COUNT(12) TO DT-CHG-BASE
051400     MOVE 1 TO DT-LIST-NO
051500     PERFORM 3200-RANK-CHANGE THRU 3200-EXIT
051600     MOVE DT-WIN-COUNT(13) TO DT-CHG-THIS
051700     MOVE DT-WIN-COUNT(1) TO DT-CHG-BASE
051800     MOVE 3 TO DT-LIST-NO
051900     PERFORM 3200-RANK-CHANGE THRU 3200-EXIT
052000     PERFORM 3400-CHECK-ZERO THRU 3400-EXIT.
052100 3000-EXIT.
052200     EXIT.

052300*****************************************************************
052400* 3100-WRITE-CURVE - THE MAP'S TWELVE MONTHS, OLDEST FIRST, THE *
052500*                 12-MONTH TOTAL AND THE NAME                   *
052600*****************************************************************
052700 3100-WRITE-CURVE.
052800     MOVE SPACES TO DT-CURVE-LINE
052900     MOVE 'CURVE' TO DT-CRV-TAG
053000     MOVE ZERO TO DT-CURVE-TOTAL
053100     PERFORM VARYING DT-SLOT FROM 2 BY 1 UNTIL DT-SLOT > 13
053200         MOVE DT-WIN-COUNT(DT-SLOT) TO DT-CRV-COUNT(DT-SLOT - 1)
053300         ADD DT-WIN-COUNT(DT-SLOT) TO DT-CURVE-TOTAL
053400     END-PERFORM
053500     MOVE DT-CURVE-TOTAL TO DT-CRV-TOTAL
053600     MOVE DT-CURRENT-NAME TO DT-CRV-NAME
053700     WRITE DT-REPORT-RECORD FROM DT-CURVE-LINE.
053800 3100-EXIT.
053900     EXIT.

054000*****************************************************************
054100* 3200-RANK-CHANGE - COMPARE THIS MONTH WITH THE BASE MONTH. A  *
054200*                 RISE GOES TO THE RISER LIST GIVEN IN          *
054300*                 DT-LIST-NO, A FALL TO THE FALLER LIST AFTER   *
054400*                 IT; NO CHANGE IS NOT RANKED                   *
054500*****************************************************************
054600 3200-RANK-CHANGE.
054700     IF DT-CHG-THIS = DT-CHG-BASE
054800         GO TO 3200-EXIT
054900     END-IF
055000     IF DT-CHG-THIS > DT-CHG-BASE
055100         COMPUTE DT-CHG-SIZE = DT-CHG-THIS - DT-CHG-BASE
055200     ELSE
055300         COMPUTE DT-CHG-SIZE = DT-CHG-BASE - DT-CHG-THIS
055400         ADD 1 TO DT-LIST-NO
055500     END-IF
055600     PERFORM 3300-RANK-ENTRY THRU 3300-EXIT.
055700 3200-EXIT.
055800     EXIT.

055900*****************************************************************
056000* 3300-RANK-ENTRY - KEEP LIST DT-LIST-NO IN DESCENDING ORDER OF *
056100*                 THE SIZE OF THE CHANGE: FIND WHERE THE        *
056200*                 CURRENT MAP BELONGS, SHIFT THE TAIL DOWN ONE  *
056300*                 SLOT, AND DROP IT IN (SAME METHOD AS          *
056400*                 GENERATEREADME'S MOST DOWNLOADED TABLE). TIES *
056500*                 KEEP NAME ORDER                               *
056600*****************************************************************
056700 3300-RANK-ENTRY.
056800     MOVE ZERO TO DT-RANK-INS
056900     PERFORM VARYING DT-RANK-I FROM 1 BY 1
057000             UNTIL DT-RANK-I > DT-RANK-USED(DT-LIST-NO)
057100                OR DT-RANK-INS NOT = ZERO
057200         IF DT-CHG-SIZE > DT-RANK-SIZE(DT-LIST-NO, DT-RANK-I)
057300             MOVE DT-RANK-I TO DT-RANK-INS
057400         END-IF
057500     END-PERFORM
057600     IF DT-RANK-INS = ZERO
057700         IF DT-RANK-USED(DT-LIST-NO) < DT-TOP-N
057800             COMPUTE DT-RANK-INS = DT-RANK-USED(DT-LIST-NO) + 1
057900         ELSE
058000             GO TO 3300-EXIT
058100         END-IF
058200     END-IF
058300     IF DT-RANK-USED(DT-LIST-NO) < DT-TOP-N
058400         ADD 1 TO DT-RANK-USED(DT-LIST-NO)
058500     END-IF
058600     PERFORM VARYING DT-RANK-J FROM DT-RANK-USED(DT-LIST-NO)
058700             BY -1 UNTIL DT-RANK-J NOT > DT-RANK-INS
058800         MOVE DT-RANK-ENTRY(DT-LIST-NO, DT-RANK-J - 1)
058900             TO DT-RANK-ENTRY(DT-LIST-NO, DT-RANK-J)
059000     END-PERFORM
059100     MOVE DT-CURRENT-NAME
059200         TO DT-RANK-NAME(DT-LIST-NO, DT-RANK-INS)
059300     MOVE DT-CHG-THIS TO DT-RANK-THIS(DT-LIST-NO, DT-RANK-INS)
059400     MOVE DT-CHG-BASE TO DT-RANK-BASE(DT-LIST-NO, DT-RANK-INS)
059500     MOVE DT-CHG-SIZE TO DT-RANK-SIZE(DT-LIST-NO, DT-RANK-INS).
059600 3300-EXIT.
059700     EXIT.

059800*****************************************************************
059900* 3400-CHECK-ZERO - A MAP WITH NO DOWNLOADS IN THE REPORT MONTH *
060000*                 WHOSE BEST MONTH OF THE PRIOR TWELVE REACHED  *
060100*                 THE POPULAR THRESHOLD HAS FALLEN TO ZERO. THE *
060200*                 PEAK AND THE LAST MONTH WITH ANY DOWNLOADS    *
060300*                 ARE HELD FOR ITS LINE                         *
060400*****************************************************************
060500 3400-CHECK-ZERO.
060600     IF DT-WIN-COUNT(13) NOT = ZERO
060700         GO TO 3400-EXIT
060800     END-IF
060900     MOVE ZERO TO DT-PEAK-COUNT DT-PEAK-SLOT DT-LAST-SLOT
061000     PERFORM VARYING DT-SLOT FROM 1 BY 1 UNTIL DT-SLOT > 12
061100         IF DT-WIN-COUNT(DT-SLOT) > DT-PEAK-COUNT
061200             MOVE DT-WIN-COUNT(DT-SLOT) TO DT-PEAK-COUNT
061300             MOVE DT-SLOT TO DT-PEAK-SLOT
061400         END-IF
061500         IF DT-WIN-COUNT(DT-SLOT) > ZERO
061600             MOVE DT-SLOT TO DT-LAST-SLOT
061700         END-IF
061800     END-PERFORM
061900     IF DT-PEAK-COUNT < DT-POPULAR-COUNT
062000         GO TO 3400-EXIT
062100     END-IF
062200     ADD 1 TO DT-ZERO-TOTAL
062300     IF DT-ZERO-COUNT < 500
062400         ADD 1 TO DT-ZERO-COUNT
062500         MOVE DT-CURRENT-NAME TO DT-ZERO-NAME(DT-ZERO-COUNT)
062600         MOVE DT-PEAK-COUNT TO DT-ZERO-PEAK(DT-ZERO-COUNT)
062700         MOVE DT-MONTH-LABEL(DT-PEAK-SLOT)
062800             TO DT-ZERO-PEAK-MONTH(DT-ZERO-COUNT)
062900         MOVE DT-MONTH-LABEL(DT-LAST-SLOT)
063000             TO DT-ZERO-LAST-MONTH(DT-ZERO-COUNT)
063100     ELSE
063200         SET DT-Zero-Table-Full TO TRUE
063300     END-IF.
063400 3400-EXIT.
063500     EXIT.

063600*****************************************************************
063700* 4000-WRITE-RANKINGS - A HEADING AND THE RANKED LINES FOR EACH *
063800*                 OF THE FOUR LISTS; AN EMPTY LIST SAYS SO      *
063900*****************************************************************
064000 4000-WRITE-RANKINGS.
064100     PERFORM VARYING DT-LIST-NO FROM 1 BY 1 UNTIL DT-LIST-NO > 4
064200         PERFORM 4010-WRITE-LIST-HEADING THRU 4010-EXIT
064300         PERFORM VARYING DT-RANK-I FROM 1 BY 1
064400                 UNTIL DT-RANK-I > DT-RANK-USED(DT-LIST-NO)
064500             PERFORM 4100-WRITE-RANK-LINE THRU 4100-EXIT
064600         END-PERFORM
064700         IF DT-RANK-USED(DT-LIST-NO) = ZERO
064800             MOVE '          NONE' TO DT-OUTPUT-LINE
064900             WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
065000         END-IF
065100     END-PERFORM.
065200 4000-EXIT.
065300     EXIT.

065400*****************************************************************
065500* 4010-WRITE-LIST-HEADING - NAME THE LIST AND THE TWO MONTHS IT *
065600*                 COMPARES, AND SET THE LINE TAG AND BASE LABEL *
065700*                 ITS DETAIL LINES USE                          *
065800*****************************************************************
065900 4010-WRITE-LIST-HEADING.
066000     MOVE SPACES TO DT-OUTPUT-LINE
066100     EVALUATE DT-LIST-NO
066200         WHEN 1
066300             MOVE 'RISER' TO DT-TAG
066400             MOVE 'PRIOR=' TO DT-BASE-LABEL
066500             MOVE '+' TO DT-SIGN
066600             STRING 'RISERS ' DT-MONTH-LABEL(13)
066700                 ' AGAINST PRIOR MONTH ' DT-MONTH-LABEL(12)
066800                 DELIMITED BY SIZE INTO DT-OUTPUT-LINE
066900         WHEN 2
067000             MOVE 'FALLER' TO DT-TAG
067100             MOVE 'PRIOR=' TO DT-BASE-LABEL
067200             MOVE '-' TO DT-SIGN
067300             STRING 'FALLERS ' DT-MONTH-LABEL(13)
067400                 ' AGAINST PRIOR MONTH ' DT-MONTH-LABEL(12)
067500                 DELIMITED BY SIZE INTO DT-OUTPUT-LINE
067600         WHEN 3
067700             MOVE 'RISER' TO DT-TAG
067800             MOVE 'YEAR-AGO=' TO DT-BASE-LABEL
067900             MOVE '+' TO DT-SIGN
068000             STRING 'RISERS ' DT-MONTH-LABEL(13)
068100                 ' AGAINST SAME MONTH LAST YEAR '
068200                 DT-MONTH-LABEL(1)
068300                 DELIMITED BY SIZE INTO DT-OUTPUT-LINE
068400         WHEN 4
068500             MOVE 'FALLER' TO DT-TAG
068600             MOVE 'YEAR-AGO=' TO DT-BASE-LABEL
068700             MOVE '-' TO DT-SIGN
068800             STRING 'FALLERS ' DT-MONTH-LABEL(13)
068900                 ' AGAINST SAME MONTH LAST YEAR '
069000                 DT-MONTH-LABEL(1)
069100                 DELIMITED BY SIZE INTO DT-OUTPUT-LINE
069200     END-EVALUATE
069300     WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE.
069400 4010-EXIT.
069500     EXIT.

069600*****************************************************************
069700* 4100-WRITE-RANK-LINE - ONE RANKED MAP: THIS MONTH, THE BASE   *
069800*                 MONTH AND THE SIGNED CHANGE                   *
069900*****************************************************************
070000 4100-WRITE-RANK-LINE.
070100     MOVE DT-RANK-THIS(DT-LIST-NO, DT-RANK-I) TO DT-COUNT-DISPLAY
070200     MOVE DT-RANK-BASE(DT-LIST-NO, DT-RANK-I)
070300         TO DT-COUNT-DISPLAY2
070400     MOVE DT-RANK-SIZE(DT-LIST-NO, DT-RANK-I)
070500         TO DT-COUNT-DISPLAY3
070600     MOVE SPACES TO DT-OUTPUT-LINE
070700     STRING DT-TAG DELIMITED BY SIZE
070800         FUNCTION TRIM(DT-RANK-NAME(DT-LIST-NO, DT-RANK-I))
070900             DELIMITED BY SIZE
071000         ' THIS=' DELIMITED BY SIZE
071100         FUNCTION TRIM(DT-COUNT-DISPLAY) DELIMITED BY SIZE
071200         ' ' DELIMITED BY SIZE
071300         FUNCTION TRIM(DT-BASE-LABEL) DELIMITED BY SIZE
071400         FUNCTION TRIM(DT-COUNT-DISPLAY2) DELIMITED BY SIZE
071500         ' CHANGE=' DELIMITED BY SIZE
071600         DT-SIGN DELIMITED BY SIZE
071700         FUNCTION TRIM(DT-COUNT-DISPLAY3) DELIMITED BY SIZE
071800         INTO DT-OUTPUT-LINE
071900     WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE.
072000 4100-EXIT.
072100     EXIT.

072200*****************************************************************
072300* 4200-WRITE-ZEROS - THE MAPS THAT FELL TO ZERO AFTER BEING     *
072400*                 POPULAR, WITH THEIR PEAK MONTH AND THE LAST   *
072500*                 MONTH ANYONE DOWNLOADED THEM                  *
072600*****************************************************************
072700 4200-WRITE-ZEROS.
072800     MOVE DT-POPULAR-COUNT TO DT-COUNT-DISPLAY
072900     MOVE SPACES TO DT-OUTPUT-LINE
073000     STRING 'FELL TO ZERO IN ' DELIMITED BY SIZE
073100         DT-MONTH-LABEL(13) DELIMITED BY SIZE
073200         ' AFTER A MONTH OF ' DELIMITED BY SIZE
073300         FUNCTION TRIM(DT-COUNT-DISPLAY) DELIMITED BY SIZE
073400         ' OR MORE SINCE ' DELIMITED BY SIZE
073500         DT-MONTH-LABEL(1) DELIMITED BY SIZE
073600         INTO DT-OUTPUT-LINE
073700     WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
073800     PERFORM VARYING DT-ZERO-IDX FROM 1 BY 1
073900             UNTIL DT-ZERO-IDX > DT-ZERO-COUNT
074000         MOVE DT-ZERO-PEAK(DT-ZERO-IDX) TO DT-COUNT-DISPLAY
074100         MOVE SPACES TO DT-OUTPUT-LINE
074200         STRING 'ZERO      ' DELIMITED BY SIZE
074300             FUNCTION TRIM(DT-ZERO-NAME(DT-ZERO-IDX))
074400                 DELIMITED BY SIZE
074500             ' PEAK=' DELIMITED BY SIZE
074600             FUNCTION TRIM(DT-COUNT-DISPLAY) DELIMITED BY SIZE
074700             ' IN ' DELIMITED BY SIZE
074800             DT-ZERO-PEAK-MONTH(DT-ZERO-IDX) DELIMITED BY SIZE
074900             ' LAST-DOWNLOADED=' DELIMITED BY SIZE
075000             DT-ZERO-LAST-MONTH(DT-ZERO-IDX) DELIMITED BY SIZE
075100             INTO DT-OUTPUT-LINE
075200         WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
075300     END-PERFORM
075400     IF DT-ZERO-COUNT = ZERO
075500         MOVE '          NONE' TO DT-OUTPUT-LINE
075600         WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
075700     END-IF
075800     IF DT-Zero-Table-Full
075900         MOVE SPACES TO DT-OUTPUT-LINE
076000         STRING 'NOTE: MORE THAN 500 MAPS FELL TO ZERO; LINES '
076100             'ABOVE ARE INCOMPLETE'
076200             DELIMITED BY SIZE INTO DT-OUTPUT-LINE
076300         WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
076400     END-IF.
076500 4200-EXIT.
076600     EXIT.

076700*****************************************************************
076800* 9000-TERMINATE - WRITE THE SUMMARY, THEN CLOSE EVERYTHING. A  *
076900*                 RUN THAT FAILED TO OPEN ITS INPUTS GETS NO    *
077000*                 SUMMARY - ITS FAILED LINE IS THE WHOLE REPORT *
077100*****************************************************************
077200 9000-TERMINATE.
077300     IF DT-Init-Ok
077400         MOVE DT-MAP-COUNT TO DT-COUNT-DISPLAY
077500         MOVE SPACES TO DT-OUTPUT-LINE
077600         STRING 'SUMMARY:  MAPS=' DELIMITED BY SIZE
077700             FUNCTION TRIM(DT-COUNT-DISPLAY) DELIMITED BY SIZE
077800             INTO DT-OUTPUT-LINE
077900         WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
078000         MOVE DT-ZERO-TOTAL TO DT-COUNT-DISPLAY
078100         MOVE SPACES TO DT-OUTPUT-LINE
078200         STRING 'SUMMARY:  FELL-TO-ZERO=' DELIMITED BY SIZE
078300             FUNCTION TRIM(DT-COUNT-DISPLAY) DELIMITED BY SIZE
078400             INTO DT-OUTPUT-LINE
078500         WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
078600         MOVE DT-UNPUBLISHED-COUNT TO DT-COUNT-DISPLAY
078700         MOVE SPACES TO DT-OUTPUT-LINE
078800         STRING 'SUMMARY:  NOT-PUBLISHED=' DELIMITED BY SIZE
078900             FUNCTION TRIM(DT-COUNT-DISPLAY) DELIMITED BY SIZE
079000             INTO DT-OUTPUT-LINE
079100         WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
079200         MOVE DT-RECORD-COUNT TO DT-COUNT-DISPLAY
079300         MOVE SPACES TO DT-OUTPUT-LINE
079400         STRING 'SUMMARY:  HISTORY-RECORDS=' DELIMITED BY SIZE
079500             FUNCTION TRIM(DT-COUNT-DISPLAY) DELIMITED BY SIZE
079600             INTO DT-OUTPUT-LINE
079700         WRITE DT-REPORT-RECORD FROM DT-OUTPUT-LINE
079800         CLOSE MapMasterFile
079900         IF DT-History-On-File
080000             CLOSE DownloadHistoryFile
080100         END-IF
080200     ELSE
080300         IF DT-MASTER-STATUS = '00'
080400             CLOSE MapMasterFile
080500         END-IF
080600     END-IF
080700     IF DT-RPT-STATUS = '00'
080800         CLOSE ReportFile
080900     END-IF.
081000 9000-EXIT.
081100     EXIT.
