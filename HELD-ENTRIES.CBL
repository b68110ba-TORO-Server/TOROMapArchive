000100*****************************************************************
000200* PROGRAM:     HELD-ENTRIES
000300* PURPOSE:     LISTS THE SCHEDULED MAPS SO THE PUBLISHING
000400*              CALENDAR CAN BE CHECKED WITHOUT ANYONE AT THE
000500*              KEYBOARD ON THE DAY. READS THE PUBLISH-ON AND
000600*              EXPIRE-ON DATES IN MAP-METADATA.DAT (EVERY
000700*              SUBFOLDER LISTED IN SUBFOLDER-LIST.DAT, OR THE
000800*              CURRENT DIRECTORY ALONE WITHOUT ONE) AND WRITES
000900*              HELD-ENTRIES.RPT: EVERY MAP STILL EMBARGOED, AND
001000*              EVERY MAP THAT GOES LIVE OR EXPIRES WITHIN THE
001100*              NEXT 14 DAYS.
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. HeldEntries IS INITIAL PROGRAM.
001500 AUTHOR. R-WALLACE.
001600 INSTALLATION. TORO-MAP-ARCHIVE.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100* ------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  -----------------------------------------------
002400* 2026-10-15 RW    INITIAL VERSION. USES THE SAME RULES AS
002500*                  GENERATEREADME: A MAP IS HELD WHILE ITS
002600*                  PUBLISH-ON DATE IS AHEAD OF THE RUN DATE, IS
002700*                  LIVE THROUGH ITS EXPIRE-ON DATE, AND DROPS TO
002800*                  THE EXPIRED EVENTS SECTION THE DAY AFTER. A
002900*                  SCHEDULE DATE GENERATEREADME WOULD REJECT IS
003000*                  LISTED AS A BAD DATE. CALLABLE AS A
003100*                  CYCLE-DRIVER STEP (INITIAL, ENDS WITH GOBACK).
003200*-----------------------------------------------------------------

003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SubfolderListFile ASSIGN TO 'SUBFOLDER-LIST.DAT'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS HE-SUBFOLDER-STATUS.

003900     SELECT MetadataFile ASSIGN TO DYNAMIC HE-METADATA-ASSIGN
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS HE-META-STATUS.

004200     SELECT ReportFile ASSIGN TO 'HELD-ENTRIES.RPT'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS HE-RPT-STATUS.

004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SubfolderListFile.
004800 01  HE-SUBFOLDER-RECORD           PIC X(200).

004900 FD  MetadataFile.
005000 01  HE-METADATA-RECORD            PIC X(600).

005100 FD  ReportFile.
005200 01  HE-REPORT-RECORD              PIC X(132).

005300 WORKING-STORAGE SECTION.
005400*-----------------------------------------------------------------
005500* SWITCHES
005600*-----------------------------------------------------------------
005700 01  HE-SWITCHES.
005800     05  HE-SUBFOLDER-EOF-FLAG     PIC X     VALUE 'N'.
005900         88  End-Of-Subfolder-List           VALUE 'Y'.
006000         88  Not-End-Of-Subfolder-List       VALUE 'N'.
006100     05  HE-META-EOF-FLAG          PIC X     VALUE 'N'.
006200         88  End-Of-Metadata                 VALUE 'Y'.
006300         88  Not-End-Of-Metadata             VALUE 'N'.
006400     05  HE-INIT-SW                PIC X     VALUE 'Y'.
006500         88  HE-Init-Ok                      VALUE 'Y'.
006600         88  HE-Init-Failed                  VALUE 'N'.
006700     05  HE-DATE-SW                PIC X     VALUE 'N'.
006800         88  HE-Date-Valid                   VALUE 'Y'.
006900         88  HE-Date-Invalid                 VALUE 'N'.

007000*-----------------------------------------------------------------
007100* FILE STATUS CODES
007200*-----------------------------------------------------------------
007300 77  HE-SUBFOLDER-STATUS           PIC X(02) VALUE SPACES.
007400 77  HE-META-STATUS                PIC X(02) VALUE SPACES.
007500 77  HE-RPT-STATUS                 PIC X(02) VALUE SPACES.

007600*-----------------------------------------------------------------
007700* DYNAMIC FILE ASSIGNMENT WORK AREAS
007800*-----------------------------------------------------------------
007900 01  HE-FOLDER-PATH                PIC X(200) VALUE SPACES.
008000 01  HE-METADATA-ASSIGN            PIC X(250).

008100*-----------------------------------------------------------------
008200* COUNTERS
008300*-----------------------------------------------------------------
008400 77  HE-FOLDER-COUNT               PIC 9(05) COMP VALUE ZERO.
008500 77  HE-SCHEDULED-COUNT            PIC 9(07) COMP VALUE ZERO.
008600 77  HE-HELD-COUNT                 PIC 9(07) COMP VALUE ZERO.
008700 77  HE-LIVE-SOON-COUNT            PIC 9(07) COMP VALUE ZERO.
008800 77  HE-EXPIRE-SOON-COUNT          PIC 9(07) COMP VALUE ZERO.
008900 77  HE-EXPIRED-COUNT              PIC 9(07) COMP VALUE ZERO.
009000 77  HE-BAD-DATE-COUNT             PIC 9(07) COMP VALUE ZERO.

009100*-----------------------------------------------------------------
009200* RUN DATE AND LOOK-AHEAD WINDOW - THE WINDOW RUNS FROM THE RUN
009300* DATE THROUGH HE-WINDOW-DAYS DAYS LATER. ALL SCHEDULE DATES ARE
009400* YYYY-MM-DD AND ARE COMPARED AS TEXT, AS GENERATEREADME DOES
009500*-----------------------------------------------------------------
009600 77  HE-WINDOW-DAYS                PIC 9(03) COMP VALUE 14.
009700 77  HE-RUN-DATE-RAW               PIC 9(08) VALUE ZERO.
009800 77  HE-WINDOW-END-RAW             PIC 9(08) VALUE ZERO.
009900 77  HE-DAY-NUMBER                 PIC 9(07) COMP VALUE ZERO.
010000 01  HE-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.
010100 01  HE-WINDOW-END-DISPLAY         PIC X(10) VALUE SPACES.
010200 01  HE-DATE-CHECK                 PIC X(10).
010300 01  HE-DATE-CHECK-PARTS REDEFINES HE-DATE-CHECK.
010400     05  HE-CHECK-YYYY             PIC X(04).
010500     05  HE-CHECK-DASH1            PIC X(01).
010600     05  HE-CHECK-MM               PIC X(02).
010700     05  HE-CHECK-DASH2            PIC X(01).
010800     05  HE-CHECK-DD               PIC X(02).

010900*-----------------------------------------------------------------
011000* MAP-METADATA.DAT SPLIT WORK AREAS - NAME|DESCRIPTION|UPLOADER|
011100* UPLOAD-DATE|SIZE|CHECKSUM|PUBLISH-ON|EXPIRE-ON, THE LAST FOUR
011200* OPTIONAL
011300*-----------------------------------------------------------------
011400 01  HE-META-SPLIT-FIELDS.
011500     05  HE-META-SPLIT-NAME        PIC X(256).
011600     05  HE-META-SPLIT-DESC        PIC X(200).
011700     05  HE-META-SPLIT-UPLOADER    PIC X(60).
011800     05  HE-META-SPLIT-DATE        PIC X(10).
011900     05  HE-META-SPLIT-SIZE        PIC X(12).
012000     05  HE-META-SPLIT-CHECKSUM    PIC X(64).
012100     05  HE-META-SPLIT-PUBLISH-ON  PIC X(10).
012200     05  HE-META-SPLIT-EXPIRE-ON   PIC X(10).
012300 01  HE-PUBLISH-ON                 PIC X(10).
012400 01  HE-EXPIRE-ON                  PIC X(10).

012500*-----------------------------------------------------------------
012600* REPORT LINE WORK AREAS
012700*-----------------------------------------------------------------
012800 01  HE-OUTPUT-LINE                PIC X(132).
012900 01  HE-LINE-TAG                   PIC X(10).
013000 01  HE-LINE-DATE                  PIC X(10).
013100 01  HE-LINE-NOTE                  PIC X(40).
013200 01  HE-COUNT-DISPLAY              PIC Z(06)9.

013300 PROCEDURE DIVISION.
013400*****************************************************************
013500* 0000-MAINLINE                                                 *
013600*****************************************************************
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
013900     IF HE-Init-Ok
014000         PERFORM 2000-PROCESS-FOLDERS THRU 2000-EXIT
014100         PERFORM 3000-WRITE-SUMMARY   THRU 3000-EXIT
014200     END-IF
014300     PERFORM 9000-TERMINATE         THRU 9000-EXIT
014400     GOBACK.

014500*****************************************************************
014600* 1000-INITIALIZE - OPEN THE REPORT FIRST (SAME PATTERN AS      *
014700*                 RECONCILE), WORK OUT THE RUN DATE AND THE END *
014800*                 OF THE LOOK-AHEAD WINDOW, AND WRITE THE       *
014900*                 REPORT HEADING                                *
015000*****************************************************************
015100 1000-INITIALIZE.
015200     OPEN OUTPUT ReportFile
015300     IF HE-RPT-STATUS NOT = '00'
015400         SET HE-Init-Failed TO TRUE
015500         DISPLAY 'HELDENTRIES: CANNOT OPEN HELD-ENTRIES.RPT, '
015600             'STATUS=' HE-RPT-STATUS
015700         GO TO 1000-EXIT
015800     END-IF
015900     ACCEPT HE-RUN-DATE-RAW FROM DATE YYYYMMDD
016000     MOVE SPACES TO HE-RUN-DATE-DISPLAY
016100     STRING HE-RUN-DATE-RAW(1:4) '-' HE-RUN-DATE-RAW(5:2) '-'
016200         HE-RUN-DATE-RAW(7:2) DELIMITED BY SIZE
016300         INTO HE-RUN-DATE-DISPLAY
016400     COMPUTE HE-DAY-NUMBER =
016500         FUNCTION INTEGER-OF-DATE(HE-RUN-DATE-RAW)
016600         + HE-WINDOW-DAYS
016700     COMPUTE HE-WINDOW-END-RAW =
016800         FUNCTION DATE-OF-INTEGER(HE-DAY-NUMBER)
016900     MOVE SPACES TO HE-WINDOW-END-DISPLAY
017000     STRING HE-WINDOW-END-RAW(1:4) '-' HE-WINDOW-END-RAW(5:2) '-'
017100         HE-WINDOW-END-RAW(7:2) DELIMITED BY SIZE
017200         INTO HE-WINDOW-END-DISPLAY

017300     MOVE SPACES TO HE-OUTPUT-LINE
017400     STRING 'HELD ENTRIES REPORT  ' DELIMITED BY SIZE
017500         HE-RUN-DATE-DISPLAY DELIMITED BY SIZE
017600         INTO HE-OUTPUT-LINE
017700     WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE
017800     MOVE SPACES TO HE-OUTPUT-LINE
017900     STRING 'WINDOW  ' DELIMITED BY SIZE
018000         HE-RUN-DATE-DISPLAY DELIMITED BY SIZE
018100         ' THROUGH ' DELIMITED BY SIZE
018200         HE-WINDOW-END-DISPLAY DELIMITED BY SIZE
018300         INTO HE-OUTPUT-LINE
018400     WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE
018500     MOVE SPACES TO HE-OUTPUT-LINE
018600     WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE.
018700 1000-EXIT.
018800     EXIT.

018900*****************************************************************
019000* 2000-PROCESS-FOLDERS - SCAN EACH LISTED SUBFOLDER (OR THE     *
019100*                 CURRENT DIRECTORY WHEN THERE IS NO LIST, THE  *
019200*                 SAME FALLBACK AS GENERATEHTML)                *
019300*****************************************************************
019400 2000-PROCESS-FOLDERS.
019500     OPEN INPUT SubfolderListFile
019600     IF HE-SUBFOLDER-STATUS NOT = '00'
019700         MOVE SPACES TO HE-FOLDER-PATH
019800         PERFORM 2100-SCAN-ONE-FOLDER THRU 2100-EXIT
019900         GO TO 2000-EXIT
020000     END-IF
020100     PERFORM 2010-READ-SUBFOLDER THRU 2010-EXIT
020200     PERFORM UNTIL End-Of-Subfolder-List
020300         MOVE FUNCTION TRIM(HE-SUBFOLDER-RECORD)
020400             TO HE-FOLDER-PATH
020500         IF HE-FOLDER-PATH NOT = SPACES
020600             PERFORM 2100-SCAN-ONE-FOLDER THRU 2100-EXIT
020700         END-IF
020800         PERFORM 2010-READ-SUBFOLDER THRU 2010-EXIT
020900     END-PERFORM
021000     CLOSE SubfolderListFile.
021100 2000-EXIT.
021200     EXIT.

021300*****************************************************************
021400* 2010-READ-SUBFOLDER - READ ONE LINE OF SUBFOLDER-LIST.DAT     *
021500*****************************************************************
021600 2010-READ-SUBFOLDER.
021700     READ SubfolderListFile
021800         AT END
021900             SET End-Of-Subfolder-List TO TRUE
022000     END-READ.
022100 2010-EXIT.
022200     EXIT.

022300*****************************************************************
022400* 2100-SCAN-ONE-FOLDER - READ ONE FOLDER'S MAP-METADATA.DAT.    *
022500*                 THE FILE IS OPTIONAL, AS IT IS FOR            *
022600*                 GENERATEREADME: WITH NONE ON FILE NOTHING IN  *
022700*                 THE FOLDER CAN BE SCHEDULED                   *
022800*****************************************************************
022900 2100-SCAN-ONE-FOLDER.
023000     ADD 1 TO HE-FOLDER-COUNT
023100     IF HE-FOLDER-PATH = SPACES
023200         MOVE 'MAP-METADATA.DAT' TO HE-METADATA-ASSIGN
023300     ELSE
023400         MOVE SPACES TO HE-METADATA-ASSIGN
023500         STRING FUNCTION TRIM(HE-FOLDER-PATH)
023600             '/MAP-METADATA.DAT' DELIMITED BY SIZE
023700             INTO HE-METADATA-ASSIGN
023800         MOVE SPACES TO HE-OUTPUT-LINE
023900         STRING 'FOLDER    ' DELIMITED BY SIZE
024000             FUNCTION TRIM(HE-FOLDER-PATH) DELIMITED BY SIZE
024100             INTO HE-OUTPUT-LINE
024200         WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE
024300     END-IF
024400     OPEN INPUT MetadataFile
024500     IF HE-META-STATUS NOT = '00'
024600         MOVE SPACES TO HE-OUTPUT-LINE
024700         STRING 'NOTE      ' DELIMITED BY SIZE
024800             FUNCTION TRIM(HE-METADATA-ASSIGN) DELIMITED BY SIZE
024900             ' NOT FOUND - NOTHING SCHEDULED' DELIMITED BY SIZE
025000             INTO HE-OUTPUT-LINE
025100         WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE
025200         GO TO 2100-EXIT
025300     END-IF
025400     SET Not-End-Of-Metadata TO TRUE
025500     PERFORM 2110-READ-METADATA THRU 2110-EXIT
025600     PERFORM UNTIL End-Of-Metadata
025700         PERFORM 2200-CHECK-ONE-ENTRY THRU 2200-EXIT
025800         PERFORM 2110-READ-METADATA THRU 2110-EXIT
025900     END-PERFORM
026000     CLOSE MetadataFile.
026100 2100-EXIT.
026200     EXIT.

026300*****************************************************************
026400* 2110-READ-METADATA - READ ONE LINE OF MAP-METADATA.DAT        *
026500*****************************************************************
026600 2110-READ-METADATA.
026700     READ MetadataFile
026800         AT END
026900             SET End-Of-Metadata TO TRUE
027000     END-READ.
027100 2110-EXIT.
027200     EXIT.

027300*****************************************************************
027400* 2200-CHECK-ONE-ENTRY - CLASSIFY ONE SCHEDULED ENTRY. IN ORDER:*
027500*                 A BAD SCHEDULE DATE; STILL EMBARGOED (GOING   *
027600*                 LIVE INSIDE THE WINDOW OR HELD BEYOND IT);    *
027700*                 ALREADY EXPIRED; EXPIRING INSIDE THE WINDOW.  *
027800*                 A LIVE ENTRY WHOSE EXPIRY IS FURTHER OFF IS   *
027900*                 NOT LISTED                                    *
028000*****************************************************************
028100 2200-CHECK-ONE-ENTRY.
028200     MOVE SPACES TO HE-META-SPLIT-FIELDS
028300     UNSTRING HE-METADATA-RECORD DELIMITED BY '|'
028400         INTO HE-META-SPLIT-NAME HE-META-SPLIT-DESC
028500              HE-META-SPLIT-UPLOADER HE-META-SPLIT-DATE
028600              HE-META-SPLIT-SIZE HE-META-SPLIT-CHECKSUM
028700              HE-META-SPLIT-PUBLISH-ON HE-META-SPLIT-EXPIRE-ON
028800     MOVE FUNCTION TRIM(HE-META-SPLIT-PUBLISH-ON)
028900         TO HE-PUBLISH-ON
029000     MOVE FUNCTION TRIM(HE-META-SPLIT-EXPIRE-ON) TO HE-EXPIRE-ON
029100     IF FUNCTION TRIM(HE-META-SPLIT-NAME) = SPACES
029200         OR (HE-PUBLISH-ON = SPACES AND HE-EXPIRE-ON = SPACES)
029300         GO TO 2200-EXIT
029400     END-IF
029500     ADD 1 TO HE-SCHEDULED-COUNT

029600     IF HE-PUBLISH-ON NOT = SPACES
029700         MOVE HE-PUBLISH-ON TO HE-DATE-CHECK
029800         PERFORM 2210-CHECK-DATE THRU 2210-EXIT
029900         IF HE-Date-Invalid
030000             GO TO 2200-EXIT
030100         END-IF
030200     END-IF
030300     IF HE-EXPIRE-ON NOT = SPACES
030400         MOVE HE-EXPIRE-ON TO HE-DATE-CHECK
030500         PERFORM 2210-CHECK-DATE THRU 2210-EXIT
030600         IF HE-Date-Invalid
030700             GO TO 2200-EXIT
030800         END-IF
030900     END-IF

031000     MOVE SPACES TO HE-LINE-NOTE
031100     IF HE-PUBLISH-ON > HE-RUN-DATE-DISPLAY
031200         MOVE HE-PUBLISH-ON TO HE-LINE-DATE
031300         IF HE-PUBLISH-ON > HE-WINDOW-END-DISPLAY
031400             MOVE 'HELD' TO HE-LINE-TAG
031500             ADD 1 TO HE-HELD-COUNT
031600         ELSE
031700             MOVE 'GOES LIVE' TO HE-LINE-TAG
031800             ADD 1 TO HE-LIVE-SOON-COUNT
031900         END-IF
032000         IF HE-EXPIRE-ON NOT = SPACES
032100             STRING '(UNTIL ' DELIMITED BY SIZE
032200                 HE-EXPIRE-ON DELIMITED BY SIZE
032300                 ')' DELIMITED BY SIZE
032400                 INTO HE-LINE-NOTE
032500         END-IF
032600         PERFORM 2300-WRITE-ENTRY-LINE THRU 2300-EXIT
032700         GO TO 2200-EXIT
032800     END-IF

032900     IF HE-EXPIRE-ON = SPACES
033000         GO TO 2200-EXIT
033100     END-IF
033200     IF HE-EXPIRE-ON < HE-RUN-DATE-DISPLAY
033300         ADD 1 TO HE-EXPIRED-COUNT
033400         GO TO 2200-EXIT
033500     END-IF
033600     IF HE-EXPIRE-ON NOT > HE-WINDOW-END-DISPLAY
033700         MOVE 'EXPIRES' TO HE-LINE-TAG
033800         MOVE HE-EXPIRE-ON TO HE-LINE-DATE
033900         MOVE '(LAST DAY LIVE)' TO HE-LINE-NOTE
034000         ADD 1 TO HE-EXPIRE-SOON-COUNT
034100         PERFORM 2300-WRITE-ENTRY-LINE THRU 2300-EXIT
034200     END-IF.
034300 2200-EXIT.
034400     EXIT.

034500*****************************************************************
034600* 2210-CHECK-DATE - A SCHEDULE DATE MUST BE YYYY-MM-DD WITH A   *
034700*                 MONTH OF 01-12 AND A DAY OF 01-31. A BAD ONE  *
034800*                 IS LISTED, SINCE GENERATEREADME WILL REJECT   *
034900*                 THE ENTRY UNTIL IT IS FIXED                   *
035000*****************************************************************
035100 2210-CHECK-DATE.
035200     SET HE-Date-Valid TO TRUE
035300     IF HE-CHECK-YYYY IS NOT NUMERIC
035400             OR HE-CHECK-MM IS NOT NUMERIC
035500             OR HE-CHECK-DD IS NOT NUMERIC
035600             OR HE-CHECK-DASH1 NOT = '-'
035700             OR HE-CHECK-DASH2 NOT = '-'
035800         SET HE-Date-Invalid TO TRUE
035900     ELSE
036000         IF HE-CHECK-MM < '01' OR HE-CHECK-MM > '12'
036100                 OR HE-CHECK-DD < '01' OR HE-CHECK-DD > '31'
036200             SET HE-Date-Invalid TO TRUE
036300         END-IF
036400     END-IF
036500     IF HE-Date-Invalid
036600         ADD 1 TO HE-BAD-DATE-COUNT
036700         MOVE 'BAD DATE' TO HE-LINE-TAG
036800         MOVE HE-DATE-CHECK TO HE-LINE-DATE
036900         MOVE '(NOT YYYY-MM-DD)' TO HE-LINE-NOTE
037000         PERFORM 2300-WRITE-ENTRY-LINE THRU 2300-EXIT
037100     END-IF.
037200 2210-EXIT.
037300     EXIT.

037400*****************************************************************
037500* 2300-WRITE-ENTRY-LINE - ONE REPORT LINE: TAG, THE DATE THAT   *
037600*                 MATTERS, THE MAP NAME AND ANY NOTE            *
037700*****************************************************************
037800 2300-WRITE-ENTRY-LINE.
037900     MOVE SPACES TO HE-OUTPUT-LINE
038000     STRING HE-LINE-TAG DELIMITED BY SIZE
038100         HE-LINE-DATE DELIMITED BY SIZE
038200         '  ' DELIMITED BY SIZE
038300         FUNCTION TRIM(HE-META-SPLIT-NAME) DELIMITED BY SIZE
038400         ' ' DELIMITED BY SIZE
038500         FUNCTION TRIM(HE-LINE-NOTE) DELIMITED BY SIZE
038600         INTO HE-OUTPUT-LINE
038700     WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE.
038800 2300-EXIT.
038900     EXIT.

039000*****************************************************************
039100* 3000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE RUN TOTALS     *
039200*****************************************************************
039300 3000-WRITE-SUMMARY.
039400     MOVE SPACES TO HE-OUTPUT-LINE
039500     WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE
039600     MOVE HE-SCHEDULED-COUNT TO HE-COUNT-DISPLAY
039700     MOVE SPACES TO HE-OUTPUT-LINE
039800     STRING 'SUMMARY:  SCHEDULED=' HE-COUNT-DISPLAY
039900         DELIMITED BY SIZE INTO HE-OUTPUT-LINE
040000     WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE
040100     MOVE HE-HELD-COUNT TO HE-COUNT-DISPLAY
040200     MOVE SPACES TO HE-OUTPUT-LINE
040300     STRING 'SUMMARY:  HELD BEYOND WINDOW=' HE-COUNT-DISPLAY
040400         DELIMITED BY SIZE INTO HE-OUTPUT-LINE
040500     WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE
040600     MOVE HE-LIVE-SOON-COUNT TO HE-COUNT-DISPLAY
040700     MOVE SPACES TO HE-OUTPUT-LINE
040800     STRING 'SUMMARY:  GOING LIVE IN WINDOW=' HE-COUNT-DISPLAY
040900         DELIMITED BY SIZE INTO HE-OUTPUT-LINE
041000     WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE
041100     MOVE HE-EXPIRE-SOON-COUNT TO HE-COUNT-DISPLAY
041200     MOVE SPACES TO HE-OUTPUT-LINE
041300     STRING 'SUMMARY:  EXPIRING IN WINDOW=' HE-COUNT-DISPLAY
041400         DELIMITED BY SIZE INTO HE-OUTPUT-LINE
041500     WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE
041600     MOVE HE-EXPIRED-COUNT TO HE-COUNT-DISPLAY
041700     MOVE SPACES TO HE-OUTPUT-LINE
041800     STRING 'SUMMARY:  ALREADY EXPIRED=' HE-COUNT-DISPLAY
041900         DELIMITED BY SIZE INTO HE-OUTPUT-LINE
042000     WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE
042100     MOVE HE-BAD-DATE-COUNT TO HE-COUNT-DISPLAY
042200     MOVE SPACES TO HE-OUTPUT-LINE
042300     STRING 'SUMMARY:  BAD DATES=' HE-COUNT-DISPLAY
042400         DELIMITED BY SIZE INTO HE-OUTPUT-LINE
042500     WRITE HE-REPORT-RECORD FROM HE-OUTPUT-LINE.
042600 3000-EXIT.
042700     EXIT.

042800*****************************************************************
042900* 9000-TERMINATE - CLOSE THE REPORT                             *
043000*****************************************************************
043100 9000-TERMINATE.
043200     IF HE-Init-Ok
043300         CLOSE ReportFile
043400     END-IF.
043500 9000-EXIT.
043600     EXIT.
