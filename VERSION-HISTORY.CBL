000100*****************************************************************
000200* PROGRAM:     VERSION-HISTORY
000300* PURPOSE:     LISTS EVERY MAP REVISED IN A REPORTING PERIOD.
000400*              READS THE MAP-VERSIONS.DAT LEDGER GENERATEREADME
000500*              KEEPS IN EACH FOLDER (EVERY SUBFOLDER LISTED IN
000600*              SUBFOLDER-LIST.DAT, OR THE CURRENT DIRECTORY
000700*              ALONE WITHOUT ONE) AND WRITES VERSION-HISTORY.RPT
000800*              WITH ONE ENTRY PER VERSION REPLACED IN THE PERIOD,
000900*              GIVING THE OLD AND NEW VERSION NUMBERS AND THE
001000*              PRIOR VERSION'S CHECKSUM, SIZE, UPLOADER AND UPLOAD
001100*              DATE, SO "IS THIS THE NEW ONE OR THE OLD ONE?" HAS
001200*              AN ANSWER.
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. VersionHistory IS INITIAL PROGRAM.
001600 AUTHOR. R-WALLACE.
001700 INSTALLATION. TORO-MAP-ARCHIVE.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200* ------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* ---------- ----  -----------------------------------------------
002500* 2026-10-15 RW    INITIAL VERSION. THE PERIOD COMES FROM THE
002600*                  OPTIONAL VERSION-HISTORY-CONTROL.DAT
002700*                  (KEY=VALUE, ONE PER LINE: FROM-DATE, TO-DATE,
002800*                  EACH YYYY-MM-DD); DEFAULTS ARE THE FIRST OF
002900*                  THE RUN MONTH THROUGH THE RUN DATE. A
003000*                  REVISION IS DATED BY THE GENERATEREADME RUN
003100*                  THAT FIRST SAW THE NEW CHECKSUM.
003200* 2026-10-15 RW    GENERATEREADME KEEPS ONE LEDGER PER FOLDER, SO
003300*                  EVERY FOLDER IN SUBFOLDER-LIST.DAT IS NOW READ
003400*                  (THE CURRENT DIRECTORY ALONE WITHOUT A LIST, AS
003500*                  HELD-ENTRIES DOES), EACH UNDER ITS OWN FOLDER
003600*                  LINE. A LEDGER THAT CANNOT BE OPENED IS A
003700*                  FAILED LINE FOR ITS FOLDER AND THE OTHER
003800*                  FOLDERS ARE STILL LISTED. CALLABLE AS A
003900*                  CYCLE-DRIVER STEP (INITIAL, ENDS WITH GOBACK).
004000*-----------------------------------------------------------------

004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT SubfolderListFile ASSIGN TO 'SUBFOLDER-LIST.DAT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS VH-SUBFOLDER-STATUS.

004700     SELECT VersionFile ASSIGN TO DYNAMIC VH-VERSION-ASSIGN
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS VH-VER-KEY
005100         FILE STATUS IS VH-VER-STATUS.

005200     SELECT ControlFile ASSIGN TO 'VERSION-HISTORY-CONTROL.DAT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS VH-CTL-STATUS.

005500     SELECT ReportFile ASSIGN TO 'VERSION-HISTORY.RPT'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS VH-RPT-STATUS.

005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  SubfolderListFile.
006100 01  VH-SUBFOLDER-RECORD           PIC X(200).

006200*-----------------------------------------------------------------
006300* MAP VERSION LEDGER - WRITTEN BY GENERATEREADME; THE RECORD
006400* LAYOUT MUST MATCH THE ONE DECLARED THERE. SEQUENCE 0 IS THE
006500* CURRENT-VERSION RECORD FOR A NAME AND SORTS AHEAD OF THAT
006600* NAME'S HISTORY RECORDS, ONE PER SUPERSEDED VERSION
006700*-----------------------------------------------------------------
006800 FD  VersionFile.
006900 01  VH-VERSION-RECORD.
007000     05  VH-VER-KEY.
007100         10  VH-VER-NAME           PIC X(256).
007200         10  VH-VER-SEQ            PIC 9(05).
007300     05  VH-VER-NUMBER             PIC 9(05).
007400     05  VH-VER-CHECKSUM           PIC X(64).
007500     05  VH-VER-SIZE               PIC X(12).
007600     05  VH-VER-UPLOADER           PIC X(60).
007700     05  VH-VER-DATE               PIC X(10).
007800     05  VH-VER-STAMP-DATE         PIC X(10).

007900 FD  ControlFile.
008000 01  VH-CONTROL-RECORD             PIC X(80).

008100 FD  ReportFile.
008200 01  VH-REPORT-RECORD              PIC X(132).

008300 WORKING-STORAGE SECTION.
008400*-----------------------------------------------------------------
008500* SWITCHES
008600*-----------------------------------------------------------------
008700 01  VH-SWITCHES.
008800     05  VH-VER-EOF-FLAG           PIC X     VALUE 'N'.
008900         88  End-Of-Versions                 VALUE 'Y'.
009000         88  Not-End-Of-Versions             VALUE 'N'.
009100     05  VH-CTL-EOF-FLAG           PIC X     VALUE 'N'.
009200         88  End-Of-Control                  VALUE 'Y'.
009300         88  Not-End-Of-Control              VALUE 'N'.
009400     05  VH-INIT-SW                PIC X     VALUE 'Y'.
009500         88  VH-Init-Ok                      VALUE 'Y'.
009600         88  VH-Init-Failed                  VALUE 'N'.
009700     05  VH-SUBFOLDER-EOF-FLAG     PIC X     VALUE 'N'.
009800         88  End-Of-Subfolder-List           VALUE 'Y'.
009900         88  Not-End-Of-Subfolder-List       VALUE 'N'.
010000     05  VH-NAME-COUNTED-SW        PIC X     VALUE 'N'.
010100         88  VH-Name-Counted                 VALUE 'Y'.
010200         88  VH-Name-Not-Counted             VALUE 'N'.
010300     05  VH-DATE-SW                PIC X     VALUE 'N'.
010400         88  VH-Date-Valid                   VALUE 'Y'.
010500         88  VH-Date-Invalid                 VALUE 'N'.

010600*-----------------------------------------------------------------
010700* FILE STATUS CODES
010800*-----------------------------------------------------------------
010900 77  VH-SUBFOLDER-STATUS           PIC X(02) VALUE SPACES.
011000 77  VH-VER-STATUS                 PIC X(02) VALUE SPACES.
011100 77  VH-CTL-STATUS                 PIC X(02) VALUE SPACES.
011200 77  VH-RPT-STATUS                 PIC X(02) VALUE SPACES.

011300*-----------------------------------------------------------------
011400* COUNTERS
011500*-----------------------------------------------------------------
011600 77  VH-FOLDER-COUNT               PIC 9(05) COMP VALUE ZERO.
011700 77  VH-MAP-COUNT                  PIC 9(07) COMP VALUE ZERO.
011800 77  VH-REVISED-COUNT              PIC 9(07) COMP VALUE ZERO.
011900 77  VH-REVISION-COUNT             PIC 9(07) COMP VALUE ZERO.

012000*-----------------------------------------------------------------
012100* FOLDER BEING READ AND THE LEDGER PATH BUILT FROM IT
012200*-----------------------------------------------------------------
012300 01  VH-FOLDER-PATH                PIC X(200) VALUE SPACES.
012400 01  VH-VERSION-ASSIGN             PIC X(250).

012500*-----------------------------------------------------------------
012600* REPORTING PERIOD AND CONTROL FILE WORK AREAS
012700*-----------------------------------------------------------------
012800 77  VH-RUN-DATE-RAW               PIC 9(08) VALUE ZERO.
012900 01  VH-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.
013000 01  VH-FROM-DATE                  PIC X(10) VALUE SPACES.
013100 01  VH-TO-DATE                    PIC X(10) VALUE SPACES.
013200 01  VH-CTL-KEY                    PIC X(40).
013300 01  VH-CTL-VALUE                  PIC X(40).
013400 01  VH-DATE-CHECK                 PIC X(10).
013500 01  VH-DATE-CHECK-PARTS REDEFINES VH-DATE-CHECK.
013600     05  VH-CHECK-YYYY             PIC X(04).
013700     05  VH-CHECK-DASH1            PIC X(01).
013800     05  VH-CHECK-MM               PIC X(02).
013900     05  VH-CHECK-DASH2            PIC X(01).
014000     05  VH-CHECK-DD               PIC X(02).

014100*-----------------------------------------------------------------
014200* CURRENT-VERSION RECORD OF THE NAME WHOSE HISTORY IS BEING READ
014300*-----------------------------------------------------------------
014400 01  VH-CUR-NAME                   PIC X(256) VALUE SPACES.
014500 01  VH-CUR-NUMBER                 PIC 9(05) VALUE ZERO.
014600 01  VH-NEXT-NUMBER                PIC 9(05) VALUE ZERO.

014700*-----------------------------------------------------------------
014800* REPORT LINE WORK AREAS
014900*-----------------------------------------------------------------
015000 01  VH-OUTPUT-LINE                PIC X(132).
015100 01  VH-COUNT-DISPLAY              PIC Z(06)9.
015200 01  VH-OLD-VER-DISPLAY            PIC Z(04)9.
015300 01  VH-NEW-VER-DISPLAY            PIC Z(04)9.

015400 PROCEDURE DIVISION.
015500*****************************************************************
015600* 0000-MAINLINE                                                 *
015700*****************************************************************
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
016000     IF VH-Init-Ok
016100         PERFORM 2000-PROCESS-FOLDERS THRU 2000-EXIT
016200         PERFORM 3000-WRITE-SUMMARY   THRU 3000-EXIT
016300     END-IF
016400     PERFORM 9000-TERMINATE         THRU 9000-EXIT
016500     GOBACK.

016600*****************************************************************
016700* 1000-INITIALIZE - OPEN THE REPORT FIRST (SAME PATTERN AS      *
016800*                 RECONCILE), SET THE DEFAULT PERIOD FROM THE   *
016900*                 RUN DATE, APPLY ANY CONTROL FILE OVERRIDES    *
017000*                 AND WRITE THE REPORT HEADING                  *
017100*****************************************************************
017200 1000-INITIALIZE.
017300     OPEN OUTPUT ReportFile
017400     IF VH-RPT-STATUS NOT = '00'
017500         SET VH-Init-Failed TO TRUE
017600         DISPLAY 'VERSIONHISTORY: CANNOT OPEN '
017700             'VERSION-HISTORY.RPT, STATUS=' VH-RPT-STATUS
017800         GO TO 1000-EXIT
017900     END-IF
018000     ACCEPT VH-RUN-DATE-RAW FROM DATE YYYYMMDD
018100     MOVE SPACES TO VH-RUN-DATE-DISPLAY
018200     STRING VH-RUN-DATE-RAW(1:4) '-' VH-RUN-DATE-RAW(5:2) '-'
018300         VH-RUN-DATE-RAW(7:2) DELIMITED BY SIZE
018400         INTO VH-RUN-DATE-DISPLAY
018500     MOVE VH-RUN-DATE-DISPLAY TO VH-FROM-DATE
018600     MOVE '01' TO VH-FROM-DATE(9:2)
018700     MOVE VH-RUN-DATE-DISPLAY TO VH-TO-DATE
018800     PERFORM 1100-READ-CONTROL THRU 1100-EXIT

018900     MOVE SPACES TO VH-OUTPUT-LINE
019000     STRING 'VERSION HISTORY REPORT  ' DELIMITED BY SIZE
019100         VH-RUN-DATE-DISPLAY DELIMITED BY SIZE
019200         INTO VH-OUTPUT-LINE
019300     WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
019400     MOVE SPACES TO VH-OUTPUT-LINE
019500     STRING 'PERIOD  ' DELIMITED BY SIZE
019600         VH-FROM-DATE DELIMITED BY SIZE
019700         ' THROUGH ' DELIMITED BY SIZE
019800         VH-TO-DATE DELIMITED BY SIZE
019900         INTO VH-OUTPUT-LINE
020000     WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
020100     MOVE SPACES TO VH-OUTPUT-LINE
020200     WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE.
020300 1000-EXIT.
020400     EXIT.

020500*****************************************************************
020600* 1100-READ-CONTROL - PARSE KEY=VALUE PERIOD OVERRIDES FROM THE *
020700*                 OPTIONAL CONTROL FILE. UNKNOWN KEYS ARE       *
020800*                 IGNORED; A DATE THAT IS NOT YYYY-MM-DD IS     *
020900*                 NOTED ON THE REPORT AND THE DEFAULT KEPT      *
021000*****************************************************************
021100 1100-READ-CONTROL.
021200     OPEN INPUT ControlFile
021300     IF VH-CTL-STATUS NOT = '00'
021400         GO TO 1100-EXIT
021500     END-IF
021600     PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
021700     PERFORM UNTIL End-Of-Control
021800         MOVE SPACES TO VH-CTL-KEY VH-CTL-VALUE
021900         UNSTRING VH-CONTROL-RECORD DELIMITED BY '='
022000             INTO VH-CTL-KEY VH-CTL-VALUE
022100         MOVE FUNCTION TRIM(VH-CTL-VALUE) TO VH-DATE-CHECK
022200         EVALUATE FUNCTION TRIM(VH-CTL-KEY)
022300             WHEN 'FROM-DATE'
022400                 PERFORM 1120-CHECK-DATE THRU 1120-EXIT
022500                 IF VH-Date-Valid
022600                     MOVE VH-DATE-CHECK TO VH-FROM-DATE
022700                 END-IF
022800             WHEN 'TO-DATE'
022900                 PERFORM 1120-CHECK-DATE THRU 1120-EXIT
023000                 IF VH-Date-Valid
023100                     MOVE VH-DATE-CHECK TO VH-TO-DATE
023200                 END-IF
023300         END-EVALUATE
023400         PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
023500     END-PERFORM
023600     CLOSE ControlFile.
023700 1100-EXIT.
023800     EXIT.

023900*****************************************************************
024000* 1110-READ-CONTROL-LINE - READ ONE CONTROL FILE LINE           *
024100*****************************************************************
024200 1110-READ-CONTROL-LINE.
024300     READ ControlFile
024400         AT END
024500             SET End-Of-Control TO TRUE
024600     END-READ.
024700 1110-EXIT.
024800     EXIT.

024900*****************************************************************
025000* 1120-CHECK-DATE - A PERIOD DATE MUST BE YYYY-MM-DD WITH A     *
025100*                 MONTH OF 01-12 AND A DAY OF 01-31, SINCE THE  *
025200*                 LEDGER DATES ARE COMPARED AS TEXT             *
025300*****************************************************************
025400 1120-CHECK-DATE.
025500     SET VH-Date-Valid TO TRUE
025600     IF VH-CHECK-YYYY IS NOT NUMERIC
025700             OR VH-CHECK-MM IS NOT NUMERIC
025800             OR VH-CHECK-DD IS NOT NUMERIC
025900             OR VH-CHECK-DASH1 NOT = '-'
026000             OR VH-CHECK-DASH2 NOT = '-'
026100         SET VH-Date-Invalid TO TRUE
026200     ELSE
026300         IF VH-CHECK-MM < '01' OR VH-CHECK-MM > '12'
026400                 OR VH-CHECK-DD < '01' OR VH-CHECK-DD > '31'
026500             SET VH-Date-Invalid TO TRUE
026600         END-IF
026700     END-IF
026800     IF VH-Date-Invalid
026900         MOVE SPACES TO VH-OUTPUT-LINE
027000         STRING 'NOTE      IGNORED CONTROL LINE '
027100             DELIMITED BY SIZE
027200             FUNCTION TRIM(VH-CONTROL-RECORD) DELIMITED BY SIZE
027300             ' - DATE MUST BE YYYY-MM-DD' DELIMITED BY SIZE
027400             INTO VH-OUTPUT-LINE
027500         WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
027600     END-IF.
027700 1120-EXIT.
027800     EXIT.

027900*****************************************************************
028000* 2000-PROCESS-FOLDERS - LIST EACH FOLDER'S LEDGER IN TURN, THE *
028100*                 FOLDERS IN SUBFOLDER-LIST.DAT ORDER (OR THE   *
028200*                 CURRENT DIRECTORY WHEN THERE IS NO LIST, THE  *
028300*                 SAME FALLBACK AS HELD-ENTRIES)                *
028400*****************************************************************
028500 2000-PROCESS-FOLDERS.
028600     OPEN INPUT SubfolderListFile
028700     IF VH-SUBFOLDER-STATUS NOT = '00'
028800         MOVE SPACES TO VH-FOLDER-PATH
028900         PERFORM 2100-LIST-ONE-LEDGER THRU 2100-EXIT
029000         GO TO 2000-EXIT
029100     END-IF
029200     PERFORM 2010-READ-SUBFOLDER THRU 2010-EXIT
029300     PERFORM UNTIL End-Of-Subfolder-List
029400         MOVE FUNCTION TRIM(VH-SUBFOLDER-RECORD)
029500             TO VH-FOLDER-PATH
029600         IF VH-FOLDER-PATH NOT = SPACES
029700             PERFORM 2100-LIST-ONE-LEDGER THRU 2100-EXIT
029800         END-IF
029900         PERFORM 2010-READ-SUBFOLDER THRU 2010-EXIT
030000     END-PERFORM
030100     CLOSE SubfolderListFile.
030200 2000-EXIT.
030300     EXIT.

030400*****************************************************************
030500* 2010-READ-SUBFOLDER - READ ONE LINE OF SUBFOLDER-LIST.DAT     *
030600*****************************************************************
030700 2010-READ-SUBFOLDER.
030800     READ SubfolderListFile
030900         AT END
031000             SET End-Of-Subfolder-List TO TRUE
031100     END-READ.
031200 2010-EXIT.
031300     EXIT.

031400*****************************************************************
031500* 2100-LIST-ONE-LEDGER - READ ONE FOLDER'S LEDGER IN KEY ORDER. *
031600*                 EACH NAME'S CURRENT-VERSION RECORD (SEQUENCE  *
031700*                 0) ARRIVES AHEAD OF ITS HISTORY RECORDS, SO   *
031800*                 THE CURRENT VERSION IS ALWAYS KNOWN BY THE    *
031900*                 TIME A REVISION OF THAT NAME IS LISTED. A     *
032000*                 LEDGER THAT DOES NOT EXIST YET IS NOT AN      *
032100*                 ERROR - NO MAP IN THE FOLDER HAS BEEN REVISED *
032200*                 - ONE THAT CANNOT BE OPENED FAILS THE FOLDER  *
032300*****************************************************************
032400 2100-LIST-ONE-LEDGER.
032500     ADD 1 TO VH-FOLDER-COUNT
032600     IF VH-FOLDER-PATH = SPACES
032700         MOVE 'MAP-VERSIONS.DAT' TO VH-VERSION-ASSIGN
032800     ELSE
032900         MOVE SPACES TO VH-VERSION-ASSIGN
033000         STRING FUNCTION TRIM(VH-FOLDER-PATH)
033100             '/MAP-VERSIONS.DAT' DELIMITED BY SIZE
033200             INTO VH-VERSION-ASSIGN
033300         MOVE SPACES TO VH-OUTPUT-LINE
033400         STRING 'FOLDER    ' DELIMITED BY SIZE
033500             FUNCTION TRIM(VH-FOLDER-PATH) DELIMITED BY SIZE
033600             INTO VH-OUTPUT-LINE
033700         WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
033800     END-IF
033900     OPEN INPUT VersionFile
034000     IF VH-VER-STATUS NOT = '00'
034100         MOVE SPACES TO VH-OUTPUT-LINE
034200         IF VH-VER-STATUS = '35'
034300             STRING 'NOTE      ' DELIMITED BY SIZE
034400                 FUNCTION TRIM(VH-VERSION-ASSIGN)
034500                     DELIMITED BY SIZE
034600                 ' NOT FOUND - NO REVISIONS ON FILE'
034700                 DELIMITED BY SIZE INTO VH-OUTPUT-LINE
034800         ELSE
034900             STRING 'FAILED    ' DELIMITED BY SIZE
035000                 FUNCTION TRIM(VH-VERSION-ASSIGN)
035100                     DELIMITED BY SIZE
035200                 ' COULD NOT BE OPENED (STATUS=' VH-VER-STATUS ')'
035300                 DELIMITED BY SIZE INTO VH-OUTPUT-LINE
035400         END-IF
035500         WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
035600         GO TO 2100-EXIT
035700     END-IF
035800     MOVE SPACES TO VH-CUR-NAME
035900     SET Not-End-Of-Versions TO TRUE
036000     PERFORM 2110-READ-LEDGER THRU 2110-EXIT
036100     PERFORM UNTIL End-Of-Versions
036200         IF VH-VER-SEQ = ZERO
036300             PERFORM 2200-NOTE-CURRENT THRU 2200-EXIT
036400         ELSE
036500             IF VH-VER-STAMP-DATE NOT < VH-FROM-DATE
036600                 AND VH-VER-STAMP-DATE NOT > VH-TO-DATE
036700                 PERFORM 2300-LIST-ONE-REVISION THRU 2300-EXIT
036800             END-IF
036900         END-IF
037000         PERFORM 2110-READ-LEDGER THRU 2110-EXIT
037100     END-PERFORM
037200     CLOSE VersionFile.
037300 2100-EXIT.
037400     EXIT.

037500*****************************************************************
037600* 2110-READ-LEDGER - READ THE NEXT LEDGER RECORD IN KEY ORDER   *
037700*****************************************************************
037800 2110-READ-LEDGER.
037900     READ VersionFile NEXT RECORD
038000         AT END
038100             SET End-Of-Versions TO TRUE
038200     END-READ.
038300 2110-EXIT.
038400     EXIT.

038500*****************************************************************
038600* 2200-NOTE-CURRENT - REMEMBER THE CURRENT VERSION OF THE NAME  *
038700*                 WHOSE HISTORY RECORDS FOLLOW                  *
038800*****************************************************************
038900 2200-NOTE-CURRENT.
039000     ADD 1 TO VH-MAP-COUNT
039100     MOVE VH-VER-NAME TO VH-CUR-NAME
039200     MOVE VH-VER-NUMBER TO VH-CUR-NUMBER
039300     SET VH-Name-Not-Counted TO TRUE.
039400 2200-EXIT.
039500     EXIT.

039600*****************************************************************
039700* 2300-LIST-ONE-REVISION - WRITE ONE REVISED ENTRY: THE NAME,   *
039800*                 THE DATE THE NEW VERSION WAS FIRST SEEN, THE  *
039900*                 VERSION STEP, AND THE PRIOR VERSION'S DETAILS *
040000*****************************************************************
040100 2300-LIST-ONE-REVISION.
040200     ADD 1 TO VH-REVISION-COUNT
040300     IF VH-VER-NAME = VH-CUR-NAME
040400         AND VH-Name-Not-Counted
040500         ADD 1 TO VH-REVISED-COUNT
040600         SET VH-Name-Counted TO TRUE
040700     END-IF
040800     COMPUTE VH-NEXT-NUMBER = VH-VER-SEQ + 1
040900     MOVE VH-VER-SEQ TO VH-OLD-VER-DISPLAY
041000     MOVE VH-NEXT-NUMBER TO VH-NEW-VER-DISPLAY
041100     MOVE SPACES TO VH-OUTPUT-LINE
041200     STRING 'REVISED   ' DELIMITED BY SIZE
041300         VH-VER-STAMP-DATE DELIMITED BY SIZE
041400         '  V' DELIMITED BY SIZE
041500         FUNCTION TRIM(VH-OLD-VER-DISPLAY) DELIMITED BY SIZE
041600         ' -> V' DELIMITED BY SIZE
041700         FUNCTION TRIM(VH-NEW-VER-DISPLAY) DELIMITED BY SIZE
041800         '  ' DELIMITED BY SIZE
041900         FUNCTION TRIM(VH-VER-NAME) DELIMITED BY SIZE
042000         INTO VH-OUTPUT-LINE
042100     WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
042200     MOVE SPACES TO VH-OUTPUT-LINE
042300     STRING '          PRIOR SIZE=' DELIMITED BY SIZE
042400         FUNCTION TRIM(VH-VER-SIZE) DELIMITED BY SIZE
042500         ' UPLOADER=' DELIMITED BY SIZE
042600         FUNCTION TRIM(VH-VER-UPLOADER) DELIMITED BY SIZE
042700         ' UPLOADED=' DELIMITED BY SIZE
042800         FUNCTION TRIM(VH-VER-DATE) DELIMITED BY SIZE
042900         INTO VH-OUTPUT-LINE
043000     WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
043100     MOVE SPACES TO VH-OUTPUT-LINE
043200     STRING '          PRIOR CHECKSUM=' DELIMITED BY SIZE
043300         FUNCTION TRIM(VH-VER-CHECKSUM) DELIMITED BY SIZE
043400         INTO VH-OUTPUT-LINE
043500     WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
043600     IF VH-VER-NAME = VH-CUR-NAME
043700         AND VH-NEXT-NUMBER = VH-CUR-NUMBER
043800         MOVE SPACES TO VH-OUTPUT-LINE
043900         MOVE VH-CUR-NUMBER TO VH-NEW-VER-DISPLAY
044000         STRING '          V' DELIMITED BY SIZE
044100             FUNCTION TRIM(VH-NEW-VER-DISPLAY) DELIMITED BY SIZE
044200             ' IS THE CURRENT VERSION' DELIMITED BY SIZE
044300             INTO VH-OUTPUT-LINE
044400         WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
044500     END-IF.
044600 2300-EXIT.
044700     EXIT.

044800*****************************************************************
044900* 3000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE RUN TOTALS     *
045000*****************************************************************
045100 3000-WRITE-SUMMARY.
045200     MOVE SPACES TO VH-OUTPUT-LINE
045300     WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
045400     MOVE VH-FOLDER-COUNT TO VH-COUNT-DISPLAY
045500     MOVE SPACES TO VH-OUTPUT-LINE
045600     STRING 'SUMMARY:  FOLDERS READ=' VH-COUNT-DISPLAY
045700         DELIMITED BY SIZE INTO VH-OUTPUT-LINE
045800     WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
045900     MOVE VH-MAP-COUNT TO VH-COUNT-DISPLAY
046000     MOVE SPACES TO VH-OUTPUT-LINE
046100     STRING 'SUMMARY:  MAPS ON LEDGER=' VH-COUNT-DISPLAY
046200         DELIMITED BY SIZE INTO VH-OUTPUT-LINE
046300     WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
046400     MOVE VH-REVISED-COUNT TO VH-COUNT-DISPLAY
046500     MOVE SPACES TO VH-OUTPUT-LINE
046600     STRING 'SUMMARY:  MAPS REVISED IN PERIOD=' VH-COUNT-DISPLAY
046700         DELIMITED BY SIZE INTO VH-OUTPUT-LINE
046800     WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE
046900     MOVE VH-REVISION-COUNT TO VH-COUNT-DISPLAY
047000     MOVE SPACES TO VH-OUTPUT-LINE
047100     STRING 'SUMMARY:  REVISIONS IN PERIOD=' VH-COUNT-DISPLAY
047200         DELIMITED BY SIZE INTO VH-OUTPUT-LINE
047300     WRITE VH-REPORT-RECORD FROM VH-OUTPUT-LINE.
047400 3000-EXIT.
047500     EXIT.

047600*****************************************************************
047700* 9000-TERMINATE - CLOSE THE REPORT                             *
047800*****************************************************************
047900 9000-TERMINATE.
048000     IF VH-RPT-STATUS = '00'
048100         CLOSE ReportFile
048200     END-IF.
048300 9000-EXIT.
048400     EXIT.
