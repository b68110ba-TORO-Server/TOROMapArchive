000100*****************************************************************
000200* PROGRAM:     ISSUE-INTAKE
000300* PURPOSE:     GIVES PLAYER BUG REPORTS A HOME. READS THE
000400*              ISSUE-REPORT.DAT FEED (ONE NAME|REPORTER|DATE|
000500*              TYPE|TEXT LINE PER REPORT, EXTRACTED FROM THE
000600*              DISCORD REPORT CHANNEL), CHECKS EACH MAP NAME
000700*              AGAINST THE PUBLISHED ARCHIVE (THE MAP-MASTER
000800*              FILE GENERATEREADME REBUILDS), AND LOGS EVERY
000900*              GOOD REPORT AS AN OPEN ISSUE ON THE KEYED
001000*              ISSUE-MASTER.DAT. CLOSE TRANSACTIONS IN
001100*              ISSUE-CLOSE.DAT THEN MARK ISSUES FIXED.
001200*              GENERATEREADME AND GENERATEHTML SHOW THE OPEN
001300*              COUNT AGAINST EACH AFFECTED MAP, AND ISSUE-AGING
001400*              REPORTS THE ONES LEFT OPEN TOO LONG. EVERY
001500*              REJECT IS REPORTED WITH A REASON ON
001600*              ISSUE-INTAKE.RPT.
001700*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. IssueIntake IS INITIAL PROGRAM.
002000 AUTHOR. R-WALLACE.
002100 INSTALLATION. TORO-MAP-ARCHIVE.
002200 DATE-WRITTEN. 2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600* ------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION
002800* ---------- ----  -----------------------------------------------
002900* 2026-10-15 RW    INITIAL VERSION. RUN AFTER GENERATEREADME SO
003000*                  MAP-MASTER.DAT REFLECTS THE CURRENT ARCHIVE;
003100*                  A MISSING MASTER FAILS THE RUN, AS IN
003200*                  DOWNLOAD-STATS. ISSUE-MASTER.DAT IS CREATED
003300*                  ON FIRST USE AND KEYED ON NAME PLUS SEQUENCE,
003400*                  LIKE MAP-VERSIONS.DAT: SEQUENCE 0 IS THE
003500*                  MAP'S SUMMARY RECORD (OPEN COUNT AND LAST
003600*                  ISSUE NUMBER) AND EVERY OTHER SEQUENCE IS ONE
003700*                  ISSUE. THE TEXT IS THE LAST FIELD OF A REPORT
003800*                  AND MAY ITSELF CONTAIN PIPES. A REPORT THAT
003900*                  REPEATS AN OPEN ISSUE (SAME REPORTER, TYPE
004000*                  AND TEXT) IS REJECTED SO A RE-EXTRACTED FEED
004100*                  CANNOT DOUBLE THE COUNT. CLOSE TRANSACTIONS
004200*                  ARE NAME|ISSUE-NO|REQUESTER|RESOLUTION, WITH
004300*                  ISSUE-NO ALL CLOSING EVERY OPEN ISSUE ON THE
004400*                  MAP AND THE RESOLUTION OPTIONAL. THE
004500*                  REQUESTER RULES ARE META-MAINT'S, WITH THE
004600*                  OWNER TAKEN FROM THE MAP'S UPLOADER ON
004700*                  MAP-MASTER.DAT, AND EVERY CLOSE IS APPENDED
004800*                  TO CHANGE-JOURNAL.DAT. CALLABLE AS A
004900*                  CYCLE-DRIVER STEP (INITIAL, ENDS WITH GOBACK).
005000*-----------------------------------------------------------------

005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT IssueReportFile ASSIGN TO 'ISSUE-REPORT.DAT'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS II-FEED-STATUS.

005700     SELECT CloseTransFile ASSIGN TO 'ISSUE-CLOSE.DAT'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS II-CLOSE-STATUS.

006000     SELECT MapMasterFile ASSIGN TO 'MAP-MASTER.DAT'
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS II-MASTER-NAME
006400         FILE STATUS IS II-MASTER-STATUS.

006500     SELECT IssueMasterFile ASSIGN TO 'ISSUE-MASTER.DAT'
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS II-ISS-KEY
006900         FILE STATUS IS II-ISSUE-STATUS.

007000     SELECT UploaderMasterFile ASSIGN TO 'UPLOADER-MASTER.DAT'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS II-UPLMAST-STATUS.

007300     SELECT JournalFile ASSIGN TO 'CHANGE-JOURNAL.DAT'
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS II-JOURNAL-STATUS.

007600     SELECT ReportFile ASSIGN TO 'ISSUE-INTAKE.RPT'
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS II-RPT-STATUS.

007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  IssueReportFile.
008200 01  II-FEED-RECORD                PIC X(600).

008300 FD  CloseTransFile.
008400 01  II-CLOSE-RECORD               PIC X(600).

008500*-----------------------------------------------------------------
008600* MAP MASTER - WRITTEN BY GENERATEREADME; THE RECORD LAYOUT
008700* MUST MATCH THE ONE DECLARED THERE
008800*-----------------------------------------------------------------
008900 FD  MapMasterFile.
009000 01  II-MASTER-RECORD.
009100     05  II-MASTER-NAME            PIC X(256).
009200     05  II-MASTER-CATEGORY        PIC X(30).
009300     05  II-MASTER-DESC            PIC X(200).
009400     05  II-MASTER-UPLOADER        PIC X(60).
009500     05  II-MASTER-DATE            PIC X(10).
009600     05  II-MASTER-SIZE            PIC X(12).
009700     05  II-MASTER-CHECKSUM        PIC X(64).
009800     05  II-MASTER-DLCOUNT         PIC 9(09).

009900*-----------------------------------------------------------------
010000* ISSUE MASTER - PERSISTENT, NEVER REBUILT. SEQUENCE 0 IS THE
010100* MAP'S SUMMARY RECORD (STATUS H) CARRYING ITS OPEN-ISSUE COUNT
010200* AND THE LAST ISSUE NUMBER HANDED OUT; EVERY OTHER SEQUENCE IS
010300* ONE ISSUE, STATUS O (OPEN) OR C (CLOSED). GENERATEREADME,
010400* GENERATEHTML AND ISSUE-AGING DECLARE THE SAME LAYOUT
010500*-----------------------------------------------------------------
010600 FD  IssueMasterFile.
010700 01  II-ISSUE-RECORD.
010800     05  II-ISS-KEY.
010900         10  II-ISS-NAME           PIC X(256).
011000         10  II-ISS-SEQ            PIC 9(05).
011100     05  II-ISS-STATUS             PIC X(01).
011200         88  II-Iss-Summary                  VALUE 'H'.
011300         88  II-Iss-Open                     VALUE 'O'.
011400         88  II-Iss-Closed                   VALUE 'C'.
011500     05  II-ISS-OPEN-COUNT         PIC 9(05).
011600     05  II-ISS-LAST-SEQ           PIC 9(05).
011700     05  II-ISS-REPORTER           PIC X(60).
011800     05  II-ISS-REPORT-DATE        PIC X(10).
011900     05  II-ISS-TYPE               PIC X(20).
012000     05  II-ISS-TEXT               PIC X(200).
012100     05  II-ISS-LOGGED-DATE        PIC X(10).
012200     05  II-ISS-CLOSED-DATE        PIC X(10).
012300     05  II-ISS-CLOSED-BY          PIC X(60).
012400     05  II-ISS-RESOLUTION         PIC X(200).

012500 FD  UploaderMasterFile.
012600 01  II-UPLMAST-RECORD             PIC X(300).

012700*-----------------------------------------------------------------
012800* DURABLE CHANGE JOURNAL - ONE LINE APPENDED PER APPLIED CHANGE,
012900* SHARED WITH META-MAINT, LIST-MAINT, MAP-RETIRE AND TAG-MAINT;
013000* THE RECORD LAYOUT MUST MATCH THE ONE DECLARED THERE. HERE ONE
013100* LINE IS WRITTEN PER ISSUE CLOSED, BEFORE DESCRIBING THE OPEN
013200* ISSUE AND AFTER ITS RESOLUTION
013300*-----------------------------------------------------------------
013400 FD  JournalFile.
013500 01  II-JOURNAL-RECORD.
013600     05  II-JRN-DATE               PIC X(10).
013700     05  FILLER                    PIC X(01).
013800     05  II-JRN-TIME               PIC X(08).
013900     05  FILLER                    PIC X(01).
014000     05  II-JRN-PROGRAM            PIC X(10).
014100     05  FILLER                    PIC X(01).
014200     05  II-JRN-ACTION             PIC X(13).
014300     05  FILLER                    PIC X(01).
014400     05  II-JRN-REQUESTER          PIC X(60).
014500     05  FILLER                    PIC X(01).
014600     05  II-JRN-NAME               PIC X(256).
014700     05  FILLER                    PIC X(01).
014800     05  II-JRN-BEFORE             PIC X(400).
014900     05  FILLER                    PIC X(01).
015000     05  II-JRN-AFTER              PIC X(400).

015100 FD  ReportFile.
015200 01  II-REPORT-RECORD              PIC X(132).

015300 WORKING-STORAGE SECTION.
015400*-----------------------------------------------------------------
015500* SWITCHES
015600*-----------------------------------------------------------------
015700 01  II-SWITCHES.
015800     05  II-FEED-EOF-FLAG          PIC X     VALUE 'N'.
015900         88  End-Of-Feed                     VALUE 'Y'.
016000         88  Not-End-Of-Feed                 VALUE 'N'.
016100     05  II-CLOSE-EOF-FLAG         PIC X     VALUE 'N'.
016200         88  End-Of-Closes                   VALUE 'Y'.
016300         88  Not-End-Of-Closes               VALUE 'N'.
016400     05  II-ISSUE-EOF-FLAG         PIC X     VALUE 'N'.
016500         88  End-Of-Issues                   VALUE 'Y'.
016600         88  Not-End-Of-Issues               VALUE 'N'.
016700     05  II-UPLMAST-EOF-FLAG       PIC X     VALUE 'N'.
016800         88  End-Of-Upl-Master               VALUE 'Y'.
016900         88  Not-End-Of-Upl-Master           VALUE 'N'.
017000     05  II-INIT-SW                PIC X     VALUE 'Y'.
017100         88  II-Init-Ok                      VALUE 'Y'.
017200         88  II-Init-Failed                  VALUE 'N'.
017300     05  II-REJECT-SW              PIC X     VALUE 'N'.
017400         88  II-Trans-Rejected               VALUE 'Y'.
017500         88  II-Trans-Accepted               VALUE 'N'.
017600     05  II-DATE-SW                PIC X     VALUE 'N'.
017700         88  II-Date-Valid                   VALUE 'Y'.
017800         88  II-Date-Invalid                 VALUE 'N'.
017900     05  II-SUMMARY-SW             PIC X     VALUE 'N'.
018000         88  II-Summary-Found                VALUE 'Y'.
018100         88  II-Summary-Not-Found            VALUE 'N'.
018200     05  II-DUP-SW                 PIC X     VALUE 'N'.
018300         88  II-Duplicate-Found              VALUE 'Y'.
018400         88  II-Duplicate-Not-Found          VALUE 'N'.
018500     05  II-CLOSE-ALL-SW           PIC X     VALUE 'N'.
018600         88  II-Close-All                    VALUE 'Y'.
018700         88  II-Close-One                    VALUE 'N'.
018800     05  II-UPLMAST-LOADED-SW      PIC X     VALUE 'N'.
018900         88  II-Upl-Master-Loaded            VALUE 'Y'.
019000         88  II-Upl-Master-Absent            VALUE 'N'.
019100     05  II-UPL-FOUND-SW           PIC X     VALUE 'N'.
019200         88  II-Requester-Registered         VALUE 'Y'.
019300         88  II-Requester-Not-Registered     VALUE 'N'.
019400     05  II-REQ-ADMIN-SW           PIC X     VALUE 'N'.
019500         88  II-Requester-Admin              VALUE 'Y'.
019600         88  II-Requester-Not-Admin          VALUE 'N'.
019700     05  II-JOURNAL-OPEN-SW        PIC X     VALUE 'N'.
019800         88  II-Journal-Open                 VALUE 'Y'.
019900         88  II-Journal-Not-Open             VALUE 'N'.

020000*-----------------------------------------------------------------
020100* FILE STATUS CODES
020200*-----------------------------------------------------------------
020300 77  II-FEED-STATUS                PIC X(02) VALUE SPACES.
020400 77  II-CLOSE-STATUS               PIC X(02) VALUE SPACES.
020500 77  II-MASTER-STATUS              PIC X(02) VALUE SPACES.
020600 77  II-ISSUE-STATUS               PIC X(02) VALUE SPACES.
020700 77  II-UPLMAST-STATUS             PIC X(02) VALUE SPACES.
020800 77  II-JOURNAL-STATUS             PIC X(02) VALUE SPACES.
020900 77  II-RPT-STATUS                 PIC X(02) VALUE SPACES.

021000*-----------------------------------------------------------------
021100* COUNTERS
021200*-----------------------------------------------------------------
021300 77  II-FEED-COUNT                 PIC 9(07) COMP VALUE ZERO.
021400 77  II-LOGGED-COUNT               PIC 9(07) COMP VALUE ZERO.
021500 77  II-FEED-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.
021600 77  II-CLOSE-COUNT                PIC 9(07) COMP VALUE ZERO.
021700 77  II-CLOSED-COUNT               PIC 9(07) COMP VALUE ZERO.
021800 77  II-CLOSE-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
021900 77  II-OPEN-TOTAL                 PIC 9(07) COMP VALUE ZERO.
022000 77  II-OPEN-MAP-COUNT             PIC 9(07) COMP VALUE ZERO.
022100 77  II-MAP-CLOSED-COUNT           PIC 9(05) COMP VALUE ZERO.
022200 77  II-PIPE-COUNT                 PIC 9(03) COMP VALUE ZERO.
022300 77  II-SPLIT-PTR                  PIC 9(03) COMP VALUE ZERO.
022400 77  II-UPL-COUNT                  PIC 9(03) COMP VALUE ZERO.
022500 77  II-UPL-FOUND-IDX              PIC 9(03) COMP VALUE ZERO.
022600 77  II-TARGET-SEQ                 PIC 9(05) VALUE ZERO.
022700 77  II-NEXT-SEQ                   PIC 9(05) VALUE ZERO.

022800*-----------------------------------------------------------------
022900* RUN DATE - REPORT DATES ARE YYYY-MM-DD AND ARE COMPARED WITH IT
023000* AS TEXT, AS GENERATEREADME COMPARES ITS SCHEDULE DATES
023100*-----------------------------------------------------------------
023200 77  II-RUN-DATE-RAW               PIC 9(08) VALUE ZERO.
023300 01  II-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.
023400 01  II-DATE-CHECK                 PIC X(10).
023500 01  II-DATE-CHECK-PARTS REDEFINES II-DATE-CHECK.
023600     05  II-CHECK-YYYY             PIC X(04).
023700     05  II-CHECK-DASH1            PIC X(01).
023800     05  II-CHECK-MM               PIC X(02).
023900     05  II-CHECK-DASH2            PIC X(01).
024000     05  II-CHECK-DD               PIC X(02).

024100*-----------------------------------------------------------------
024200* REPORT FEED SPLIT WORK AREAS. THE TYPE RECEIVER IS WIDER THAN
024300* THE 20-BYTE FIELD SO AN OVERLONG TYPE IS CAUGHT INSTEAD OF
024400* SILENTLY TRUNCATED; THE TEXT IS EVERYTHING AFTER THE FOURTH
024500* PIPE
024600*-----------------------------------------------------------------
024700 01  II-FEED-SPLIT-FIELDS.
024800     05  II-FEED-NAME              PIC X(256).
024900     05  II-FEED-REPORTER          PIC X(60).
025000     05  II-FEED-DATE              PIC X(12).
025100     05  II-FEED-TYPE              PIC X(30).
025200 01  II-FEED-TEXT                  PIC X(600).
025300 01  II-TRIMMED-NAME               PIC X(256).
025400 01  II-TRIMMED-REPORTER           PIC X(60).
025500 01  II-REPORTER-UPPER             PIC X(60).
025600 01  II-TRIMMED-TYPE               PIC X(30).
025700 01  II-EFFECTIVE-TEXT             PIC X(200).

025800*-----------------------------------------------------------------
025900* CLOSE TRANSACTION SPLIT WORK AREAS - THE RESOLUTION IS
026000* EVERYTHING AFTER THE THIRD PIPE
026100*-----------------------------------------------------------------
026200 01  II-CLOSE-SPLIT-FIELDS.
026300     05  II-CLOSE-NAME             PIC X(256).
026400     05  II-CLOSE-ISSUE-NO         PIC X(10).
026500     05  II-CLOSE-REQUESTER        PIC X(60).
026600 01  II-CLOSE-RESOLUTION           PIC X(600).
026700 01  II-TRIMMED-ISSUE-NO           PIC X(10).
026800 01  II-ISSUE-NO-JUST              PIC X(05) JUSTIFIED RIGHT.
026900 01  II-EFFECTIVE-RESOLUTION       PIC X(200).

027000*-----------------------------------------------------------------
027100* UPLOADER REGISTRY TABLE, LOADED FROM THE OPTIONAL
027200* UPLOADER-MASTER.DAT (ID|DISPLAY-NAME|CONTACT|STATUS|ROLE) TO
027300* VET THE REQUESTER OF A CLOSE. IDS MATCH CASE-BLIND, AS IN
027400* META-MAINT
027500*-----------------------------------------------------------------
027600 01  II-UPL-SPLIT-FIELDS.
027700     05  II-UPL-SPLIT-ID           PIC X(60).
027800     05  II-UPL-SPLIT-DISPLAY      PIC X(60).
027900     05  II-UPL-SPLIT-CONTACT      PIC X(80).
028000     05  II-UPL-SPLIT-STATUS       PIC X(10).
028100     05  II-UPL-SPLIT-ROLE         PIC X(10).
028200 01  II-UPLOADER-TABLE.
028300     05  II-UPL-ENTRY              OCCURS 500 TIMES
028400                                   INDEXED BY II-UPL-IDX.
028500         10  II-UPL-ID             PIC X(60).
028600         10  II-UPL-STATUS         PIC X(10).
028700         10  II-UPL-ROLE           PIC X(10).
028800 01  II-REQUESTER-UPPER            PIC X(60).
028900 01  II-OWNER-UPPER                PIC X(60).

029000*-----------------------------------------------------------------
029100* REPORT LINE WORK AREAS
029200*-----------------------------------------------------------------
029300 01  II-REJECT-LINE.
029400     05  II-REJ-TAG                PIC X(09).
029500     05  FILLER                    PIC X(01) VALUE SPACE.
029600     05  II-REJ-FILE               PIC X(06).
029700     05  FILLER                    PIC X(01) VALUE SPACE.
029800     05  II-REJ-LINE-NO            PIC Z(06)9.
029900     05  FILLER                    PIC X(02) VALUE SPACE.
030000     05  II-REJ-REASON             PIC X(20).
030100     05  FILLER                    PIC X(01) VALUE SPACE.
030200     05  II-REJ-TEXT               PIC X(85).
030300 01  II-OUTPUT-LINE                PIC X(132).
030400 01  II-COUNT-DISPLAY              PIC Z(06)9.
030500 01  II-COUNT-DISPLAY2             PIC Z(06)9.
030600 01  II-COUNT-DISPLAY3             PIC Z(06)9.
030700 01  II-SEQ-DISPLAY                PIC Z(04)9.

030800*-----------------------------------------------------------------
030900* CHANGE JOURNAL WORK AREAS - THE STAMP IS TAKEN AS EACH CLOSE
031000* IS APPLIED
031100*-----------------------------------------------------------------
031200 77  II-JRN-DATE-RAW               PIC 9(08) VALUE ZERO.
031300 77  II-JRN-TIME-RAW               PIC 9(08) VALUE ZERO.

031400 PROCEDURE DIVISION.
031500*****************************************************************
031600* 0000-MAINLINE                                                 *
031700*****************************************************************
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
032000     IF II-Init-Ok
032100         PERFORM 2000-PROCESS-REPORTS THRU 2000-EXIT
032200         PERFORM 3000-PROCESS-CLOSES  THRU 3000-EXIT
032300         PERFORM 4000-COUNT-OPEN      THRU 4000-EXIT
032400     END-IF
032500     PERFORM 9000-TERMINATE         THRU 9000-EXIT
032600     GOBACK.

032700*****************************************************************
032800* 1000-INITIALIZE - OPEN THE REPORT FIRST SO A RUN THAT CANNOT  *
032900*                 OPEN ITS FILES STILL LEAVES A FRESH REPORT    *
033000*                 BEHIND, THEN THE MAP MASTER (REQUIRED) AND    *
033100*                 THE ISSUE MASTER (CREATED EMPTY ON FIRST      *
033200*                 USE), THEN THE OPTIONAL UPLOADER REGISTRY     *
033300*****************************************************************
033400 1000-INITIALIZE.
033500     OPEN OUTPUT ReportFile
033600     IF II-RPT-STATUS NOT = '00'
033700         SET II-Init-Failed TO TRUE
033800         DISPLAY 'ISSUEINTAKE: CANNOT OPEN ISSUE-INTAKE.RPT, '
033900             'STATUS=' II-RPT-STATUS
034000         GO TO 1000-EXIT
034100     END-IF
034200     ACCEPT II-RUN-DATE-RAW FROM DATE YYYYMMDD
034300     MOVE SPACES TO II-RUN-DATE-DISPLAY
034400     STRING II-RUN-DATE-RAW(1:4) '-' II-RUN-DATE-RAW(5:2) '-'
034500         II-RUN-DATE-RAW(7:2) DELIMITED BY SIZE
034600         INTO II-RUN-DATE-DISPLAY
034700     OPEN INPUT MapMasterFile
034800     IF II-MASTER-STATUS NOT = '00'
034900         SET II-Init-Failed TO TRUE
035000         MOVE SPACES TO II-OUTPUT-LINE
035100         STRING 'FAILED    MAP-MASTER.DAT COULD NOT BE OPENED '
035200             '- RUN GENERATEREADME FIRST (STATUS='
035300             II-MASTER-STATUS ')' DELIMITED BY SIZE
035400             INTO II-OUTPUT-LINE
035500         WRITE II-REPORT-RECORD FROM II-OUTPUT-LINE
035600         GO TO 1000-EXIT
035700     END-IF
035800     OPEN I-O IssueMasterFile
035900     IF II-ISSUE-STATUS = '35'
036000         OPEN OUTPUT IssueMasterFile
036100         IF II-ISSUE-STATUS = '00'
036200             CLOSE IssueMasterFile
036300             OPEN I-O IssueMasterFile
036400         END-IF
036500     END-IF
036600     IF II-ISSUE-STATUS NOT = '00'
036700         SET II-Init-Failed TO TRUE
036800         MOVE SPACES TO II-OUTPUT-LINE
036900         STRING 'FAILED    ISSUE-MASTER.DAT COULD NOT BE '
037000             'OPENED (STATUS=' II-ISSUE-STATUS ')'
037100             DELIMITED BY SIZE INTO II-OUTPUT-LINE
037200         WRITE II-REPORT-RECORD FROM II-OUTPUT-LINE
037300         CLOSE MapMasterFile
037400         GO TO 1000-EXIT
037500     END-IF
037600     PERFORM 1100-LOAD-UPLOADER-MASTER THRU 1100-EXIT.
037700 1000-EXIT.
037800     EXIT.

037900*****************************************************************
038000* 1100-LOAD-UPLOADER-MASTER - IF UPLOADER-MASTER.DAT EXISTS,    *
038100*                 LOAD ITS IDS, STATUSES AND ROLES INTO THE     *
038200*                 REGISTRY TABLE. THE FILE IS OPTIONAL          *
038300*****************************************************************
038400 1100-LOAD-UPLOADER-MASTER.
038500     OPEN INPUT UploaderMasterFile
038600     IF II-UPLMAST-STATUS = '00'
038700         SET II-Upl-Master-Loaded TO TRUE
038800         PERFORM 1110-READ-UPL-MASTER THRU 1110-EXIT
038900         PERFORM UNTIL End-Of-Upl-Master
039000             PERFORM 1120-STORE-UPL-MASTER THRU 1120-EXIT
039100             PERFORM 1110-READ-UPL-MASTER THRU 1110-EXIT
039200         END-PERFORM
039300         CLOSE UploaderMasterFile
039400     END-IF.
039500 1100-EXIT.
039600     EXIT.

039700*****************************************************************
039800* 1110-READ-UPL-MASTER - READ ONE LINE OF UPLOADER-MASTER.DAT   *
039900*****************************************************************
040000 1110-READ-UPL-MASTER.
040100     READ UploaderMasterFile
040200         AT END
040300             SET End-Of-Upl-Master TO TRUE
040400     END-READ.
040500 1110-EXIT.
040600     EXIT.

040700*****************************************************************
040800* 1120-STORE-UPL-MASTER - PARSE ONE REGISTRY RECORD AND STORE   *
040900*                 ITS UPPER-CASED ID, STATUS AND ROLE. BLANK    *
041000*                 IDS ARE SKIPPED                               *
041100*****************************************************************
041200 1120-STORE-UPL-MASTER.
041300     MOVE SPACES TO II-UPL-SPLIT-FIELDS
041400     UNSTRING II-UPLMAST-RECORD DELIMITED BY '|'
041500         INTO II-UPL-SPLIT-ID II-UPL-SPLIT-DISPLAY
041600              II-UPL-SPLIT-CONTACT II-UPL-SPLIT-STATUS
041700              II-UPL-SPLIT-ROLE
041800     IF FUNCTION TRIM(II-UPL-SPLIT-ID) NOT = SPACES
041900         AND II-UPL-COUNT < 500
042000         ADD 1 TO II-UPL-COUNT
042100         MOVE FUNCTION UPPER-CASE
042200             (FUNCTION TRIM(II-UPL-SPLIT-ID))
042300             TO II-UPL-ID(II-UPL-COUNT)
042400         MOVE FUNCTION UPPER-CASE
042500             (FUNCTION TRIM(II-UPL-SPLIT-STATUS))
042600             TO II-UPL-STATUS(II-UPL-COUNT)
042700         MOVE FUNCTION UPPER-CASE
042800             (FUNCTION TRIM(II-UPL-SPLIT-ROLE))
042900             TO II-UPL-ROLE(II-UPL-COUNT)
043000     END-IF.
043100 1120-EXIT.
043200     EXIT.

043300*****************************************************************
043400* 2000-PROCESS-REPORTS - READ EVERY ISSUE-REPORT.DAT LINE,      *
043500*                 VALIDATE IT, AND LOG THE GOOD ONES AS OPEN    *
043600*                 ISSUES. THE FEED IS OPTIONAL - A DAY WITH NO  *
043700*                 EXTRACT IS NOTED AND THE CLOSES STILL RUN     *
043800*****************************************************************
043900 2000-PROCESS-REPORTS.
044000     OPEN INPUT IssueReportFile
044100     IF II-FEED-STATUS NOT = '00'
044200         MOVE SPACES TO II-OUTPUT-LINE
044300         IF II-FEED-STATUS = '35'
044400             STRING 'NOTE      ISSUE-REPORT.DAT NOT FOUND - '
044500                 'NO NEW REPORTS THIS RUN'
044600                 DELIMITED BY SIZE INTO II-OUTPUT-LINE
044700         ELSE
044800             STRING 'FAILED    ISSUE-REPORT.DAT COULD NOT BE '
044900                 'OPENED (STATUS=' II-FEED-STATUS ')'
045000                 DELIMITED BY SIZE INTO II-OUTPUT-LINE
045100         END-IF
045200         WRITE II-REPORT-RECORD FROM II-OUTPUT-LINE
045300         GO TO 2000-EXIT
045400     END-IF
045500     PERFORM 2010-READ-REPORT THRU 2010-EXIT
045600     PERFORM UNTIL End-Of-Feed
045700         PERFORM 2100-VALIDATE-REPORT THRU 2100-EXIT
045800         IF II-Trans-Accepted
045900             PERFORM 2200-LOG-ISSUE THRU 2200-EXIT
046000         ELSE
046100             MOVE 'REPORT' TO II-REJ-FILE
046200             MOVE II-FEED-COUNT TO II-REJ-LINE-NO
046300             MOVE II-FEED-RECORD TO II-REJ-TEXT
046400             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
046500             ADD 1 TO II-FEED-REJECT-COUNT
046600         END-IF
046700         PERFORM 2010-READ-REPORT THRU 2010-EXIT
046800     END-PERFORM
046900     CLOSE IssueReportFile.
047000 2000-EXIT.
047100     EXIT.

047200*****************************************************************
047300* 2010-READ-REPORT - READ ONE ISSUE-REPORT.DAT LINE             *
047400*****************************************************************
047500 2010-READ-REPORT.
047600     READ IssueReportFile
047700         AT END
047800             SET End-Of-Feed TO TRUE
047900         NOT AT END
048000             ADD 1 TO II-FEED-COUNT
048100     END-READ.
048200 2010-EXIT.
048300     EXIT.

048400*****************************************************************
048500* 2100-VALIDATE-REPORT - SPLIT THE REPORT AND CHECK IT: AT      *
048600*                 LEAST FOUR PIPES; NAME, REPORTER, DATE, TYPE  *
048700*                 AND TEXT ALL PRESENT; A YYYY-MM-DD DATE NO    *
048800*                 LATER THAN TODAY; A TYPE THAT FITS; A NAME    *
048900*                 THAT IS PUBLISHED; AND NOT A REPEAT OF AN     *
049000*                 ISSUE ALREADY OPEN ON THE MAP                 *
049100*****************************************************************
049200 2100-VALIDATE-REPORT.
049300     SET II-Trans-Accepted TO TRUE
049400     MOVE SPACES TO II-FEED-SPLIT-FIELDS II-FEED-TEXT
049500     MOVE ZERO TO II-PIPE-COUNT
049600     INSPECT II-FEED-RECORD TALLYING II-PIPE-COUNT FOR ALL '|'
049700     MOVE 1 TO II-SPLIT-PTR
049800     UNSTRING II-FEED-RECORD DELIMITED BY '|'
049900         INTO II-FEED-NAME II-FEED-REPORTER II-FEED-DATE
050000              II-FEED-TYPE
050100         WITH POINTER II-SPLIT-PTR
050200     IF II-SPLIT-PTR NOT > 600
050300         MOVE II-FEED-RECORD(II-SPLIT-PTR:) TO II-FEED-TEXT
050400     END-IF
050500     MOVE FUNCTION TRIM(II-FEED-NAME) TO II-TRIMMED-NAME
050600     MOVE FUNCTION TRIM(II-FEED-REPORTER) TO II-TRIMMED-REPORTER
050700     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(II-FEED-TYPE))
050800         TO II-TRIMMED-TYPE
050850     MOVE FUNCTION TRIM(II-FEED-DATE) TO II-FEED-DATE
050900     MOVE II-FEED-DATE TO II-DATE-CHECK
051000     MOVE FUNCTION TRIM(II-FEED-TEXT) TO II-FEED-TEXT

051100     IF II-FEED-RECORD = SPACES
051200         SET II-Trans-Rejected TO TRUE
051300         MOVE 'BLANK LINE' TO II-REJ-REASON
051400         GO TO 2100-EXIT
051500     END-IF

051600     IF II-PIPE-COUNT < 4
051700         SET II-Trans-Rejected TO TRUE
051800         MOVE 'BAD FIELD COUNT' TO II-REJ-REASON
051900         GO TO 2100-EXIT
052000     END-IF

052100     IF II-TRIMMED-NAME = SPACES
052200         SET II-Trans-Rejected TO TRUE
052300         MOVE 'MISSING NAME' TO II-REJ-REASON
052400         GO TO 2100-EXIT
052500     END-IF

052600     IF II-TRIMMED-REPORTER = SPACES
052700         SET II-Trans-Rejected TO TRUE
052800         MOVE 'MISSING REPORTER' TO II-REJ-REASON
052900         GO TO 2100-EXIT
053000     END-IF

053100     IF FUNCTION TRIM(II-FEED-DATE) = SPACES
053200         SET II-Trans-Rejected TO TRUE
053300         MOVE 'MISSING DATE' TO II-REJ-REASON
053400         GO TO 2100-EXIT
053500     END-IF
053600     PERFORM 2110-CHECK-DATE THRU 2110-EXIT
053700     IF II-Date-Invalid
053800         SET II-Trans-Rejected TO TRUE
053900         MOVE 'BAD DATE' TO II-REJ-REASON
054000         GO TO 2100-EXIT
054100     END-IF
054200     IF II-DATE-CHECK > II-RUN-DATE-DISPLAY
054300         SET II-Trans-Rejected TO TRUE
054400         MOVE 'FUTURE DATE' TO II-REJ-REASON
054500         GO TO 2100-EXIT
054600     END-IF

054700     IF II-TRIMMED-TYPE = SPACES
054800         SET II-Trans-Rejected TO TRUE
054900         MOVE 'MISSING TYPE' TO II-REJ-REASON
055000         GO TO 2100-EXIT
055100     END-IF
055200     IF II-TRIMMED-TYPE(21:10) NOT = SPACES
055300         SET II-Trans-Rejected TO TRUE
055400         MOVE 'TYPE TOO LONG' TO II-REJ-REASON
055500         GO TO 2100-EXIT
055600     END-IF

055700     IF II-FEED-TEXT = SPACES
055800         SET II-Trans-Rejected TO TRUE
055900         MOVE 'MISSING TEXT' TO II-REJ-REASON
056000         GO TO 2100-EXIT
056100     END-IF
056200     MOVE II-FEED-TEXT(1:200) TO II-EFFECTIVE-TEXT

056300     MOVE II-TRIMMED-NAME TO II-MASTER-NAME
056400     READ MapMasterFile
056500         INVALID KEY
056600             SET II-Trans-Rejected TO TRUE
056700             MOVE 'UNKNOWN MAP' TO II-REJ-REASON
056800             GO TO 2100-EXIT
056900     END-READ

057000     PERFORM 2120-CHECK-DUPLICATE THRU 2120-EXIT
057100     IF II-Duplicate-Found
057200         SET II-Trans-Rejected TO TRUE
057300         MOVE 'DUPLICATE REPORT' TO II-REJ-REASON
057400         GO TO 2100-EXIT
057500     END-IF

057600     PERFORM 2130-READ-SUMMARY THRU 2130-EXIT
057700     IF II-Summary-Found
057800         AND II-ISS-LAST-SEQ NOT < 99999
057900         SET II-Trans-Rejected TO TRUE
058000         MOVE 'ISSUE LIMIT' TO II-REJ-REASON
058100     END-IF.
058200 2100-EXIT.
058300     EXIT.

058400*****************************************************************
058500* 2110-CHECK-DATE - A REPORT DATE MUST BE YYYY-MM-DD WITH A     *
058600*                 MONTH OF 01-12 AND A DAY OF 01-31             *
058700*****************************************************************
058800 2110-CHECK-DATE.
058900     SET II-Date-Valid TO TRUE
059000     IF II-CHECK-YYYY IS NOT NUMERIC
059100             OR II-CHECK-MM IS NOT NUMERIC
059200             OR II-CHECK-DD IS NOT NUMERIC
059300             OR II-CHECK-DASH1 NOT = '-'
059400             OR II-CHECK-DASH2 NOT = '-'
059500             OR II-FEED-DATE(11:2) NOT = SPACES
059600         SET II-Date-Invalid TO TRUE
059700     ELSE
059800         IF II-CHECK-MM < '01' OR II-CHECK-MM > '12'
059900                 OR II-CHECK-DD < '01' OR II-CHECK-DD > '31'
060000             SET II-Date-Invalid TO TRUE
060100         END-IF
060200     END-IF.
060300 2110-EXIT.
060400     EXIT.

060500*****************************************************************
060600* 2120-CHECK-DUPLICATE - SWEEP THE MAP'S ISSUES IN KEY ORDER    *
060700*                 LOOKING FOR AN OPEN ONE FROM THE SAME         *
060800*                 REPORTER (CASE-BLIND) WITH THE SAME TYPE AND  *
060900*                 TEXT                                          *
061000*****************************************************************
061100 2120-CHECK-DUPLICATE.
061200     SET II-Duplicate-Not-Found TO TRUE
061300     MOVE FUNCTION UPPER-CASE(II-TRIMMED-REPORTER)
061400         TO II-REPORTER-UPPER
061500     MOVE II-TRIMMED-NAME TO II-ISS-NAME
061600     MOVE 1 TO II-ISS-SEQ
061700     SET Not-End-Of-Issues TO TRUE
061800     START IssueMasterFile KEY IS NOT LESS THAN II-ISS-KEY
061900         INVALID KEY
062000             GO TO 2120-EXIT
062100     END-START
062200     PERFORM 2125-READ-ISSUE-NEXT THRU 2125-EXIT
062300     PERFORM UNTIL End-Of-Issues
062400             OR II-Duplicate-Found
062500         IF II-Iss-Open
062600             AND FUNCTION UPPER-CASE(II-ISS-REPORTER)
062700                 = II-REPORTER-UPPER
062800             AND II-ISS-TYPE = II-TRIMMED-TYPE
062900             AND II-ISS-TEXT = II-EFFECTIVE-TEXT
063000             SET II-Duplicate-Found TO TRUE
063100         ELSE
063200             PERFORM 2125-READ-ISSUE-NEXT THRU 2125-EXIT
063300         END-IF
063400     END-PERFORM.
063500 2120-EXIT.
063600     EXIT.

063700*****************************************************************
063800* 2125-READ-ISSUE-NEXT - READ THE NEXT ISSUE RECORD IN KEY      *
063900*                 ORDER, ENDING THE SWEEP AT THE FIRST RECORD   *
064000*                 FOR ANOTHER MAP                               *
064100*****************************************************************
064200 2125-READ-ISSUE-NEXT.
064300     READ IssueMasterFile NEXT
064400         AT END
064500             SET End-Of-Issues TO TRUE
064600             GO TO 2125-EXIT
064700     END-READ
064800     IF II-ISS-NAME NOT = II-TRIMMED-NAME
064900         SET End-Of-Issues TO TRUE
065000     END-IF.
065100 2125-EXIT.
065200     EXIT.

065300*****************************************************************
065400* 2130-READ-SUMMARY - READ THE MAP'S SEQUENCE-0 SUMMARY RECORD  *
065500*                 BY KEY                                        *
065600*****************************************************************
065700 2130-READ-SUMMARY.
065800     SET II-Summary-Not-Found TO TRUE
065900     MOVE II-TRIMMED-NAME TO II-ISS-NAME
066000     MOVE ZERO TO II-ISS-SEQ
066100     READ IssueMasterFile
066200         INVALID KEY
066300             CONTINUE
066400         NOT INVALID KEY
066500             SET II-Summary-Found TO TRUE
066600     END-READ.
066700 2130-EXIT.
066800     EXIT.

066900*****************************************************************
067000* 2200-LOG-ISSUE - TAKE THE NEXT ISSUE NUMBER FROM THE MAP'S    *
067100*                 SUMMARY RECORD (CREATING IT FOR A MAP'S FIRST *
067200*                 ISSUE), WRITE THE ISSUE AS OPEN, AND BUMP THE *
067300*                 SUMMARY'S OPEN COUNT. THE VALIDATION PASS     *
067400*                 LEFT THE SUMMARY RECORD (IF ANY) IN THE       *
067450*                 BUFFER                                        *
067500*****************************************************************
067600 2200-LOG-ISSUE.
067700     IF II-Summary-Found
067800         COMPUTE II-NEXT-SEQ = II-ISS-LAST-SEQ + 1
067900         ADD 1 TO II-ISS-OPEN-COUNT
068000         MOVE II-NEXT-SEQ TO II-ISS-LAST-SEQ
068100         REWRITE II-ISSUE-RECORD
068200     ELSE
068300         MOVE 1 TO II-NEXT-SEQ
068400         MOVE SPACES TO II-ISSUE-RECORD
068500         MOVE II-TRIMMED-NAME TO II-ISS-NAME
068600         MOVE ZERO TO II-ISS-SEQ
068700         SET II-Iss-Summary TO TRUE
068800         MOVE 1 TO II-ISS-OPEN-COUNT
068900         MOVE 1 TO II-ISS-LAST-SEQ
069000         WRITE II-ISSUE-RECORD
069100     END-IF
069200     IF II-ISSUE-STATUS NOT = '00'
069300         MOVE 'REPORT' TO II-REJ-FILE
069400         MOVE II-FEED-COUNT TO II-REJ-LINE-NO
069500         MOVE 'ISSUE MASTER ERROR' TO II-REJ-REASON
069600         MOVE II-FEED-RECORD TO II-REJ-TEXT
069700         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
069800         ADD 1 TO II-FEED-REJECT-COUNT
069900         GO TO 2200-EXIT
070000     END-IF
070100     MOVE SPACES TO II-ISSUE-RECORD
070200     MOVE II-TRIMMED-NAME TO II-ISS-NAME
070300     MOVE II-NEXT-SEQ TO II-ISS-SEQ
070400     SET II-Iss-Open TO TRUE
070500     MOVE ZERO TO II-ISS-OPEN-COUNT II-ISS-LAST-SEQ
070600     MOVE II-TRIMMED-REPORTER TO II-ISS-REPORTER
070700     MOVE II-DATE-CHECK TO II-ISS-REPORT-DATE
070800     MOVE II-TRIMMED-TYPE TO II-ISS-TYPE
070900     MOVE II-EFFECTIVE-TEXT TO II-ISS-TEXT
071000     MOVE II-RUN-DATE-DISPLAY TO II-ISS-LOGGED-DATE
071100     WRITE II-ISSUE-RECORD
071200     ADD 1 TO II-LOGGED-COUNT
071300     MOVE II-NEXT-SEQ TO II-SEQ-DISPLAY
071400     MOVE SPACES TO II-OUTPUT-LINE
071500     STRING 'LOGGED    ' DELIMITED BY SIZE
071600         FUNCTION TRIM(II-TRIMMED-NAME) DELIMITED BY SIZE
071700         ' ISSUE=' DELIMITED BY SIZE
071800         FUNCTION TRIM(II-SEQ-DISPLAY) DELIMITED BY SIZE
071900         ' TYPE=' DELIMITED BY SIZE
072000         FUNCTION TRIM(II-TRIMMED-TYPE) DELIMITED BY SIZE
072100         ' REPORTER=' DELIMITED BY SIZE
072200         FUNCTION TRIM(II-TRIMMED-REPORTER) DELIMITED BY SIZE
072300         INTO II-OUTPUT-LINE
072400     WRITE II-REPORT-RECORD FROM II-OUTPUT-LINE
072500     IF II-FEED-TEXT(201:) NOT = SPACES
072600         MOVE SPACES TO II-OUTPUT-LINE
072650         MOVE II-FEED-COUNT TO II-COUNT-DISPLAY
072700         STRING 'NOTE      REPORT LINE ' DELIMITED BY SIZE
072800             FUNCTION TRIM(II-COUNT-DISPLAY) DELIMITED BY SIZE
072900             ' TEXT CUT TO 200 BYTES' DELIMITED BY SIZE
073000             INTO II-OUTPUT-LINE
073100         WRITE II-REPORT-RECORD FROM II-OUTPUT-LINE
073200     END-IF.
073300 2200-EXIT.
073400     EXIT.

073500*****************************************************************
073600* 2900-WRITE-REJECT - RECORD A REJECTED REPORT OR CLOSE LINE ON *
073700*                 THE REPORT WITH ITS FILE, LINE NUMBER AND     *
073800*                 REASON. THE CALLER SETS ALL BUT THE TAG       *
073900*****************************************************************
074000 2900-WRITE-REJECT.
074100     MOVE 'REJECTED' TO II-REJ-TAG
074200     WRITE II-REPORT-RECORD FROM II-REJECT-LINE.
074300 2900-EXIT.
074400     EXIT.

074500*****************************************************************
074600* 3000-PROCESS-CLOSES - READ EVERY ISSUE-CLOSE.DAT LINE,        *
074700*                 VALIDATE IT, AND CLOSE THE ISSUE (OR ALL OPEN *
074800*                 ISSUES) IT NAMES. THE FILE IS OPTIONAL        *
074900*****************************************************************
075000 3000-PROCESS-CLOSES.
075100     OPEN INPUT CloseTransFile
075200     IF II-CLOSE-STATUS NOT = '00'
075300         IF II-CLOSE-STATUS NOT = '35'
075400             MOVE SPACES TO II-OUTPUT-LINE
075500             STRING 'FAILED    ISSUE-CLOSE.DAT COULD NOT BE '
075600                 'OPENED (STATUS=' II-CLOSE-STATUS ')'
075700                 DELIMITED BY SIZE INTO II-OUTPUT-LINE
075800             WRITE II-REPORT-RECORD FROM II-OUTPUT-LINE
075900         END-IF
076000         GO TO 3000-EXIT
076100     END-IF
076200     PERFORM 3010-READ-CLOSE THRU 3010-EXIT
076300     PERFORM UNTIL End-Of-Closes
076400         PERFORM 3100-VALIDATE-CLOSE THRU 3100-EXIT
076500         IF II-Trans-Accepted
076600             PERFORM 3200-APPLY-CLOSE THRU 3200-EXIT
076700         ELSE
076800             MOVE 'CLOSE' TO II-REJ-FILE
076900             MOVE II-CLOSE-COUNT TO II-REJ-LINE-NO
077000             MOVE II-CLOSE-RECORD TO II-REJ-TEXT
077100             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
077200             ADD 1 TO II-CLOSE-REJECT-COUNT
077300         END-IF
077400         PERFORM 3010-READ-CLOSE THRU 3010-EXIT
077500     END-PERFORM
077600     CLOSE CloseTransFile
077700     IF II-Journal-Open
077800         CLOSE JournalFile
077900     END-IF.
078000 3000-EXIT.
078100     EXIT.

078200*****************************************************************
078300* 3010-READ-CLOSE - READ ONE ISSUE-CLOSE.DAT LINE               *
078400*****************************************************************
078500 3010-READ-CLOSE.
078600     READ CloseTransFile
078700         AT END
078800             SET End-Of-Closes TO TRUE
078900         NOT AT END
079000             ADD 1 TO II-CLOSE-COUNT
079100     END-READ.
079200 3010-EXIT.
079300     EXIT.

079400*****************************************************************
079500* 3100-VALIDATE-CLOSE - SPLIT THE CLOSE AND CHECK IT: AT LEAST  *
079600*                 TWO PIPES; NAME, ISSUE NUMBER AND REQUESTER   *
079700*                 PRESENT; AN ISSUE NUMBER THAT IS NUMERIC OR   *
079800*                 ALL; A REQUESTER ENTITLED TO CLOSE ISSUES ON  *
079900*                 THE MAP; AN ISSUE ON FILE AND STILL OPEN (OR, *
080000*                 FOR ALL, AT LEAST ONE OPEN ISSUE); AND THE    *
080100*                 CHANGE JOURNAL OPEN TO RECORD IT              *
080200*****************************************************************
080300 3100-VALIDATE-CLOSE.
080400     SET II-Trans-Accepted TO TRUE
080500     SET II-Close-One TO TRUE
080600     MOVE SPACES TO II-CLOSE-SPLIT-FIELDS II-CLOSE-RESOLUTION
080700     MOVE ZERO TO II-PIPE-COUNT
080800     INSPECT II-CLOSE-RECORD TALLYING II-PIPE-COUNT FOR ALL '|'
080900     MOVE 1 TO II-SPLIT-PTR
081000     UNSTRING II-CLOSE-RECORD DELIMITED BY '|'
081100         INTO II-CLOSE-NAME II-CLOSE-ISSUE-NO
081200              II-CLOSE-REQUESTER
081300         WITH POINTER II-SPLIT-PTR
081400     IF II-SPLIT-PTR NOT > 600
081500         MOVE II-CLOSE-RECORD(II-SPLIT-PTR:)
081600             TO II-CLOSE-RESOLUTION
081700     END-IF
081800     MOVE FUNCTION TRIM(II-CLOSE-NAME) TO II-TRIMMED-NAME
081900     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(II-CLOSE-ISSUE-NO))
082000         TO II-TRIMMED-ISSUE-NO
082100     MOVE FUNCTION TRIM(II-CLOSE-RESOLUTION)
082200         TO II-EFFECTIVE-RESOLUTION

082300     IF II-CLOSE-RECORD = SPACES
082400         SET II-Trans-Rejected TO TRUE
082500         MOVE 'BLANK LINE' TO II-REJ-REASON
082600         GO TO 3100-EXIT
082700     END-IF

082800     IF II-PIPE-COUNT < 2
082900         SET II-Trans-Rejected TO TRUE
083000         MOVE 'BAD FIELD COUNT' TO II-REJ-REASON
083100         GO TO 3100-EXIT
083200     END-IF

083300     IF II-TRIMMED-NAME = SPACES
083400         SET II-Trans-Rejected TO TRUE
083500         MOVE 'MISSING NAME' TO II-REJ-REASON
083600         GO TO 3100-EXIT
083700     END-IF

083800     IF II-TRIMMED-ISSUE-NO = SPACES
083900         SET II-Trans-Rejected TO TRUE
084000         MOVE 'MISSING ISSUE NO' TO II-REJ-REASON
084100         GO TO 3100-EXIT
084200     END-IF

084300     IF II-CLOSE-REQUESTER = SPACES
084400         SET II-Trans-Rejected TO TRUE
084500         MOVE 'MISSING REQUESTER' TO II-REJ-REASON
084600         GO TO 3100-EXIT
084700     END-IF

084800     IF II-TRIMMED-ISSUE-NO = 'ALL'
084900         SET II-Close-All TO TRUE
085000     ELSE
085100         MOVE FUNCTION TRIM(II-TRIMMED-ISSUE-NO)
085150             TO II-ISSUE-NO-JUST
085200         INSPECT II-ISSUE-NO-JUST REPLACING LEADING SPACE BY '0'
085300         IF II-TRIMMED-ISSUE-NO(6:5) NOT = SPACES
085400             OR II-ISSUE-NO-JUST IS NOT NUMERIC
085500             OR II-ISSUE-NO-JUST = '00000'
085600             SET II-Trans-Rejected TO TRUE
085700             MOVE 'BAD ISSUE NO' TO II-REJ-REASON
085800             GO TO 3100-EXIT
085900         END-IF
086000         MOVE II-ISSUE-NO-JUST TO II-TARGET-SEQ
086100     END-IF

086200     PERFORM 3110-CHECK-REQUESTER THRU 3110-EXIT
086300     IF II-Trans-Rejected
086400         GO TO 3100-EXIT
086500     END-IF

086600     PERFORM 2130-READ-SUMMARY THRU 2130-EXIT
086700     IF II-Summary-Not-Found
086800         SET II-Trans-Rejected TO TRUE
086900         MOVE 'NO ISSUES ON FILE' TO II-REJ-REASON
087000         GO TO 3100-EXIT
087100     END-IF
087200     IF II-Close-All
087300         IF II-ISS-OPEN-COUNT = ZERO
087400             SET II-Trans-Rejected TO TRUE
087500             MOVE 'NO OPEN ISSUES' TO II-REJ-REASON
087600             GO TO 3100-EXIT
087700         END-IF
087800     ELSE
087900         MOVE II-TARGET-SEQ TO II-ISS-SEQ
088000         READ IssueMasterFile
088100             INVALID KEY
088200                 SET II-Trans-Rejected TO TRUE
088300                 MOVE 'ISSUE NOT ON FILE' TO II-REJ-REASON
088400                 GO TO 3100-EXIT
088500         END-READ
088600         IF II-Iss-Closed
088700             SET II-Trans-Rejected TO TRUE
088800             MOVE 'ALREADY CLOSED' TO II-REJ-REASON
088900             GO TO 3100-EXIT
089000         END-IF
089100     END-IF

089200     PERFORM 3120-CHECK-AUTHORITY THRU 3120-EXIT
089300     IF II-Trans-Rejected
089400         GO TO 3100-EXIT
089500     END-IF

089600     PERFORM 3150-OPEN-JOURNAL THRU 3150-EXIT.
089700 3100-EXIT.
089800     EXIT.

089900*****************************************************************
090000* 3110-CHECK-REQUESTER - WITH THE REGISTRY LOADED, THE          *
090100*                 REQUESTER MUST BE A REGISTERED, NON-RETIRED   *
090200*                 UPLOADER ID (CASE-BLIND). A ROLE OF ADMIN ON  *
090300*                 THE REGISTRY ENTITLES THEM TO CLOSE ANY       *
090400*                 MAP'S ISSUES. WITH NO REGISTRY ON FILE THE ID *
090500*                 IS TAKEN AS GIVEN AND ONLY THE OWNERSHIP      *
090600*                 MATCH APPLIES                                 *
090700*****************************************************************
090800 3110-CHECK-REQUESTER.
090900     SET II-Requester-Not-Admin TO TRUE
091000     MOVE FUNCTION UPPER-CASE
091100         (FUNCTION TRIM(II-CLOSE-REQUESTER))
091200         TO II-REQUESTER-UPPER
091300     IF II-Upl-Master-Absent
091400         GO TO 3110-EXIT
091500     END-IF
091600     SET II-Requester-Not-Registered TO TRUE
091700     MOVE ZERO TO II-UPL-FOUND-IDX
091800     PERFORM VARYING II-UPL-IDX FROM 1 BY 1
091900             UNTIL II-UPL-IDX > II-UPL-COUNT
092000                OR II-Requester-Registered
092100         IF II-UPL-ID(II-UPL-IDX) = II-REQUESTER-UPPER
092200             SET II-Requester-Registered TO TRUE
092300             SET II-UPL-FOUND-IDX TO II-UPL-IDX
092400         END-IF
092500     END-PERFORM
092600     IF II-Requester-Not-Registered
092700         SET II-Trans-Rejected TO TRUE
092800         MOVE 'UNKNOWN REQUESTER' TO II-REJ-REASON
092900         GO TO 3110-EXIT
093000     END-IF
093100     IF II-UPL-STATUS(II-UPL-FOUND-IDX) = 'RETIRED'
093200         SET II-Trans-Rejected TO TRUE
093300         MOVE 'REQUESTER RETIRED' TO II-REJ-REASON
093400         GO TO 3110-EXIT
093500     END-IF
093600     IF II-UPL-ROLE(II-UPL-FOUND-IDX) = 'ADMIN'
093700         SET II-Requester-Admin TO TRUE
093800     END-IF.
093900 3110-EXIT.
094000     EXIT.

094100*****************************************************************
094200* 3120-CHECK-AUTHORITY - AN ADMIN MAY CLOSE ANY MAP'S ISSUES.   *
094300*                 ANYONE ELSE MUST BE THE MAP'S UPLOADER ON     *
094400*                 MAP-MASTER.DAT. A MAP NO LONGER PUBLISHED, OR *
094500*                 WITH NO UPLOADER, HAS NO OWNER TO PROTECT     *
094600*                 ONLY WHEN THERE IS NO REGISTRY EITHER (SAME   *
094700*                 RULE AS META-MAINT)                           *
094800*****************************************************************
094900 3120-CHECK-AUTHORITY.
095000     IF II-Requester-Admin
095100         GO TO 3120-EXIT
095200     END-IF
095300     MOVE SPACES TO II-OWNER-UPPER
095400     MOVE II-TRIMMED-NAME TO II-MASTER-NAME
095500     READ MapMasterFile
095600         INVALID KEY
095700             CONTINUE
095800         NOT INVALID KEY
095900             MOVE FUNCTION UPPER-CASE
096000                 (FUNCTION TRIM(II-MASTER-UPLOADER))
096100                 TO II-OWNER-UPPER
096200     END-READ
096300     IF II-OWNER-UPPER = SPACES
096400         AND II-Upl-Master-Absent
096500         GO TO 3120-EXIT
096600     END-IF
096700     IF II-OWNER-UPPER NOT = II-REQUESTER-UPPER
096800         SET II-Trans-Rejected TO TRUE
096900         MOVE 'NOT AUTHORIZED' TO II-REJ-REASON
097000     END-IF.
097100 3120-EXIT.
097200     EXIT.

097300*****************************************************************
097400* 3150-OPEN-JOURNAL - OPEN CHANGE-JOURNAL.DAT ON THE FIRST      *
097500*                 ACCEPTED CLOSE (EXTEND, WITH THE USUAL CREATE *
097600*                 FALLBACK) AND KEEP IT OPEN FOR THE RUN. A     *
097700*                 JOURNAL THAT CANNOT BE OPENED REJECTS THE     *
097800*                 CLOSE - IT COULD NOT BE ATTRIBUTED            *
097900*****************************************************************
098000 3150-OPEN-JOURNAL.
098100     IF II-Journal-Open
098200         GO TO 3150-EXIT
098300     END-IF
098400     OPEN EXTEND JournalFile
098500     IF II-JOURNAL-STATUS NOT = '00'
098600         OPEN OUTPUT JournalFile
098700     END-IF
098800     IF II-JOURNAL-STATUS = '00'
098900         SET II-Journal-Open TO TRUE
099000     ELSE
099100         SET II-Trans-Rejected TO TRUE
099200         MOVE 'NO CHANGE JOURNAL' TO II-REJ-REASON
099300     END-IF.
099400 3150-EXIT.
099500     EXIT.

099600*****************************************************************
099700* 3200-APPLY-CLOSE - CLOSE THE ONE NAMED ISSUE (LEFT IN THE     *
099800*                 BUFFER BY THE VALIDATION PASS), OR SWEEP THE  *
099900*                 MAP'S ISSUES CLOSING EVERY OPEN ONE, THEN     *
100000*                 TAKE THE NUMBER CLOSED OFF THE SUMMARY        *
100100*                 RECORD'S OPEN COUNT                           *
100200*****************************************************************
100300 3200-APPLY-CLOSE.
100400     MOVE ZERO TO II-MAP-CLOSED-COUNT
100500     IF II-Close-One
100600         PERFORM 3210-CLOSE-ONE-ISSUE THRU 3210-EXIT
100700     ELSE
100800         MOVE II-TRIMMED-NAME TO II-ISS-NAME
100900         MOVE 1 TO II-ISS-SEQ
101000         SET Not-End-Of-Issues TO TRUE
101100         START IssueMasterFile KEY IS NOT LESS THAN II-ISS-KEY
101200             INVALID KEY
101300                 SET End-Of-Issues TO TRUE
101400         END-START
101500         IF Not-End-Of-Issues
101600             PERFORM 2125-READ-ISSUE-NEXT THRU 2125-EXIT
101700         END-IF
101800         PERFORM UNTIL End-Of-Issues
101900             IF II-Iss-Open
102000                 PERFORM 3210-CLOSE-ONE-ISSUE THRU 3210-EXIT
102100             END-IF
102200             PERFORM 2125-READ-ISSUE-NEXT THRU 2125-EXIT
102300         END-PERFORM
102400     END-IF
102500     PERFORM 2130-READ-SUMMARY THRU 2130-EXIT
102600     IF II-Summary-Found
102700         IF II-ISS-OPEN-COUNT > II-MAP-CLOSED-COUNT
102800             SUBTRACT II-MAP-CLOSED-COUNT FROM II-ISS-OPEN-COUNT
102900         ELSE
103000             MOVE ZERO TO II-ISS-OPEN-COUNT
103100         END-IF
103200         REWRITE II-ISSUE-RECORD
103300     END-IF.
103400 3200-EXIT.
103500     EXIT.

103600*****************************************************************
103700* 3210-CLOSE-ONE-ISSUE - MARK THE ISSUE IN THE BUFFER CLOSED,   *
103800*                 STAMPED WITH TODAY'S DATE, THE REQUESTER AND  *
103900*                 THE RESOLUTION, AND JOURNAL IT                *
104000*****************************************************************
104100 3210-CLOSE-ONE-ISSUE.
104200     PERFORM 3220-WRITE-JOURNAL THRU 3220-EXIT
104300     SET II-Iss-Closed TO TRUE
104400     MOVE II-RUN-DATE-DISPLAY TO II-ISS-CLOSED-DATE
104500     MOVE FUNCTION TRIM(II-CLOSE-REQUESTER) TO II-ISS-CLOSED-BY
104600     MOVE II-EFFECTIVE-RESOLUTION TO II-ISS-RESOLUTION
104700     REWRITE II-ISSUE-RECORD
104800     ADD 1 TO II-MAP-CLOSED-COUNT
104900     ADD 1 TO II-CLOSED-COUNT
105000     MOVE II-ISS-SEQ TO II-SEQ-DISPLAY
105100     MOVE SPACES TO II-OUTPUT-LINE
105200     STRING 'CLOSED    ' DELIMITED BY SIZE
105300         FUNCTION TRIM(II-TRIMMED-NAME) DELIMITED BY SIZE
105400         ' ISSUE=' DELIMITED BY SIZE
105500         FUNCTION TRIM(II-SEQ-DISPLAY) DELIMITED BY SIZE
105600         ' BY=' DELIMITED BY SIZE
105700         FUNCTION TRIM(II-CLOSE-REQUESTER) DELIMITED BY SIZE
105800         INTO II-OUTPUT-LINE
105900     WRITE II-REPORT-RECORD FROM II-OUTPUT-LINE.
106000 3210-EXIT.
106100     EXIT.

106200*****************************************************************
106300* 3220-WRITE-JOURNAL - APPEND ONE STAMPED LINE TO THE CHANGE    *
106400*                 JOURNAL FOR THE ISSUE ABOUT TO BE CLOSED:     *
106500*                 WHO, WHICH MAP, THE OPEN ISSUE (BEFORE) AND   *
106600*                 ITS RESOLUTION (AFTER)                        *
106700*****************************************************************
106800 3220-WRITE-JOURNAL.
106900     ACCEPT II-JRN-DATE-RAW FROM DATE YYYYMMDD
107000     ACCEPT II-JRN-TIME-RAW FROM TIME
107100     MOVE SPACES TO II-JOURNAL-RECORD
107200     STRING II-JRN-DATE-RAW(1:4) '-' II-JRN-DATE-RAW(5:2) '-'
107300         II-JRN-DATE-RAW(7:2) DELIMITED BY SIZE
107400         INTO II-JRN-DATE
107500     STRING II-JRN-TIME-RAW(1:2) ':' II-JRN-TIME-RAW(3:2) ':'
107600         II-JRN-TIME-RAW(5:2) DELIMITED BY SIZE
107700         INTO II-JRN-TIME
107800     MOVE 'ISSUEINTAK' TO II-JRN-PROGRAM
107900     MOVE 'CLOSE' TO II-JRN-ACTION
108000     MOVE FUNCTION TRIM(II-CLOSE-REQUESTER) TO II-JRN-REQUESTER
108100     MOVE II-TRIMMED-NAME TO II-JRN-NAME
108200     MOVE II-ISS-SEQ TO II-SEQ-DISPLAY
108300     STRING 'ISSUE=' DELIMITED BY SIZE
108400         FUNCTION TRIM(II-SEQ-DISPLAY) DELIMITED BY SIZE
108500         ' OPEN ' DELIMITED BY SIZE
108600         II-ISS-REPORT-DATE DELIMITED BY SIZE
108700         ' ' DELIMITED BY SIZE
108800         FUNCTION TRIM(II-ISS-TYPE) DELIMITED BY SIZE
108900         ' ' DELIMITED BY SIZE
109000         FUNCTION TRIM(II-ISS-TEXT) DELIMITED BY SIZE
109100         INTO II-JRN-BEFORE
109200     STRING 'ISSUE=' DELIMITED BY SIZE
109300         FUNCTION TRIM(II-SEQ-DISPLAY) DELIMITED BY SIZE
109400         ' CLOSED ' DELIMITED BY SIZE
109500         FUNCTION TRIM(II-EFFECTIVE-RESOLUTION)
109600             DELIMITED BY SIZE
109700         INTO II-JRN-AFTER
109800     WRITE II-JOURNAL-RECORD.
109900 3220-EXIT.
110000     EXIT.

110100*****************************************************************
110200* 4000-COUNT-OPEN - ONE SWEEP OF THE ISSUE MASTER ADDING UP THE *
110300*                 SUMMARY RECORDS' OPEN COUNTS FOR THE CLOSING  *
110400*                 CONTROL TOTALS                                *
110500*****************************************************************
110600 4000-COUNT-OPEN.
110700     MOVE LOW-VALUES TO II-ISS-KEY
110800     SET Not-End-Of-Issues TO TRUE
110900     START IssueMasterFile KEY IS NOT LESS THAN II-ISS-KEY
111000         INVALID KEY
111100             GO TO 4000-EXIT
111200     END-START
111300     PERFORM 4010-READ-ANY-NEXT THRU 4010-EXIT
111400     PERFORM UNTIL End-Of-Issues
111500         IF II-Iss-Summary
111600             AND II-ISS-OPEN-COUNT > ZERO
111700             ADD II-ISS-OPEN-COUNT TO II-OPEN-TOTAL
111800             ADD 1 TO II-OPEN-MAP-COUNT
111900         END-IF
112000         PERFORM 4010-READ-ANY-NEXT THRU 4010-EXIT
112100     END-PERFORM.
112200 4000-EXIT.
112300     EXIT.

112400*****************************************************************
112500* 4010-READ-ANY-NEXT - READ THE NEXT ISSUE MASTER RECORD IN KEY *
112600*                 ORDER, WHATEVER MAP IT BELONGS TO             *
112700*****************************************************************
112800 4010-READ-ANY-NEXT.
112900     READ IssueMasterFile NEXT
113000         AT END
113100             SET End-Of-Issues TO TRUE
113200     END-READ.
113300 4010-EXIT.
113400     EXIT.

113500*****************************************************************
113600* 9000-TERMINATE - WRITE THE CONTROL-TOTAL SUMMARY AND CLOSE    *
113700*                 EVERYTHING. A RUN THAT FAILED TO OPEN ITS     *
113800*                 MASTERS GETS NO SUMMARY - ITS FAILED LINE IS  *
113900*                 THE WHOLE REPORT (SAME PATTERN AS META-MAINT) *
114000*****************************************************************
114100 9000-TERMINATE.
114200     IF II-RPT-STATUS = '00' AND II-Init-Ok
114300         MOVE II-FEED-COUNT TO II-COUNT-DISPLAY
114400         MOVE II-LOGGED-COUNT TO II-COUNT-DISPLAY2
114500         MOVE II-FEED-REJECT-COUNT TO II-COUNT-DISPLAY3
114600         MOVE SPACES TO II-OUTPUT-LINE
114700         STRING 'SUMMARY:  REPORTS READ=' II-COUNT-DISPLAY
114800             ' LOGGED=' II-COUNT-DISPLAY2
114900             ' REJECTED=' II-COUNT-DISPLAY3
115000             DELIMITED BY SIZE INTO II-OUTPUT-LINE
115100         WRITE II-REPORT-RECORD FROM II-OUTPUT-LINE
115200         MOVE II-CLOSE-COUNT TO II-COUNT-DISPLAY
115300         MOVE II-CLOSED-COUNT TO II-COUNT-DISPLAY2
115400         MOVE II-CLOSE-REJECT-COUNT TO II-COUNT-DISPLAY3
115500         MOVE SPACES TO II-OUTPUT-LINE
115600         STRING 'SUMMARY:  CLOSES READ=' II-COUNT-DISPLAY
115700             ' ISSUES CLOSED=' II-COUNT-DISPLAY2
115800             ' REJECTED=' II-COUNT-DISPLAY3
115900             DELIMITED BY SIZE INTO II-OUTPUT-LINE
116000         WRITE II-REPORT-RECORD FROM II-OUTPUT-LINE
116100         MOVE II-OPEN-TOTAL TO II-COUNT-DISPLAY
116200         MOVE II-OPEN-MAP-COUNT TO II-COUNT-DISPLAY2
116300         MOVE SPACES TO II-OUTPUT-LINE
116400         STRING 'SUMMARY:  OPEN ISSUES=' II-COUNT-DISPLAY
116500             ' ON MAPS=' II-COUNT-DISPLAY2
116600             DELIMITED BY SIZE INTO II-OUTPUT-LINE
116700         WRITE II-REPORT-RECORD FROM II-OUTPUT-LINE
116800         CLOSE MapMasterFile
116900         CLOSE IssueMasterFile
117000     END-IF
117100     IF II-RPT-STATUS = '00'
117200         CLOSE ReportFile
117300     END-IF.
117400 9000-EXIT.
117500     EXIT.
