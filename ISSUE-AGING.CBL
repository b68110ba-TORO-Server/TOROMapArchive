000100*****************************************************************
000200* PROGRAM:     ISSUE-AGING
000300* PURPOSE:     FOLLOW-UP REPORT OVER THE ISSUE MASTER THAT
000400*              ISSUE-INTAKE KEEPS. LISTS EVERY MAP WITH AN ISSUE
000500*              LEFT OPEN LONGER THAN THE AGE THRESHOLD, WITH THE
000600*              LONG-OPEN ISSUES THEMSELVES AND THE UPLOADER TO
000700*              CHASE FROM UPLOADER-MASTER.DAT. A MAP WHOSE
000800*              OLDEST ISSUE HAS PASSED THE RETIRE THRESHOLD, OR
000900*              WHOSE UPLOADER IS RETIRED OR UNKNOWN, IS FLAGGED
001000*              AS A CANDIDATE FOR MAP-RETIRE; THE REST ARE
001100*              FLAGGED FOR CONTACT. WRITES ISSUE-AGING.RPT.
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. IssueAging IS INITIAL PROGRAM.
001500 AUTHOR. R-WALLACE.
001600 INSTALLATION. TORO-MAP-ARCHIVE.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100* ------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  -----------------------------------------------
002400* 2026-10-15 RW    INITIAL VERSION. ISSUE-AGING-CONTROL.DAT
002500*                  CARRIES KEY=VALUE LINES (SAME SHAPE AS
002600*                  RETIRE-CONTROL.DAT): AGE-DAYS (DEFAULT 30)
002700*                  MAKES AN OPEN ISSUE LONG-OPEN AND RETIRE-DAYS
002800*                  (DEFAULT 90) MAKES ITS MAP A RETIREMENT
002900*                  CANDIDATE. AN ISSUE'S AGE RUNS FROM ITS REPORT
003000*                  DATE. MAP-MASTER.DAT SUPPLIES THE UPLOADER -
003100*                  RUN GENERATEREADME FIRST; A MAP WITH ISSUES
003200*                  BUT NO LONGER PUBLISHED IS LISTED AS SUCH AND
003300*                  NEEDS NO ACTION. THIS PROGRAM ONLY REPORTS -
003400*                  RETIREMENTS STILL GO THROUGH MAP-RETIRE'S
003500*                  APPLY TRANSACTIONS. CALLABLE AS A
003600*                  CYCLE-DRIVER STEP (INITIAL, ENDS WITH GOBACK).
003700*-----------------------------------------------------------------

003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ControlFile ASSIGN TO 'ISSUE-AGING-CONTROL.DAT'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS IA-CTL-STATUS.

004400     SELECT IssueMasterFile ASSIGN TO 'ISSUE-MASTER.DAT'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS IA-ISS-KEY
004800         FILE STATUS IS IA-ISSUE-STATUS.

004900     SELECT MapMasterFile ASSIGN TO 'MAP-MASTER.DAT'
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS IA-MASTER-NAME
005300         FILE STATUS IS IA-MASTER-STATUS.

005400     SELECT UploaderMasterFile ASSIGN TO 'UPLOADER-MASTER.DAT'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS IA-UPLMAST-STATUS.

005700     SELECT ReportFile ASSIGN TO 'ISSUE-AGING.RPT'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS IA-RPT-STATUS.

006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  ControlFile.
006300 01  IA-CONTROL-RECORD             PIC X(80).

006400*-----------------------------------------------------------------
006500* ISSUE MASTER - WRITTEN BY ISSUE-INTAKE; THE RECORD LAYOUT MUST
006600* MATCH THE ONE DECLARED THERE. SEQUENCE 0 IS THE MAP'S SUMMARY
006700* RECORD AND SORTS AHEAD OF ITS ISSUES
006800*-----------------------------------------------------------------
006900 FD  IssueMasterFile.
007000 01  IA-ISSUE-RECORD.
007100     05  IA-ISS-KEY.
007200         10  IA-ISS-NAME           PIC X(256).
007300         10  IA-ISS-SEQ            PIC 9(05).
007400     05  IA-ISS-STATUS             PIC X(01).
007500         88  IA-Iss-Summary                  VALUE 'H'.
007600         88  IA-Iss-Open                     VALUE 'O'.
007700         88  IA-Iss-Closed                   VALUE 'C'.
007800     05  IA-ISS-OPEN-COUNT         PIC 9(05).
007900     05  IA-ISS-LAST-SEQ           PIC 9(05).
008000     05  IA-ISS-REPORTER           PIC X(60).
008100     05  IA-ISS-REPORT-DATE        PIC X(10).
008200     05  IA-ISS-TYPE               PIC X(20).
008300     05  IA-ISS-TEXT               PIC X(200).
008400     05  IA-ISS-LOGGED-DATE        PIC X(10).
008500     05  IA-ISS-CLOSED-DATE        PIC X(10).
008600     05  IA-ISS-CLOSED-BY          PIC X(60).
008700     05  IA-ISS-RESOLUTION         PIC X(200).

008800*-----------------------------------------------------------------
008900* MAP MASTER - WRITTEN BY GENERATEREADME; THE RECORD LAYOUT
009000* MUST MATCH THE ONE DECLARED THERE
009100*-----------------------------------------------------------------
009200 FD  MapMasterFile.
009300 01  IA-MASTER-RECORD.
009400     05  IA-MASTER-NAME            PIC X(256).
009500     05  IA-MASTER-CATEGORY        PIC X(30).
009600     05  IA-MASTER-DESC            PIC X(200).
009700     05  IA-MASTER-UPLOADER        PIC X(60).
009800     05  IA-MASTER-DATE            PIC X(10).
009900     05  IA-MASTER-SIZE            PIC X(12).
010000     05  IA-MASTER-CHECKSUM        PIC X(64).
010100     05  IA-MASTER-DLCOUNT         PIC 9(09).

010200 FD  UploaderMasterFile.
010300 01  IA-UPLMAST-RECORD             PIC X(300).

010400 FD  ReportFile.
010500 01  IA-REPORT-RECORD              PIC X(300).

010600 WORKING-STORAGE SECTION.
010700*-----------------------------------------------------------------
010800* SWITCHES
010900*-----------------------------------------------------------------
011000 01  IA-SWITCHES.
011100     05  IA-CTL-EOF-FLAG           PIC X     VALUE 'N'.
011200         88  End-Of-Control                  VALUE 'Y'.
011300         88  Not-End-Of-Control              VALUE 'N'.
011400     05  IA-ISSUE-EOF-FLAG         PIC X     VALUE 'N'.
011500         88  End-Of-Issues                   VALUE 'Y'.
011600         88  Not-End-Of-Issues               VALUE 'N'.
011700     05  IA-UPLMAST-EOF-FLAG       PIC X     VALUE 'N'.
011800         88  End-Of-Upl-Master               VALUE 'Y'.
011900         88  Not-End-Of-Upl-Master           VALUE 'N'.
012000     05  IA-INIT-SW                PIC X     VALUE 'Y'.
012100         88  IA-Init-Ok                      VALUE 'Y'.
012200         88  IA-Init-Failed                  VALUE 'N'.
012300     05  IA-ISSUES-SW              PIC X     VALUE 'N'.
012400         88  IA-Issues-On-File               VALUE 'Y'.
012500         88  IA-Issues-Not-On-File           VALUE 'N'.
012600     05  IA-DATE-SW                PIC X     VALUE 'N'.
012700         88  IA-Date-Valid                   VALUE 'Y'.
012800         88  IA-Date-Invalid                 VALUE 'N'.
012900     05  IA-UPLMAST-LOADED-SW      PIC X     VALUE 'N'.
013000         88  IA-Upl-Master-Loaded            VALUE 'Y'.
013100         88  IA-Upl-Master-Absent            VALUE 'N'.
013200     05  IA-UPL-FOUND-SW           PIC X     VALUE 'N'.
013300         88  IA-Uploader-Registered          VALUE 'Y'.
013400         88  IA-Uploader-Not-Registered      VALUE 'N'.
013500     05  IA-PUBLISHED-SW           PIC X     VALUE 'N'.
013600         88  IA-Map-Published                VALUE 'Y'.
013700         88  IA-Map-Not-Published            VALUE 'N'.

013800*-----------------------------------------------------------------
013900* FILE STATUS CODES
014000*-----------------------------------------------------------------
014100 77  IA-CTL-STATUS                 PIC X(02) VALUE SPACES.
014200 77  IA-ISSUE-STATUS               PIC X(02) VALUE SPACES.
014300 77  IA-MASTER-STATUS              PIC X(02) VALUE SPACES.
014400 77  IA-UPLMAST-STATUS             PIC X(02) VALUE SPACES.
014500 77  IA-RPT-STATUS                 PIC X(02) VALUE SPACES.

014600*-----------------------------------------------------------------
014700* THRESHOLDS - OVERRIDDEN BY ISSUE-AGING-CONTROL.DAT
014800*-----------------------------------------------------------------
014900 77  IA-AGE-DAYS                   PIC 9(04) VALUE 30.
015000 77  IA-RETIRE-DAYS                PIC 9(04) VALUE 90.

015100*-----------------------------------------------------------------
015200* COUNTERS AND DATE WORK AREAS
015300*-----------------------------------------------------------------
015400 77  IA-MAP-COUNT                  PIC 9(07) COMP VALUE ZERO.
015500 77  IA-LONG-MAP-COUNT             PIC 9(07) COMP VALUE ZERO.
015600 77  IA-OPEN-TOTAL                 PIC 9(07) COMP VALUE ZERO.
015700 77  IA-LONG-TOTAL                 PIC 9(07) COMP VALUE ZERO.
015800 77  IA-RETIRE-COUNT               PIC 9(07) COMP VALUE ZERO.
015900 77  IA-CONTACT-COUNT              PIC 9(07) COMP VALUE ZERO.
016000 77  IA-UNPUBLISHED-COUNT          PIC 9(07) COMP VALUE ZERO.
016100 77  IA-MAP-OPEN-COUNT             PIC 9(05) COMP VALUE ZERO.
016200 77  IA-MAP-LONG-COUNT             PIC 9(05) COMP VALUE ZERO.
016300 77  IA-MAP-OLDEST-DAYS            PIC 9(05) COMP VALUE ZERO.
016400 77  IA-LONG-IDX                   PIC 9(03) COMP VALUE ZERO.
016500 77  IA-UPL-COUNT                  PIC 9(03) COMP VALUE ZERO.
016600 77  IA-UPL-FOUND-IDX              PIC 9(03) COMP VALUE ZERO.
016700 77  IA-TODAY-RAW                  PIC 9(08) VALUE ZERO.
016800 77  IA-TODAY-INT                  PIC 9(08) COMP VALUE ZERO.
016900 77  IA-WORK-YYYYMMDD              PIC 9(08) VALUE ZERO.
017000 77  IA-WORK-DATE-INT              PIC S9(08) COMP VALUE ZERO.
017100 77  IA-AGE-WORK                   PIC S9(08) COMP VALUE ZERO.
017200 01  IA-TODAY-DISPLAY              PIC X(10).
017300 01  IA-DATE-CHECK.
017400     05  IA-DATE-YYYY              PIC X(04).
017500     05  IA-DATE-SEP1              PIC X(01).
017600     05  IA-DATE-MM                PIC X(02).
017700     05  IA-DATE-SEP2              PIC X(01).
017800     05  IA-DATE-DD                PIC X(02).

017900*-----------------------------------------------------------------
018000* CONTROL CARD PARSE WORK AREAS
018100*-----------------------------------------------------------------
018200 01  IA-CTL-KEY                    PIC X(20).
018300 01  IA-CTL-VALUE                  PIC X(20).
018400 01  IA-CTL-VALUE-JUST             PIC X(04) JUSTIFIED RIGHT.

018500*-----------------------------------------------------------------
018600* CURRENT MAP - THE CONTROL BREAK IS ON THE ISSUE MASTER'S NAME.
018700* ITS LONG-OPEN ISSUES ARE HELD HERE UNTIL THE BREAK SO THE MAP
018800* LINE (WITH ITS COUNTS AND ACTION) CAN BE WRITTEN FIRST
018900*-----------------------------------------------------------------
019000 01  IA-CURRENT-NAME               PIC X(256) VALUE SPACES.
019100 01  IA-OLDEST-DATE                PIC X(10).
019200 01  IA-LONG-TABLE.
019300     05  IA-LONG-ENTRY             OCCURS 100 TIMES.
019400         10  IA-LONG-SEQ           PIC 9(05).
019500         10  IA-LONG-DATE          PIC X(10).
019600         10  IA-LONG-DAYS          PIC 9(05).
019700         10  IA-LONG-TYPE          PIC X(20).
019800         10  IA-LONG-TEXT          PIC X(200).

019900*-----------------------------------------------------------------
020000* UPLOADER REGISTRY TABLE, LOADED FROM THE OPTIONAL
020100* UPLOADER-MASTER.DAT (ID|DISPLAY-NAME|CONTACT|STATUS|ROLE). IDS
020200* MATCH CASE-BLIND, AS IN META-MAINT
020300*-----------------------------------------------------------------
020400 01  IA-UPL-SPLIT-FIELDS.
020500     05  IA-UPL-SPLIT-ID           PIC X(60).
020600     05  IA-UPL-SPLIT-DISPLAY      PIC X(60).
020700     05  IA-UPL-SPLIT-CONTACT      PIC X(80).
020800     05  IA-UPL-SPLIT-STATUS       PIC X(10).
020900     05  IA-UPL-SPLIT-ROLE         PIC X(10).
021000 01  IA-UPLOADER-TABLE.
021100     05  IA-UPL-ENTRY              OCCURS 500 TIMES
021200                                   INDEXED BY IA-UPL-IDX.
021300         10  IA-UPL-ID             PIC X(60).
021400         10  IA-UPL-DISPLAY        PIC X(60).
021500         10  IA-UPL-CONTACT        PIC X(80).
021600         10  IA-UPL-STATUS         PIC X(10).
021700 01  IA-OWNER                      PIC X(60).
021800 01  IA-OWNER-UPPER                PIC X(60).
021900 01  IA-ACTION                     PIC X(20).

022000*-----------------------------------------------------------------
022100* REPORT LINE WORK AREAS
022200*-----------------------------------------------------------------
022300 01  IA-OUTPUT-LINE                PIC X(300).
022400 01  IA-COUNT-DISPLAY              PIC Z(06)9.
022500 01  IA-COUNT-DISPLAY2             PIC Z(06)9.
022600 01  IA-COUNT-DISPLAY3             PIC Z(06)9.
022700 01  IA-DAYS-DISPLAY               PIC Z(04)9.
022800 01  IA-SEQ-DISPLAY                PIC Z(04)9.

022900 PROCEDURE DIVISION.
023000*****************************************************************
023100* 0000-MAINLINE                                                 *
023200*****************************************************************
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
023500     IF IA-Init-Ok AND IA-Issues-On-File
023600         PERFORM 2000-SCAN-ISSUES   THRU 2000-EXIT
023700     END-IF
023800     PERFORM 9000-TERMINATE         THRU 9000-EXIT
023900     GOBACK.

024000*****************************************************************
024100* 1000-INITIALIZE - OPEN THE REPORT FIRST, PICK UP THE          *
024200*                 THRESHOLDS, THEN OPEN THE MAP MASTER          *
024300*                 (REQUIRED) AND THE ISSUE MASTER (A RUN BEFORE *
024400*                 ANY ISSUE HAS BEEN LOGGED IS NOTED, NOT       *
024500*                 FAILED), AND LOAD THE OPTIONAL REGISTRY       *
024600*****************************************************************
024700 1000-INITIALIZE.
024800     OPEN OUTPUT ReportFile
024900     IF IA-RPT-STATUS NOT = '00'
025000         SET IA-Init-Failed TO TRUE
025100         DISPLAY 'ISSUEAGING: CANNOT OPEN ISSUE-AGING.RPT, '
025200             'STATUS=' IA-RPT-STATUS
025300         GO TO 1000-EXIT
025400     END-IF
025500     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
025600     ACCEPT IA-TODAY-RAW FROM DATE YYYYMMDD
025700     COMPUTE IA-TODAY-INT =
025800         FUNCTION INTEGER-OF-DATE(IA-TODAY-RAW)
025900     MOVE SPACES TO IA-TODAY-DISPLAY
026000     STRING IA-TODAY-RAW(1:4) '-' IA-TODAY-RAW(5:2) '-'
026100         IA-TODAY-RAW(7:2) DELIMITED BY SIZE
026200         INTO IA-TODAY-DISPLAY
026300     OPEN INPUT MapMasterFile
026400     IF IA-MASTER-STATUS NOT = '00'
026500         SET IA-Init-Failed TO TRUE
026600         MOVE SPACES TO IA-OUTPUT-LINE
026700         STRING 'FAILED    MAP-MASTER.DAT COULD NOT BE OPENED '
026800             '- RUN GENERATEREADME FIRST (STATUS='
026900             IA-MASTER-STATUS ')' DELIMITED BY SIZE
027000             INTO IA-OUTPUT-LINE
027100         WRITE IA-REPORT-RECORD FROM IA-OUTPUT-LINE
027200         GO TO 1000-EXIT
027300     END-IF
027400     MOVE IA-AGE-DAYS TO IA-DAYS-DISPLAY
027500     MOVE IA-RETIRE-DAYS TO IA-SEQ-DISPLAY
027600     MOVE SPACES TO IA-OUTPUT-LINE
027700     STRING 'ISSUE AGING AS OF ' DELIMITED BY SIZE
027800         IA-TODAY-DISPLAY DELIMITED BY SIZE
027900         ' - LONG-OPEN AT ' DELIMITED BY SIZE
028000         FUNCTION TRIM(IA-DAYS-DISPLAY) DELIMITED BY SIZE
028100         ' DAYS, RETIRE CANDIDATE AT ' DELIMITED BY SIZE
028200         FUNCTION TRIM(IA-SEQ-DISPLAY) DELIMITED BY SIZE
028300         ' DAYS' DELIMITED BY SIZE
028400         INTO IA-OUTPUT-LINE
028500     WRITE IA-REPORT-RECORD FROM IA-OUTPUT-LINE
028600     OPEN INPUT IssueMasterFile
028700     IF IA-ISSUE-STATUS = '00'
028800         SET IA-Issues-On-File TO TRUE
028900     ELSE
029000         MOVE SPACES TO IA-OUTPUT-LINE
029100         IF IA-ISSUE-STATUS = '35'
029200             STRING 'NOTE      ISSUE-MASTER.DAT NOT FOUND - NO '
029300                 'ISSUES LOGGED YET'
029400                 DELIMITED BY SIZE INTO IA-OUTPUT-LINE
029500         ELSE
029600             STRING 'FAILED    ISSUE-MASTER.DAT COULD NOT BE '
029700                 'OPENED (STATUS=' IA-ISSUE-STATUS ')'
029800                 DELIMITED BY SIZE INTO IA-OUTPUT-LINE
029900         END-IF
030000         WRITE IA-REPORT-RECORD FROM IA-OUTPUT-LINE
030100         GO TO 1000-EXIT
030200     END-IF
030300     PERFORM 1200-LOAD-UPLOADER-MASTER THRU 1200-EXIT.
030400 1000-EXIT.
030500     EXIT.

030600*****************************************************************
030700* 1100-READ-CONTROL - PARSE KEY=VALUE LINES FROM THE OPTIONAL   *
030800*                 CONTROL FILE: AGE-DAYS AND RETIRE-DAYS.       *
030900*                 UNKNOWN KEYS AND NON-NUMERIC DAY VALUES ARE   *
031000*                 IGNORED, LEAVING THE DEFAULT IN PLACE         *
031100*****************************************************************
031200 1100-READ-CONTROL.
031300     OPEN INPUT ControlFile
031400     IF IA-CTL-STATUS NOT = '00'
031500         GO TO 1100-EXIT
031600     END-IF
031700     PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
031800     PERFORM UNTIL End-Of-Control
031900         PERFORM 1120-APPLY-CONTROL-LINE THRU 1120-EXIT
032000         PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
032100     END-PERFORM
032200     CLOSE ControlFile.
032300 1100-EXIT.
032400     EXIT.

032500*****************************************************************
032600* 1110-READ-CONTROL-LINE - READ ONE CONTROL FILE LINE           *
032700*****************************************************************
032800 1110-READ-CONTROL-LINE.
032900     READ ControlFile
033000         AT END
033100             SET End-Of-Control TO TRUE
033200     END-READ.
033300 1110-EXIT.
033400     EXIT.

033500*****************************************************************
033600* 1120-APPLY-CONTROL-LINE - APPLY ONE KEY=VALUE CONTROL LINE    *
033700*****************************************************************
033800 1120-APPLY-CONTROL-LINE.
033900     MOVE SPACES TO IA-CTL-KEY IA-CTL-VALUE
034000     UNSTRING IA-CONTROL-RECORD DELIMITED BY '='
034100         INTO IA-CTL-KEY IA-CTL-VALUE
034200     EVALUATE FUNCTION TRIM(IA-CTL-KEY)
034300         WHEN 'AGE-DAYS'
034400             PERFORM 1130-PARSE-DAY-VALUE THRU 1130-EXIT
034500             IF IA-CTL-VALUE-JUST IS NUMERIC
034600                 MOVE IA-CTL-VALUE-JUST TO IA-AGE-DAYS
034700             END-IF
034800         WHEN 'RETIRE-DAYS'
034900             PERFORM 1130-PARSE-DAY-VALUE THRU 1130-EXIT
035000             IF IA-CTL-VALUE-JUST IS NUMERIC
035100                 MOVE IA-CTL-VALUE-JUST TO IA-RETIRE-DAYS
035200             END-IF
035300     END-EVALUATE.
035400 1120-EXIT.
035500     EXIT.

035600*****************************************************************
035700* 1130-PARSE-DAY-VALUE - RIGHT-JUSTIFY AND ZERO-FILL A DAY      *
035800*                 COUNT SO '90' AND '0090' READ THE SAME WAY    *
035900*****************************************************************
036000 1130-PARSE-DAY-VALUE.
036100     MOVE FUNCTION TRIM(IA-CTL-VALUE) TO IA-CTL-VALUE-JUST
036200     INSPECT IA-CTL-VALUE-JUST REPLACING LEADING SPACE BY '0'.
036300 1130-EXIT.
036400     EXIT.

036500*****************************************************************
036600* 1200-LOAD-UPLOADER-MASTER - IF UPLOADER-MASTER.DAT EXISTS,    *
036700*                 LOAD ITS IDS, DISPLAY NAMES, CONTACTS AND     *
036800*                 STATUSES INTO THE REGISTRY TABLE. THE FILE IS *
036900*                 OPTIONAL                                      *
037000*****************************************************************
037100 1200-LOAD-UPLOADER-MASTER.
037200     OPEN INPUT UploaderMasterFile
037300     IF IA-UPLMAST-STATUS = '00'
037400         SET IA-Upl-Master-Loaded TO TRUE
037500         PERFORM 1210-READ-UPL-MASTER THRU 1210-EXIT
037600         PERFORM UNTIL End-Of-Upl-Master
037700             PERFORM 1220-STORE-UPL-MASTER THRU 1220-EXIT
037800             PERFORM 1210-READ-UPL-MASTER THRU 1210-EXIT
037900         END-PERFORM
038000         CLOSE UploaderMasterFile
038100     END-IF.
038200 1200-EXIT.
038300     EXIT.

038400*****************************************************************
038500* 1210-READ-UPL-MASTER - READ ONE LINE OF UPLOADER-MASTER.DAT   *
038600*****************************************************************
038700 1210-READ-UPL-MASTER.
038800     READ UploaderMasterFile
038900         AT END
039000             SET End-Of-Upl-Master TO TRUE
039100     END-READ.
039200 1210-EXIT.
039300     EXIT.

039400*****************************************************************
039500* 1220-STORE-UPL-MASTER - PARSE ONE REGISTRY RECORD AND STORE   *
039600*                 ITS UPPER-CASED ID AND STATUS WITH THE        *
039700*                 DISPLAY NAME AND CONTACT AS GIVEN. BLANK IDS  *
039800*                 ARE SKIPPED                                   *
039900*****************************************************************
040000 1220-STORE-UPL-MASTER.
040100     MOVE SPACES TO IA-UPL-SPLIT-FIELDS
040200     UNSTRING IA-UPLMAST-RECORD DELIMITED BY '|'
040300         INTO IA-UPL-SPLIT-ID IA-UPL-SPLIT-DISPLAY
040400              IA-UPL-SPLIT-CONTACT IA-UPL-SPLIT-STATUS
040500              IA-UPL-SPLIT-ROLE
040600     IF FUNCTION TRIM(IA-UPL-SPLIT-ID) NOT = SPACES
040700         AND IA-UPL-COUNT < 500
040800         ADD 1 TO IA-UPL-COUNT
040900         MOVE FUNCTION UPPER-CASE
041000             (FUNCTION TRIM(IA-UPL-SPLIT-ID))
041100             TO IA-UPL-ID(IA-UPL-COUNT)
041200         MOVE FUNCTION TRIM(IA-UPL-SPLIT-DISPLAY)
041300             TO IA-UPL-DISPLAY(IA-UPL-COUNT)
041400         MOVE FUNCTION TRIM(IA-UPL-SPLIT-CONTACT)
041500             TO IA-UPL-CONTACT(IA-UPL-COUNT)
041600         MOVE FUNCTION UPPER-CASE
041700             (FUNCTION TRIM(IA-UPL-SPLIT-STATUS))
041800             TO IA-UPL-STATUS(IA-UPL-COUNT)
041900     END-IF.
042000 1220-EXIT.
042100     EXIT.

042200*****************************************************************
042300* 2000-SCAN-ISSUES - ONE PASS OF THE ISSUE MASTER IN KEY ORDER, *
042400*                 BREAKING ON THE MAP NAME. EACH MAP'S OPEN     *
042500*                 ISSUES ARE COUNTED AND AGED AT ITS BREAK      *
042600*****************************************************************
042700 2000-SCAN-ISSUES.
042800     PERFORM 2010-READ-ISSUE-NEXT THRU 2010-EXIT
042900     PERFORM UNTIL End-Of-Issues
043000         IF IA-ISS-NAME NOT = IA-CURRENT-NAME
043100             PERFORM 3000-FINISH-MAP THRU 3000-EXIT
043200             PERFORM 2100-START-MAP THRU 2100-EXIT
043300         END-IF
043400         IF IA-Iss-Open
043500             PERFORM 2200-AGE-ONE-ISSUE THRU 2200-EXIT
043600         END-IF
043700         PERFORM 2010-READ-ISSUE-NEXT THRU 2010-EXIT
043800     END-PERFORM
043900     PERFORM 3000-FINISH-MAP THRU 3000-EXIT.
044000 2000-EXIT.
044100     EXIT.

044200*****************************************************************
044300* 2010-READ-ISSUE-NEXT - READ THE NEXT ISSUE MASTER RECORD      *
044400*****************************************************************
044500 2010-READ-ISSUE-NEXT.
044600     READ IssueMasterFile NEXT
044700         AT END
044800             SET End-Of-Issues TO TRUE
044900     END-READ.
045000 2010-EXIT.
045100     EXIT.

045200*****************************************************************
045300* 2100-START-MAP - RESET THE PER-MAP COUNTS FOR A NEW NAME      *
045400*****************************************************************
045500 2100-START-MAP.
045600     MOVE IA-ISS-NAME TO IA-CURRENT-NAME
045700     MOVE ZERO TO IA-MAP-OPEN-COUNT IA-MAP-LONG-COUNT
045800                  IA-MAP-OLDEST-DAYS
045900     MOVE SPACES TO IA-OLDEST-DATE.
046000 2100-EXIT.
046100     EXIT.

046200*****************************************************************
046300* 2200-AGE-ONE-ISSUE - COUNT AN OPEN ISSUE AND AGE IT FROM ITS  *
046400*                 REPORT DATE (THE LOGGED DATE IF THE REPORT    *
046500*                 DATE WILL NOT CONVERT). ONE PAST THE AGE      *
046600*                 THRESHOLD IS HELD FOR THE MAP'S DETAIL LINES  *
046700*****************************************************************
046800 2200-AGE-ONE-ISSUE.
046900     ADD 1 TO IA-MAP-OPEN-COUNT
047000     MOVE IA-ISS-REPORT-DATE TO IA-DATE-CHECK
047100     PERFORM 2300-CONVERT-DATE THRU 2300-EXIT
047200     IF IA-Date-Invalid
047300         MOVE IA-ISS-LOGGED-DATE TO IA-DATE-CHECK
047400         PERFORM 2300-CONVERT-DATE THRU 2300-EXIT
047500     END-IF
047600     IF IA-Date-Invalid
047700         GO TO 2200-EXIT
047800     END-IF
047900     COMPUTE IA-AGE-WORK = IA-TODAY-INT - IA-WORK-DATE-INT
048000     IF IA-AGE-WORK < ZERO
048100         MOVE ZERO TO IA-AGE-WORK
048200     END-IF
048300     IF IA-AGE-WORK < IA-AGE-DAYS
048400         GO TO 2200-EXIT
048500     END-IF
048600     ADD 1 TO IA-MAP-LONG-COUNT
048700     IF IA-AGE-WORK > IA-MAP-OLDEST-DAYS
048800         MOVE IA-AGE-WORK TO IA-MAP-OLDEST-DAYS
048900         MOVE IA-DATE-CHECK TO IA-OLDEST-DATE
049000     END-IF
049100     IF IA-MAP-LONG-COUNT NOT > 100
049200         MOVE IA-ISS-SEQ TO IA-LONG-SEQ(IA-MAP-LONG-COUNT)
049300         MOVE IA-DATE-CHECK TO IA-LONG-DATE(IA-MAP-LONG-COUNT)
049400         MOVE IA-AGE-WORK TO IA-LONG-DAYS(IA-MAP-LONG-COUNT)
049500         MOVE IA-ISS-TYPE TO IA-LONG-TYPE(IA-MAP-LONG-COUNT)
049600         MOVE IA-ISS-TEXT TO IA-LONG-TEXT(IA-MAP-LONG-COUNT)
049700     END-IF.
049800 2200-EXIT.
049900     EXIT.

050000*****************************************************************
050100* 2300-CONVERT-DATE - TURN A YYYY-MM-DD FIELD IN IA-DATE-CHECK  *
050200*                 INTO AN INTEGER DAY NUMBER. ANYTHING THAT IS  *
050300*                 NOT DIGITS AND DASHES IN THE RIGHT PLACES     *
050400*                 COMES BACK INVALID                            *
050500*****************************************************************
050600 2300-CONVERT-DATE.
050700     SET IA-Date-Invalid TO TRUE
050800     MOVE ZERO TO IA-WORK-DATE-INT
050900     IF IA-DATE-YYYY IS NUMERIC
051000         AND IA-DATE-SEP1 = '-'
051100         AND IA-DATE-MM IS NUMERIC
051200         AND IA-DATE-SEP2 = '-'
051300         AND IA-DATE-DD IS NUMERIC
051400         COMPUTE IA-WORK-YYYYMMDD =
051500             FUNCTION NUMVAL(IA-DATE-YYYY) * 10000
051600             + FUNCTION NUMVAL(IA-DATE-MM) * 100
051700             + FUNCTION NUMVAL(IA-DATE-DD)
051800         COMPUTE IA-WORK-DATE-INT =
051900             FUNCTION INTEGER-OF-DATE(IA-WORK-YYYYMMDD)
052000         IF IA-WORK-DATE-INT > ZERO
052100             SET IA-Date-Valid TO TRUE
052200         END-IF
052300     END-IF.
052400 2300-EXIT.
052500     EXIT.

052600*****************************************************************
052700* 3000-FINISH-MAP - AT A NAME BREAK, ADD THE MAP TO THE TOTALS  *
052800*                 AND, IF IT HAS LONG-OPEN ISSUES, WRITE ITS    *
052900*                 MAP LINE, UPLOADER LINE AND ONE LINE PER      *
053000*                 LONG-OPEN ISSUE                               *
053100*****************************************************************
053200 3000-FINISH-MAP.
053300     IF IA-CURRENT-NAME = SPACES
053400         GO TO 3000-EXIT
053500     END-IF
053600     IF IA-MAP-OPEN-COUNT > ZERO
053700         ADD 1 TO IA-MAP-COUNT
053800         ADD IA-MAP-OPEN-COUNT TO IA-OPEN-TOTAL
053900     END-IF
054000     IF IA-MAP-LONG-COUNT = ZERO
054100         GO TO 3000-EXIT
054200     END-IF
054300     ADD 1 TO IA-LONG-MAP-COUNT
054400     ADD IA-MAP-LONG-COUNT TO IA-LONG-TOTAL
054500     PERFORM 3100-DECIDE-ACTION THRU 3100-EXIT
054600     PERFORM 3200-WRITE-MAP-LINES THRU 3200-EXIT.
054700 3000-EXIT.
054800     EXIT.

054900*****************************************************************
055000* 3100-DECIDE-ACTION - A MAP NO LONGER ON MAP-MASTER.DAT NEEDS  *
055100*                 NO ACTION. OTHERWISE IT IS A RETIRE CANDIDATE *
055200*                 WHEN ITS OLDEST ISSUE HAS PASSED RETIRE-DAYS, *
055300*                 WHEN IT HAS NO UPLOADER, OR WHEN THE REGISTRY *
055400*                 IS ON FILE AND THE UPLOADER IS RETIRED OR NOT *
055500*                 ON IT - THERE IS NOBODY TO ASK FOR A FIX.     *
055600*                 EVERYTHING ELSE IS A CONTACT                  *
055700*****************************************************************
055800 3100-DECIDE-ACTION.
055900     SET IA-Uploader-Not-Registered TO TRUE
056000     MOVE SPACES TO IA-OWNER IA-OWNER-UPPER
056100     MOVE IA-CURRENT-NAME TO IA-MASTER-NAME
056200     READ MapMasterFile
056300         INVALID KEY
056400             SET IA-Map-Not-Published TO TRUE
056500             MOVE 'NOT PUBLISHED' TO IA-ACTION
056600             ADD 1 TO IA-UNPUBLISHED-COUNT
056700             GO TO 3100-EXIT
056800     END-READ
056900     SET IA-Map-Published TO TRUE
057000     MOVE FUNCTION TRIM(IA-MASTER-UPLOADER) TO IA-OWNER
057100     MOVE FUNCTION UPPER-CASE(IA-OWNER) TO IA-OWNER-UPPER
057200     MOVE ZERO TO IA-UPL-FOUND-IDX
057300     IF IA-OWNER-UPPER NOT = SPACES
057400         PERFORM VARYING IA-UPL-IDX FROM 1 BY 1
057500                 UNTIL IA-UPL-IDX > IA-UPL-COUNT
057600                    OR IA-Uploader-Registered
057700             IF IA-UPL-ID(IA-UPL-IDX) = IA-OWNER-UPPER
057800                 SET IA-Uploader-Registered TO TRUE
057900                 SET IA-UPL-FOUND-IDX TO IA-UPL-IDX
058000             END-IF
058100         END-PERFORM
058200     END-IF
058300     MOVE 'CONTACT UPLOADER' TO IA-ACTION
058400     IF IA-MAP-OLDEST-DAYS NOT < IA-RETIRE-DAYS
058500         OR IA-OWNER-UPPER = SPACES
058600         MOVE 'RETIRE CANDIDATE' TO IA-ACTION
058700     END-IF
058800     IF IA-Upl-Master-Loaded
058900         IF IA-Uploader-Not-Registered
059000             MOVE 'RETIRE CANDIDATE' TO IA-ACTION
059100         ELSE
059200             IF IA-UPL-STATUS(IA-UPL-FOUND-IDX) = 'RETIRED'
059300                 MOVE 'RETIRE CANDIDATE' TO IA-ACTION
059400             END-IF
059500         END-IF
059600     END-IF
059700     IF IA-ACTION = 'RETIRE CANDIDATE'
059800         ADD 1 TO IA-RETIRE-COUNT
059900     ELSE
060000         ADD 1 TO IA-CONTACT-COUNT
060100     END-IF.
060200 3100-EXIT.
060300     EXIT.

060400*****************************************************************
060500* 3200-WRITE-MAP-LINES - THE MAP LINE WITH ITS COUNTS, OLDEST   *
060600*                 ISSUE AND ACTION; THE UPLOADER LINE (FOR A    *
060700*                 PUBLISHED MAP) WITH WHATEVER THE REGISTRY     *
060800*                 HOLDS; THEN THE HELD LONG-OPEN ISSUES         *
060900*****************************************************************
061000 3200-WRITE-MAP-LINES.
061100     MOVE IA-MAP-OPEN-COUNT TO IA-COUNT-DISPLAY
061200     MOVE IA-MAP-LONG-COUNT TO IA-COUNT-DISPLAY2
061300     MOVE IA-MAP-OLDEST-DAYS TO IA-DAYS-DISPLAY
061400     MOVE SPACES TO IA-OUTPUT-LINE
061500     STRING 'AGING     ' DELIMITED BY SIZE
061600         FUNCTION TRIM(IA-CURRENT-NAME) DELIMITED BY SIZE
061700         ' OPEN=' DELIMITED BY SIZE
061800         FUNCTION TRIM(IA-COUNT-DISPLAY) DELIMITED BY SIZE
061900         ' LONG-OPEN=' DELIMITED BY SIZE
062000         FUNCTION TRIM(IA-COUNT-DISPLAY2) DELIMITED BY SIZE
062100         ' OLDEST=' DELIMITED BY SIZE
062200         IA-OLDEST-DATE DELIMITED BY SIZE
062300         ' DAYS=' DELIMITED BY SIZE
062400         FUNCTION TRIM(IA-DAYS-DISPLAY) DELIMITED BY SIZE
062500         ' ACTION=' DELIMITED BY SIZE
062600         FUNCTION TRIM(IA-ACTION) DELIMITED BY SIZE
062700         INTO IA-OUTPUT-LINE
062800     WRITE IA-REPORT-RECORD FROM IA-OUTPUT-LINE
062900     IF IA-Map-Published
063000         PERFORM 3210-WRITE-UPLOADER-LINE THRU 3210-EXIT
063100     END-IF
063200     PERFORM VARYING IA-LONG-IDX FROM 1 BY 1
063300             UNTIL IA-LONG-IDX > IA-MAP-LONG-COUNT
063400                OR IA-LONG-IDX > 100
063500         PERFORM 3220-WRITE-ISSUE-LINE THRU 3220-EXIT
063600     END-PERFORM
063700     IF IA-MAP-LONG-COUNT > 100
063800         COMPUTE IA-COUNT-DISPLAY = IA-MAP-LONG-COUNT - 100
063900         MOVE SPACES TO IA-OUTPUT-LINE
064000         STRING '          AND ' DELIMITED BY SIZE
064100             FUNCTION TRIM(IA-COUNT-DISPLAY) DELIMITED BY SIZE
064200             ' MORE LONG-OPEN ISSUES' DELIMITED BY SIZE
064300             INTO IA-OUTPUT-LINE
064400         WRITE IA-REPORT-RECORD FROM IA-OUTPUT-LINE
064500     END-IF.
064600 3200-EXIT.
064700     EXIT.

064800*****************************************************************
064900* 3210-WRITE-UPLOADER-LINE - WHO TO FOLLOW UP WITH. WITH NO     *
065000*                 REGISTRY ON FILE ONLY THE UPLOADER ID IS      *
065100*                 KNOWN                                         *
065200*****************************************************************
065300 3210-WRITE-UPLOADER-LINE.
065400     MOVE SPACES TO IA-OUTPUT-LINE
065500     EVALUATE TRUE
065600         WHEN IA-OWNER = SPACES
065700             STRING '          UPLOADER=NONE ON FILE'
065800                 DELIMITED BY SIZE INTO IA-OUTPUT-LINE
065900         WHEN IA-Upl-Master-Absent
066000             STRING '          UPLOADER=' DELIMITED BY SIZE
066100                 FUNCTION TRIM(IA-OWNER) DELIMITED BY SIZE
066200                 ' CONTACT=NO REGISTRY' DELIMITED BY SIZE
066300                 INTO IA-OUTPUT-LINE
066400         WHEN IA-Uploader-Not-Registered
066500             STRING '          UPLOADER=' DELIMITED BY SIZE
066600                 FUNCTION TRIM(IA-OWNER) DELIMITED BY SIZE
066700                 ' NOT REGISTERED' DELIMITED BY SIZE
066800                 INTO IA-OUTPUT-LINE
066900         WHEN OTHER
067000             STRING '          UPLOADER=' DELIMITED BY SIZE
067100                 FUNCTION TRIM(IA-OWNER) DELIMITED BY SIZE
067200                 ' NAME=' DELIMITED BY SIZE
067300                 FUNCTION TRIM(IA-UPL-DISPLAY(IA-UPL-FOUND-IDX))
067400                     DELIMITED BY SIZE
067500                 ' CONTACT=' DELIMITED BY SIZE
067600                 FUNCTION TRIM(IA-UPL-CONTACT(IA-UPL-FOUND-IDX))
067700                     DELIMITED BY SIZE
067800                 ' STATUS=' DELIMITED BY SIZE
067900                 FUNCTION TRIM(IA-UPL-STATUS(IA-UPL-FOUND-IDX))
068000                     DELIMITED BY SIZE
068100                 INTO IA-OUTPUT-LINE
068200     END-EVALUATE
068300     WRITE IA-REPORT-RECORD FROM IA-OUTPUT-LINE.
068400 3210-EXIT.
068500     EXIT.

068600*****************************************************************
068700* 3220-WRITE-ISSUE-LINE - ONE HELD LONG-OPEN ISSUE              *
068800*****************************************************************
068900 3220-WRITE-ISSUE-LINE.
069000     MOVE IA-LONG-SEQ(IA-LONG-IDX) TO IA-SEQ-DISPLAY
069100     MOVE IA-LONG-DAYS(IA-LONG-IDX) TO IA-DAYS-DISPLAY
069200     MOVE SPACES TO IA-OUTPUT-LINE
069300     STRING '          ISSUE=' DELIMITED BY SIZE
069400         FUNCTION TRIM(IA-SEQ-DISPLAY) DELIMITED BY SIZE
069500         ' REPORTED=' DELIMITED BY SIZE
069600         IA-LONG-DATE(IA-LONG-IDX) DELIMITED BY SIZE
069700         ' DAYS=' DELIMITED BY SIZE
069800         FUNCTION TRIM(IA-DAYS-DISPLAY) DELIMITED BY SIZE
069900         ' TYPE=' DELIMITED BY SIZE
070000         FUNCTION TRIM(IA-LONG-TYPE(IA-LONG-IDX))
070100             DELIMITED BY SIZE
070200         ' TEXT=' DELIMITED BY SIZE
070300         FUNCTION TRIM(IA-LONG-TEXT(IA-LONG-IDX))
070400             DELIMITED BY SIZE
070500         INTO IA-OUTPUT-LINE
070600     WRITE IA-REPORT-RECORD FROM IA-OUTPUT-LINE.
070700 3220-EXIT.
070800     EXIT.

070900*****************************************************************
071000* 9000-TERMINATE - WRITE THE CONTROL-TOTAL SUMMARY AND CLOSE    *
071100*                 EVERYTHING. A RUN THAT FAILED TO OPEN THE MAP *
071200*                 MASTER GETS NO SUMMARY                        *
071300*****************************************************************
071400 9000-TERMINATE.
071500     IF IA-RPT-STATUS = '00' AND IA-Init-Ok
071600         MOVE IA-MAP-COUNT TO IA-COUNT-DISPLAY
071700         MOVE IA-OPEN-TOTAL TO IA-COUNT-DISPLAY2
071800         MOVE SPACES TO IA-OUTPUT-LINE
071900         STRING 'SUMMARY:  MAPS WITH OPEN ISSUES='
072000             IA-COUNT-DISPLAY
072100             ' OPEN ISSUES=' IA-COUNT-DISPLAY2
072200             DELIMITED BY SIZE INTO IA-OUTPUT-LINE
072300         WRITE IA-REPORT-RECORD FROM IA-OUTPUT-LINE
072400         MOVE IA-LONG-MAP-COUNT TO IA-COUNT-DISPLAY
072500         MOVE IA-LONG-TOTAL TO IA-COUNT-DISPLAY2
072600         MOVE SPACES TO IA-OUTPUT-LINE
072700         STRING 'SUMMARY:  MAPS WITH LONG-OPEN ISSUES='
072800             IA-COUNT-DISPLAY
072900             ' LONG-OPEN ISSUES=' IA-COUNT-DISPLAY2
073000             DELIMITED BY SIZE INTO IA-OUTPUT-LINE
073100         WRITE IA-REPORT-RECORD FROM IA-OUTPUT-LINE
073200         MOVE IA-RETIRE-COUNT TO IA-COUNT-DISPLAY
073300         MOVE IA-CONTACT-COUNT TO IA-COUNT-DISPLAY2
073400         MOVE IA-UNPUBLISHED-COUNT TO IA-COUNT-DISPLAY3
073500         MOVE SPACES TO IA-OUTPUT-LINE
073600         STRING 'SUMMARY:  RETIRE CANDIDATES=' IA-COUNT-DISPLAY
073700             ' CONTACT UPLOADER=' IA-COUNT-DISPLAY2
073800             ' NOT PUBLISHED=' IA-COUNT-DISPLAY3
073900             DELIMITED BY SIZE INTO IA-OUTPUT-LINE
074000         WRITE IA-REPORT-RECORD FROM IA-OUTPUT-LINE
074100         CLOSE MapMasterFile
074200         IF IA-Issues-On-File
074300             CLOSE IssueMasterFile
074400         END-IF
074500     END-IF
074600     IF IA-RPT-STATUS = '00'
074700         CLOSE ReportFile
074800     END-IF.
074900 9000-EXIT.
075000     EXIT.
