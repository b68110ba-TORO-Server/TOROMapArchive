000100*****************************************************************
000200* PROGRAM:     TAG-MAINT
000300* PURPOSE:     APPLIES ADD/DELETE TRANSACTIONS FROM TAG-TRANS.DAT
000400*              AGAINST MAP-TAGS.DAT, THE NAME|TAG FILE THAT
000500*              CLASSIFIES EACH MAP UNDER ANY NUMBER OF TAGS
000600*              ALONGSIDE ITS ONE CATEGORY. TAGS ARE A CONTROLLED
000700*              VOCABULARY KEPT ON TAG-MASTER.DAT THE WAY
000800*              CATEGORIES ARE KEPT ON CATEGORY-MASTER.DAT, SO
000900*              EVERY TRANSACTION IS VALIDATED BEFORE IT TOUCHES
001000*              THE FILE AND EVERY REJECT IS REPORTED WITH A
001100*              REASON ON TAG-MAINT.RPT.
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. TagMaint IS INITIAL PROGRAM.
001500 AUTHOR. R-WALLACE.
001600 INSTALLATION. TORO-MAP-ARCHIVE.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100* ------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  -----------------------------------------------
002400* 2026-10-15 RW    INITIAL VERSION. TAG-TRANS.DAT IS PIPE-
002500*                  DELIMITED LIKE THE OTHER TRANSACTION FILES:
002600*                  ADD|NAME|TAG|REQUESTER AND
002700*                  DELETE|NAME|TAG|REQUESTER. WITH TAG-MASTER.DAT
002800*                  (TAG|DESCRIPTION) ON FILE AN ADD MUST NAME A
002900*                  TAG ON THE MASTER, MATCHED CASE-BLIND AND
003000*                  STORED IN THE MASTER'S SPELLING; WITH NO
003100*                  MASTER ANY TAG UP TO 30 BYTES PASSES. A MAP
003200*                  CARRIES EACH TAG ONCE. THE REQUESTER RULES ARE
003300*                  META-MAINT'S: REGISTERED AND NOT RETIRED WHEN
003400*                  UPLOADER-MASTER.DAT IS ON FILE, AND THE MAP'S
003500*                  UPLOADER IN MAP-METADATA.DAT UNLESS ROLE
003600*                  ADMIN. EVERY APPLIED CHANGE IS APPENDED TO
003700*                  CHANGE-JOURNAL.DAT. CALLABLE AS A
003800*                  CYCLE-DRIVER STEP (INITIAL, ENDS WITH GOBACK).
003900*-----------------------------------------------------------------

004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT TagsFile ASSIGN TO 'MAP-TAGS.DAT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS TM-TAGS-STATUS.

004600     SELECT TransFile ASSIGN TO 'TAG-TRANS.DAT'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS TM-TRANS-STATUS.

004900     SELECT TagMasterFile ASSIGN TO 'TAG-MASTER.DAT'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS TM-TAGMAST-STATUS.

005200     SELECT MetadataFile ASSIGN TO 'MAP-METADATA.DAT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS TM-META-STATUS.

005500     SELECT ReportFile ASSIGN TO 'TAG-MAINT.RPT'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS TM-RPT-STATUS.

005800     SELECT UploaderMasterFile ASSIGN TO 'UPLOADER-MASTER.DAT'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS TM-UPLMAST-STATUS.

006100     SELECT JournalFile ASSIGN TO 'CHANGE-JOURNAL.DAT'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS TM-JOURNAL-STATUS.

006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  TagsFile.
006700 01  TM-TAGS-RECORD                PIC X(300).

006800 FD  TransFile.
006900 01  TM-TRANS-RECORD               PIC X(600).

007000 FD  TagMasterFile.
007100 01  TM-TAGMAST-RECORD             PIC X(300).

007200 FD  MetadataFile.
007300 01  TM-METADATA-RECORD            PIC X(600).

007400 FD  ReportFile.
007500 01  TM-REPORT-RECORD              PIC X(132).

007600 FD  UploaderMasterFile.
007700 01  TM-UPLMAST-RECORD             PIC X(300).

007800*-----------------------------------------------------------------
007900* DURABLE CHANGE JOURNAL - ONE LINE APPENDED PER APPLIED CHANGE,
008000* SHARED WITH META-MAINT, LIST-MAINT AND MAP-RETIRE; THE RECORD
008100* LAYOUT MUST MATCH THE ONE DECLARED THERE. HERE BEFORE AND
008200* AFTER ARE THE TAG (BLANK BEFORE AN ADD AND AFTER A DELETE)
008300*-----------------------------------------------------------------
008400 FD  JournalFile.
008500 01  TM-JOURNAL-RECORD.
008600     05  TM-JRN-DATE               PIC X(10).
008700     05  FILLER                    PIC X(01).
008800     05  TM-JRN-TIME               PIC X(08).
008900     05  FILLER                    PIC X(01).
009000     05  TM-JRN-PROGRAM            PIC X(10).
009100     05  FILLER                    PIC X(01).
009200     05  TM-JRN-ACTION             PIC X(13).
009300     05  FILLER                    PIC X(01).
009400     05  TM-JRN-REQUESTER          PIC X(60).
009500     05  FILLER                    PIC X(01).
009600     05  TM-JRN-NAME               PIC X(256).
009700     05  FILLER                    PIC X(01).
009800     05  TM-JRN-BEFORE             PIC X(400).
009900     05  FILLER                    PIC X(01).
010000     05  TM-JRN-AFTER              PIC X(400).

010100 WORKING-STORAGE SECTION.
010200*-----------------------------------------------------------------
010300* SWITCHES
010400*-----------------------------------------------------------------
010500 01  TM-SWITCHES.
010600     05  TM-TAGS-EOF-FLAG          PIC X     VALUE 'N'.
010700         88  End-Of-Tags                     VALUE 'Y'.
010800         88  Not-End-Of-Tags                 VALUE 'N'.
010900     05  TM-TRANS-EOF-FLAG         PIC X     VALUE 'N'.
011000         88  End-Of-Trans                    VALUE 'Y'.
011100         88  Not-End-Of-Trans                VALUE 'N'.
011200     05  TM-TAGMAST-EOF-FLAG       PIC X     VALUE 'N'.
011300         88  End-Of-Tag-Master               VALUE 'Y'.
011400         88  Not-End-Of-Tag-Master           VALUE 'N'.
011500     05  TM-META-EOF-FLAG          PIC X     VALUE 'N'.
011600         88  End-Of-Metadata                 VALUE 'Y'.
011700         88  Not-End-Of-Metadata             VALUE 'N'.
011800     05  TM-REJECT-SW              PIC X     VALUE 'N'.
011900         88  TM-Trans-Rejected               VALUE 'Y'.
012000         88  TM-Trans-Accepted               VALUE 'N'.
012100     05  TM-FOUND-SW               PIC X     VALUE 'N'.
012200         88  TM-Pair-Found                   VALUE 'Y'.
012300         88  TM-Pair-Not-Found               VALUE 'N'.
012400     05  TM-INIT-SW                PIC X     VALUE 'Y'.
012500         88  TM-Init-Ok                      VALUE 'Y'.
012600         88  TM-Init-Failed                  VALUE 'N'.
012700     05  TM-OVERFLOW-SW            PIC X     VALUE 'N'.
012800         88  TM-Load-Overflowed              VALUE 'Y'.
012900     05  TM-META-OVERFLOW-SW       PIC X     VALUE 'N'.
013000         88  TM-Meta-Overflowed              VALUE 'Y'.
013100     05  TM-TAGMAST-LOADED-SW      PIC X     VALUE 'N'.
013200         88  TM-Tag-Master-Loaded            VALUE 'Y'.
013300         88  TM-Tag-Master-Absent            VALUE 'N'.
013400     05  TM-TAG-ON-MASTER-SW       PIC X     VALUE 'N'.
013500         88  TM-Tag-On-Master                VALUE 'Y'.
013600         88  TM-Tag-Not-On-Master            VALUE 'N'.
013700     05  TM-UPLMAST-EOF-FLAG       PIC X     VALUE 'N'.
013800         88  End-Of-Upl-Master               VALUE 'Y'.
013900         88  Not-End-Of-Upl-Master           VALUE 'N'.
014000     05  TM-UPLMAST-LOADED-SW      PIC X     VALUE 'N'.
014100         88  TM-Upl-Master-Loaded            VALUE 'Y'.
014200         88  TM-Upl-Master-Absent            VALUE 'N'.
014300     05  TM-UPL-FOUND-SW           PIC X     VALUE 'N'.
014400         88  TM-Requester-Registered         VALUE 'Y'.
014500         88  TM-Requester-Not-Registered     VALUE 'N'.
014600     05  TM-REQ-ADMIN-SW           PIC X     VALUE 'N'.
014700         88  TM-Requester-Admin              VALUE 'Y'.
014800         88  TM-Requester-Not-Admin          VALUE 'N'.
014900     05  TM-JOURNAL-OPEN-SW        PIC X     VALUE 'N'.
015000         88  TM-Journal-Open                 VALUE 'Y'.
015100         88  TM-Journal-Not-Open             VALUE 'N'.

015200*-----------------------------------------------------------------
015300* FILE STATUS CODES
015400*-----------------------------------------------------------------
015500 77  TM-TAGS-STATUS                PIC X(02) VALUE SPACES.
015600 77  TM-TRANS-STATUS               PIC X(02) VALUE SPACES.
015700 77  TM-TAGMAST-STATUS             PIC X(02) VALUE SPACES.
015800 77  TM-META-STATUS                PIC X(02) VALUE SPACES.
015900 77  TM-RPT-STATUS                 PIC X(02) VALUE SPACES.
016000 77  TM-UPLMAST-STATUS             PIC X(02) VALUE SPACES.
016100 77  TM-JOURNAL-STATUS             PIC X(02) VALUE SPACES.

016200*-----------------------------------------------------------------
016300* COUNTERS
016400*-----------------------------------------------------------------
016500 77  TM-TAG-COUNT                  PIC 9(07) COMP VALUE ZERO.
016600 77  TM-BEFORE-COUNT               PIC 9(07) COMP VALUE ZERO.
016700 77  TM-AFTER-COUNT                PIC 9(07) COMP VALUE ZERO.
016800 77  TM-TRANS-COUNT                PIC 9(07) COMP VALUE ZERO.
016900 77  TM-ADD-COUNT                  PIC 9(07) COMP VALUE ZERO.
017000 77  TM-DELETE-COUNT               PIC 9(07) COMP VALUE ZERO.
017100 77  TM-REJECT-COUNT               PIC 9(07) COMP VALUE ZERO.
017200 77  TM-FOUND-IDX                  PIC 9(07) COMP VALUE ZERO.
017300 77  TM-PIPE-COUNT                 PIC 9(03) COMP VALUE ZERO.
017400 77  TM-MASTER-COUNT               PIC 9(03) COMP VALUE ZERO.
017500 77  TM-MASTER-FOUND-IDX           PIC 9(03) COMP VALUE ZERO.
017600 77  TM-META-COUNT                 PIC 9(07) COMP VALUE ZERO.
017700 77  TM-UPL-COUNT                  PIC 9(03) COMP VALUE ZERO.
017800 77  TM-UPL-FOUND-IDX              PIC 9(03) COMP VALUE ZERO.

017900*-----------------------------------------------------------------
018000* MAP TAG TABLE - THE WHOLE MAP-TAGS.DAT, ONE ENTRY PER NAME|TAG
018100* RECORD. THE UPPER-CASED TAG IS KEPT ALONGSIDE FOR THE CASE-
018200* BLIND DUPLICATE CHECK. DELETED ENTRIES ARE FLAGGED, NOT
018300* SHIFTED, AS IN META-MAINT
018400*-----------------------------------------------------------------
018500 01  TM-TAG-TABLE.
018600     05  TM-TAG-ENTRY              OCCURS 5000 TIMES
018700                                   INDEXED BY TM-TAG-IDX.
018800         10  TM-TAG-DELETED-SW     PIC X(01).
018900             88  TM-Entry-Deleted            VALUE 'Y'.
019000         10  TM-TAG-NAME           PIC X(256).
019100         10  TM-TAG-VALUE          PIC X(30).
019200         10  TM-TAG-UPPER          PIC X(30).

019300*-----------------------------------------------------------------
019400* TAG RECORD SPLIT WORK AREAS
019500*-----------------------------------------------------------------
019600 01  TM-TAG-SPLIT-FIELDS.
019700     05  TM-TAG-SPLIT-NAME         PIC X(256).
019800     05  TM-TAG-SPLIT-TAG          PIC X(30).

019900*-----------------------------------------------------------------
020000* TAG VOCABULARY TABLE, LOADED FROM THE OPTIONAL TAG-MASTER.DAT
020100* (TAG|DESCRIPTION). WITH NO MASTER ON FILE ANY TAG PASSES, AS
020200* ANY CATEGORY DOES WITHOUT CATEGORY-MASTER.DAT
020300*-----------------------------------------------------------------
020400 01  TM-MST-SPLIT-FIELDS.
020500     05  TM-MST-SPLIT-TAG          PIC X(30).
020600     05  TM-MST-SPLIT-DESC         PIC X(132).
020700 01  TM-TAG-MASTER-TABLE.
020800     05  TM-MST-ENTRY              OCCURS 200 TIMES
020900                                   INDEXED BY TM-MST-IDX.
021000         10  TM-MST-TAG            PIC X(30).
021100         10  TM-MST-UPPER          PIC X(30).

021200*-----------------------------------------------------------------
021300* MAP OWNERSHIP TABLE - NAME AND UPLOADER OF EVERY
021400* MAP-METADATA.DAT RECORD, FOR THE AUTHORITY CHECK ONLY; THE
021500* METADATA FILE IS NEVER WRITTEN HERE
021600*-----------------------------------------------------------------
021700 01  TM-META-SPLIT-FIELDS.
021800     05  TM-META-SPLIT-NAME        PIC X(256).
021900     05  TM-META-SPLIT-DESC        PIC X(200).
022000     05  TM-META-SPLIT-UPLOADER    PIC X(60).
022100 01  TM-OWNER-TABLE.
022200     05  TM-OWN-ENTRY              OCCURS 2000 TIMES
022300                                   INDEXED BY TM-OWN-IDX.
022400         10  TM-OWN-NAME           PIC X(256).
022500         10  TM-OWN-UPLOADER       PIC X(60).

022600*-----------------------------------------------------------------
022700* UPLOADER REGISTRY TABLE, LOADED FROM THE OPTIONAL
022800* UPLOADER-MASTER.DAT (ID|DISPLAY-NAME|CONTACT|STATUS|ROLE) TO
022900* VET THE REQUESTER. IDS MATCH CASE-BLIND, AS IN META-MAINT
023000*-----------------------------------------------------------------
023100 01  TM-UPL-SPLIT-FIELDS.
023200     05  TM-UPL-SPLIT-ID           PIC X(60).
023300     05  TM-UPL-SPLIT-DISPLAY      PIC X(60).
023400     05  TM-UPL-SPLIT-CONTACT      PIC X(80).
023500     05  TM-UPL-SPLIT-STATUS       PIC X(10).
023600     05  TM-UPL-SPLIT-ROLE         PIC X(10).
023700 01  TM-UPLOADER-TABLE.
023800     05  TM-UPL-ENTRY              OCCURS 500 TIMES
023900                                   INDEXED BY TM-UPL-IDX.
024000         10  TM-UPL-ID             PIC X(60).
024100         10  TM-UPL-STATUS         PIC X(10).
024200         10  TM-UPL-ROLE           PIC X(10).
024300 01  TM-REQUESTER-UPPER            PIC X(60).
024400 01  TM-OWNER-UPPER                PIC X(60).

024500*-----------------------------------------------------------------
024600* TRANSACTION SPLIT WORK AREAS. THE TAG RECEIVER IS WIDER THAN
024700* THE 30-BYTE FIELD SO AN OVERLONG TAG IS CAUGHT INSTEAD OF
024800* SILENTLY TRUNCATED
024900*-----------------------------------------------------------------
025000 01  TM-TRANS-SPLIT-FIELDS.
025100     05  TM-TRANS-ACTION           PIC X(10).
025200     05  TM-TRANS-NAME             PIC X(256).
025300     05  TM-TRANS-TAG              PIC X(40).
025400     05  TM-TRANS-REQUESTER        PIC X(60).
025500 01  TM-TRIMMED-ACTION             PIC X(10).
025600 01  TM-TRIMMED-NAME               PIC X(256).
025700 01  TM-TRIMMED-TAG                PIC X(40).
025800 01  TM-EFFECTIVE-TAG              PIC X(30).
025900 01  TM-EFFECTIVE-UPPER            PIC X(30).

026000*-----------------------------------------------------------------
026100* REPORT LINE WORK AREAS
026200*-----------------------------------------------------------------
026300 01  TM-REJECT-LINE.
026400     05  TM-REJ-TAG                PIC X(09).
026500     05  FILLER                    PIC X(01) VALUE SPACE.
026600     05  TM-REJ-LINE-NO            PIC Z(06)9.
026700     05  FILLER                    PIC X(02) VALUE SPACE.
026800     05  TM-REJ-REASON             PIC X(20).
026900     05  FILLER                    PIC X(01) VALUE SPACE.
027000     05  TM-REJ-TEXT               PIC X(90).
027100 01  TM-SUMMARY-LINE               PIC X(132).
027200 01  TM-COUNT-DISPLAY              PIC Z(06)9.
027300 01  TM-COUNT-DISPLAY2             PIC Z(06)9.

027400*-----------------------------------------------------------------
027500* CHANGE JOURNAL WORK AREAS - THE STAMP IS TAKEN AS EACH CHANGE
027600* IS APPLIED
027700*-----------------------------------------------------------------
027800 77  TM-JRN-DATE-RAW               PIC 9(08) VALUE ZERO.
027900 77  TM-JRN-TIME-RAW               PIC 9(08) VALUE ZERO.

028000 PROCEDURE DIVISION.
028100*****************************************************************
028200* 0000-MAINLINE                                                 *
028300*****************************************************************
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
028600     IF TM-Init-Ok
028700         PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
028800         PERFORM 3000-REWRITE-TAGS       THRU 3000-EXIT
028900     END-IF
029000     PERFORM 9000-TERMINATE         THRU 9000-EXIT
029100     GOBACK.

029200*****************************************************************
029300* 1000-INITIALIZE - OPEN THE REPORT FIRST SO A RUN THAT CANNOT  *
029400*                 OPEN ITS INPUTS STILL LEAVES A FRESH REPORT   *
029500*                 BEHIND (SAME PATTERN AS META-MAINT). A        *
029600*                 MISSING TAG-TRANS.DAT FAILS THE RUN; A        *
029700*                 MISSING MAP-TAGS.DAT IS TREATED AS EMPTY SO A *
029800*                 FIRST-EVER ADD BATCH CAN CREATE IT. THE TAG   *
029900*                 MASTER, THE METADATA FILE AND THE UPLOADER    *
030000*                 REGISTRY ARE ALL OPTIONAL                     *
030100*****************************************************************
030200 1000-INITIALIZE.
030300     OPEN OUTPUT ReportFile
030400     IF TM-RPT-STATUS NOT = '00'
030500         SET TM-Init-Failed TO TRUE
030600         DISPLAY 'TAGMAINT: CANNOT OPEN TAG-MAINT.RPT, STATUS='
030700             TM-RPT-STATUS
030800         GO TO 1000-EXIT
030900     END-IF
031000     OPEN INPUT TransFile
031100     IF TM-TRANS-STATUS NOT = '00'
031200         SET TM-Init-Failed TO TRUE
031300         MOVE SPACES TO TM-SUMMARY-LINE
031400         STRING 'FAILED    TAG-TRANS.DAT COULD NOT BE '
031500             'OPENED (STATUS=' TM-TRANS-STATUS ')'
031600             DELIMITED BY SIZE INTO TM-SUMMARY-LINE
031700         WRITE TM-REPORT-RECORD FROM TM-SUMMARY-LINE
031800         GO TO 1000-EXIT
031900     END-IF
032000     PERFORM 1100-LOAD-TAGS THRU 1100-EXIT
032100     IF TM-Init-Ok
032200         PERFORM 1300-LOAD-OWNERS THRU 1300-EXIT
032300     END-IF
032400     IF TM-Init-Ok
032500         PERFORM 1200-LOAD-TAG-MASTER THRU 1200-EXIT
032600         PERFORM 1400-LOAD-UPLOADER-MASTER THRU 1400-EXIT
032700     END-IF
032800     IF TM-Init-Failed
032900         CLOSE TransFile
033000     END-IF.
033100 1000-EXIT.
033200     EXIT.

033300*****************************************************************
033400* 1100-LOAD-TAGS - LOAD MAP-TAGS.DAT INTO THE TABLE. ONLY A     *
033500*                 FILE THAT DOES NOT EXIST (STATUS 35) IS       *
033600*                 TREATED AS EMPTY; ANY OTHER OPEN FAILURE, OR  *
033700*                 A FILE THAT OVERFILLS THE TABLE, FAILS THE    *
033800*                 RUN - A REWRITE WOULD SILENTLY DROP RECORDS   *
033900*                 (SAME RULE AS META-MAINT)                     *
034000*****************************************************************
034100 1100-LOAD-TAGS.
034200     OPEN INPUT TagsFile
034300     IF TM-TAGS-STATUS = '00'
034400         PERFORM 1110-READ-TAGS THRU 1110-EXIT
034500         PERFORM UNTIL End-Of-Tags
034600             PERFORM 1120-STORE-TAG THRU 1120-EXIT
034700             PERFORM 1110-READ-TAGS THRU 1110-EXIT
034800         END-PERFORM
034900         CLOSE TagsFile
035000         IF TM-Load-Overflowed
035100             SET TM-Init-Failed TO TRUE
035200             MOVE SPACES TO TM-SUMMARY-LINE
035300             STRING 'FAILED    MAP-TAGS.DAT EXCEEDS 5000 '
035400                 'RECORDS - NOTHING APPLIED'
035500                 DELIMITED BY SIZE INTO TM-SUMMARY-LINE
035600             WRITE TM-REPORT-RECORD FROM TM-SUMMARY-LINE
035700         END-IF
035800     ELSE
035900         IF TM-TAGS-STATUS = '35'
036000             MOVE SPACES TO TM-SUMMARY-LINE
036100             STRING 'NOTE      MAP-TAGS.DAT NOT FOUND - '
036200                 'TREATED AS EMPTY'
036300                 DELIMITED BY SIZE INTO TM-SUMMARY-LINE
036400             WRITE TM-REPORT-RECORD FROM TM-SUMMARY-LINE
036500         ELSE
036600             SET TM-Init-Failed TO TRUE
036700             MOVE SPACES TO TM-SUMMARY-LINE
036800             STRING 'FAILED    MAP-TAGS.DAT COULD NOT BE '
036900                 'OPENED (STATUS=' TM-TAGS-STATUS ')'
037000                 DELIMITED BY SIZE INTO TM-SUMMARY-LINE
037100             WRITE TM-REPORT-RECORD FROM TM-SUMMARY-LINE
037200         END-IF
037300     END-IF
037400     MOVE TM-TAG-COUNT TO TM-BEFORE-COUNT.
037500 1100-EXIT.
037600     EXIT.

037700*****************************************************************
037800* 1110-READ-TAGS - READ ONE LINE OF MAP-TAGS.DAT                *
037900*****************************************************************
038000 1110-READ-TAGS.
038100     READ TagsFile
038200         AT END
038300             SET End-Of-Tags TO TRUE
038400     END-READ.
038500 1110-EXIT.
038600     EXIT.

038700*****************************************************************
038800* 1120-STORE-TAG - PARSE ONE NAME|TAG RECORD INTO THE TABLE.    *
038900*                 BLANK LINES ARE SKIPPED                       *
039000*****************************************************************
039100 1120-STORE-TAG.
039200     MOVE SPACES TO TM-TAG-SPLIT-FIELDS
039300     UNSTRING TM-TAGS-RECORD DELIMITED BY '|'
039400         INTO TM-TAG-SPLIT-NAME TM-TAG-SPLIT-TAG
039500     IF FUNCTION TRIM(TM-TAG-SPLIT-NAME) = SPACES
039600         GO TO 1120-EXIT
039700     END-IF
039800     IF TM-TAG-COUNT NOT < 5000
039900         SET TM-Load-Overflowed TO TRUE
040000         GO TO 1120-EXIT
040100     END-IF
040200     ADD 1 TO TM-TAG-COUNT
040300     MOVE 'N' TO TM-TAG-DELETED-SW(TM-TAG-COUNT)
040400     MOVE FUNCTION TRIM(TM-TAG-SPLIT-NAME)
040500         TO TM-TAG-NAME(TM-TAG-COUNT)
040600     MOVE FUNCTION TRIM(TM-TAG-SPLIT-TAG)
040700         TO TM-TAG-VALUE(TM-TAG-COUNT)
040800     MOVE FUNCTION UPPER-CASE(TM-TAG-VALUE(TM-TAG-COUNT))
040900         TO TM-TAG-UPPER(TM-TAG-COUNT).
041000 1120-EXIT.
041100     EXIT.

041200*****************************************************************
041300* 1200-LOAD-TAG-MASTER - IF TAG-MASTER.DAT EXISTS, LOAD ITS     *
041400*                 TAGS INTO THE VOCABULARY TABLE. THE FILE IS   *
041500*                 OPTIONAL - WITH NO MASTER ON FILE TAGS REMAIN *
041600*                 FREE TEXT                                     *
041700*****************************************************************
041800 1200-LOAD-TAG-MASTER.
041900     OPEN INPUT TagMasterFile
042000     IF TM-TAGMAST-STATUS = '00'
042100         SET TM-Tag-Master-Loaded TO TRUE
042200         PERFORM 1210-READ-TAG-MASTER THRU 1210-EXIT
042300         PERFORM UNTIL End-Of-Tag-Master
042400             PERFORM 1220-STORE-TAG-MASTER THRU 1220-EXIT
042500             PERFORM 1210-READ-TAG-MASTER THRU 1210-EXIT
042600         END-PERFORM
042700         CLOSE TagMasterFile
042800     END-IF.
042900 1200-EXIT.
043000     EXIT.

043100*****************************************************************
043200* 1210-READ-TAG-MASTER - READ ONE LINE OF TAG-MASTER.DAT        *
043300*****************************************************************
043400 1210-READ-TAG-MASTER.
043500     READ TagMasterFile
043600         AT END
043700             SET End-Of-Tag-Master TO TRUE
043800     END-READ.
043900 1210-EXIT.
044000     EXIT.

044100*****************************************************************
044200* 1220-STORE-TAG-MASTER - PARSE ONE MASTER RECORD AND STORE ITS *
044300*                 TAG AND THE UPPER-CASED FORM THE LOOKUP USES. *
044400*                 BLANK TAGS ARE SKIPPED                        *
044500*****************************************************************
044600 1220-STORE-TAG-MASTER.
044700     MOVE SPACES TO TM-MST-SPLIT-FIELDS
044800     UNSTRING TM-TAGMAST-RECORD DELIMITED BY '|'
044900         INTO TM-MST-SPLIT-TAG TM-MST-SPLIT-DESC
045000     IF FUNCTION TRIM(TM-MST-SPLIT-TAG) NOT = SPACES
045100         AND TM-MASTER-COUNT < 200
045200         ADD 1 TO TM-MASTER-COUNT
045300         MOVE FUNCTION TRIM(TM-MST-SPLIT-TAG)
045400             TO TM-MST-TAG(TM-MASTER-COUNT)
045500         MOVE FUNCTION UPPER-CASE(TM-MST-TAG(TM-MASTER-COUNT))
045600             TO TM-MST-UPPER(TM-MASTER-COUNT)
045700     END-IF.
045800 1220-EXIT.
045900     EXIT.

046000*****************************************************************
046100* 1300-LOAD-OWNERS - LOAD THE NAME AND UPLOADER OF EVERY        *
046200*                 MAP-METADATA.DAT RECORD FOR THE AUTHORITY     *
046300*                 CHECK. A MISSING FILE LEAVES EVERY MAP        *
046400*                 UNOWNED; ANY OTHER OPEN FAILURE, OR MORE      *
046500*                 RECORDS THAN THE TABLE HOLDS, FAILS THE RUN - *
046600*                 AN OWNER THAT COULD NOT BE LOADED MUST NOT    *
046700*                 READ AS NO OWNER                              *
046800*****************************************************************
046900 1300-LOAD-OWNERS.
047000     OPEN INPUT MetadataFile
047100     IF TM-META-STATUS = '00'
047200         PERFORM 1310-READ-METADATA THRU 1310-EXIT
047300         PERFORM UNTIL End-Of-Metadata
047400             PERFORM 1320-STORE-OWNER THRU 1320-EXIT
047500             PERFORM 1310-READ-METADATA THRU 1310-EXIT
047600         END-PERFORM
047700         CLOSE MetadataFile
047800         IF TM-Meta-Overflowed
047900             SET TM-Init-Failed TO TRUE
048000             MOVE SPACES TO TM-SUMMARY-LINE
048100             STRING 'FAILED    MAP-METADATA.DAT EXCEEDS 2000 '
048200                 'RECORDS - NOTHING APPLIED'
048300                 DELIMITED BY SIZE INTO TM-SUMMARY-LINE
048400             WRITE TM-REPORT-RECORD FROM TM-SUMMARY-LINE
048500         END-IF
048600     ELSE
048700         IF TM-META-STATUS NOT = '35'
048800             SET TM-Init-Failed TO TRUE
048900             MOVE SPACES TO TM-SUMMARY-LINE
049000             STRING 'FAILED    MAP-METADATA.DAT COULD NOT BE '
049100                 'OPENED (STATUS=' TM-META-STATUS ')'
049200                 DELIMITED BY SIZE INTO TM-SUMMARY-LINE
049300             WRITE TM-REPORT-RECORD FROM TM-SUMMARY-LINE
049400         END-IF
049500     END-IF.
049600 1300-EXIT.
049700     EXIT.

049800*****************************************************************
049900* 1310-READ-METADATA - READ ONE LINE OF MAP-METADATA.DAT        *
050000*****************************************************************
050100 1310-READ-METADATA.
050200     READ MetadataFile
050300         AT END
050400             SET End-Of-Metadata TO TRUE
050500     END-READ.
050600 1310-EXIT.
050700     EXIT.

050800*****************************************************************
050900* 1320-STORE-OWNER - KEEP THE NAME AND UPLOADER OF ONE METADATA *
051000*                 RECORD. BLANK LINES ARE SKIPPED               *
051100*****************************************************************
051200 1320-STORE-OWNER.
051300     MOVE SPACES TO TM-META-SPLIT-FIELDS
051400     UNSTRING TM-METADATA-RECORD DELIMITED BY '|'
051500         INTO TM-META-SPLIT-NAME TM-META-SPLIT-DESC
051600              TM-META-SPLIT-UPLOADER
051700     IF FUNCTION TRIM(TM-META-SPLIT-NAME) = SPACES
051800         GO TO 1320-EXIT
051900     END-IF
052000     IF TM-META-COUNT NOT < 2000
052100         SET TM-Meta-Overflowed TO TRUE
052200         GO TO 1320-EXIT
052300     END-IF
052400     ADD 1 TO TM-META-COUNT
052500     MOVE FUNCTION TRIM(TM-META-SPLIT-NAME)
052600         TO TM-OWN-NAME(TM-META-COUNT)
052700     MOVE FUNCTION TRIM(TM-META-SPLIT-UPLOADER)
052800         TO TM-OWN-UPLOADER(TM-META-COUNT).
052900 1320-EXIT.
053000     EXIT.

053100*****************************************************************
053200* 1400-LOAD-UPLOADER-MASTER - IF UPLOADER-MASTER.DAT EXISTS,    *
053300*                 LOAD ITS IDS, STATUSES AND ROLES INTO THE     *
053400*                 REGISTRY TABLE. THE FILE IS OPTIONAL          *
053500*****************************************************************
053600 1400-LOAD-UPLOADER-MASTER.
053700     OPEN INPUT UploaderMasterFile
053800     IF TM-UPLMAST-STATUS = '00'
053900         SET TM-Upl-Master-Loaded TO TRUE
054000         PERFORM 1410-READ-UPL-MASTER THRU 1410-EXIT
054100         PERFORM UNTIL End-Of-Upl-Master
054200             PERFORM 1420-STORE-UPL-MASTER THRU 1420-EXIT
054300             PERFORM 1410-READ-UPL-MASTER THRU 1410-EXIT
054400         END-PERFORM
054500         CLOSE UploaderMasterFile
054600     END-IF.
054700 1400-EXIT.
054800     EXIT.

054900*****************************************************************
055000* 1410-READ-UPL-MASTER - READ ONE LINE OF UPLOADER-MASTER.DAT   *
055100*****************************************************************
055200 1410-READ-UPL-MASTER.
055300     READ UploaderMasterFile
055400         AT END
055500             SET End-Of-Upl-Master TO TRUE
055600     END-READ.
055700 1410-EXIT.
055800     EXIT.

055900*****************************************************************
056000* 1420-STORE-UPL-MASTER - PARSE ONE REGISTRY RECORD AND STORE   *
056100*                 ITS UPPER-CASED ID, STATUS AND ROLE. BLANK    *
056200*                 IDS ARE SKIPPED                               *
056300*****************************************************************
056400 1420-STORE-UPL-MASTER.
056500     MOVE SPACES TO TM-UPL-SPLIT-FIELDS
056600     UNSTRING TM-UPLMAST-RECORD DELIMITED BY '|'
056700         INTO TM-UPL-SPLIT-ID TM-UPL-SPLIT-DISPLAY
056800              TM-UPL-SPLIT-CONTACT TM-UPL-SPLIT-STATUS
056900              TM-UPL-SPLIT-ROLE
057000     IF FUNCTION TRIM(TM-UPL-SPLIT-ID) NOT = SPACES
057100         AND TM-UPL-COUNT < 500
057200         ADD 1 TO TM-UPL-COUNT
057300         MOVE FUNCTION UPPER-CASE
057400             (FUNCTION TRIM(TM-UPL-SPLIT-ID))
057500             TO TM-UPL-ID(TM-UPL-COUNT)
057600         MOVE FUNCTION UPPER-CASE
057700             (FUNCTION TRIM(TM-UPL-SPLIT-STATUS))
057800             TO TM-UPL-STATUS(TM-UPL-COUNT)
057900         MOVE FUNCTION UPPER-CASE
058000             (FUNCTION TRIM(TM-UPL-SPLIT-ROLE))
058100             TO TM-UPL-ROLE(TM-UPL-COUNT)
058200     END-IF.
058300 1420-EXIT.
058400     EXIT.

058500*****************************************************************
058600* 2000-APPLY-TRANSACTIONS - READ EVERY TAG-TRANS.DAT LINE,      *
058700*                 VALIDATE IT, AND APPLY THE ACCEPTED ONES TO   *
058800*                 THE TABLE. REJECTS GO TO THE REPORT WITH A    *
058900*                 REASON                                        *
059000*****************************************************************
059100 2000-APPLY-TRANSACTIONS.
059200     PERFORM 2010-READ-TRANS THRU 2010-EXIT
059300     PERFORM UNTIL End-Of-Trans
059400         PERFORM 2100-VALIDATE-TRANS THRU 2100-EXIT
059500         IF TM-Trans-Accepted
059600             PERFORM 2200-APPLY-ONE-TRANS THRU 2200-EXIT
059700         ELSE
059800             PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
059900         END-IF
060000         PERFORM 2010-READ-TRANS THRU 2010-EXIT
060100     END-PERFORM
060200     CLOSE TransFile
060300     IF TM-Journal-Open
060400         CLOSE JournalFile
060500     END-IF.
060600 2000-EXIT.
060700     EXIT.

060800*****************************************************************
060900* 2010-READ-TRANS - READ ONE TRANSACTION LINE                   *
061000*****************************************************************
061100 2010-READ-TRANS.
061200     READ TransFile
061300         AT END
061400             SET End-Of-Trans TO TRUE
061500         NOT AT END
061600             ADD 1 TO TM-TRANS-COUNT
061700     END-READ.
061800 2010-EXIT.
061900     EXIT.

062000*****************************************************************
062100* 2100-VALIDATE-TRANS - SPLIT THE TRANSACTION AND CHECK IT: THE *
062200*                 ACTION MUST BE ADD OR DELETE; NAME AND TAG    *
062300*                 MUST BE PRESENT; THE PIPE COUNT MUST BE 3;    *
062400*                 THE TAG MUST FIT, AND FOR AN ADD BE ON THE    *
062500*                 TAG MASTER; ADD MUST NOT MATCH A TAG THE MAP  *
062600*                 ALREADY CARRIES AND DELETE MUST MATCH ONE;    *
062700*                 THE REQUESTER IN THE LAST FIELD MUST BE       *
062800*                 ENTITLED TO CHANGE THE MAP, AND THE CHANGE    *
062900*                 JOURNAL MUST BE OPEN TO RECORD IT             *
063000*****************************************************************
063100 2100-VALIDATE-TRANS.
063200     SET TM-Trans-Accepted TO TRUE
063300     MOVE SPACES TO TM-TRANS-SPLIT-FIELDS
063400     MOVE ZERO TO TM-PIPE-COUNT
063500     INSPECT TM-TRANS-RECORD TALLYING TM-PIPE-COUNT FOR ALL '|'
063600     UNSTRING TM-TRANS-RECORD DELIMITED BY '|'
063700         INTO TM-TRANS-ACTION TM-TRANS-NAME TM-TRANS-TAG
063800              TM-TRANS-REQUESTER
063900     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TM-TRANS-ACTION))
064000         TO TM-TRIMMED-ACTION
064100     MOVE FUNCTION TRIM(TM-TRANS-NAME) TO TM-TRIMMED-NAME
064200     MOVE FUNCTION TRIM(TM-TRANS-TAG) TO TM-TRIMMED-TAG

064300     IF TM-TRANS-RECORD = SPACES
064400         SET TM-Trans-Rejected TO TRUE
064500         MOVE 'BLANK LINE' TO TM-REJ-REASON
064600         GO TO 2100-EXIT
064700     END-IF

064800     IF TM-TRIMMED-ACTION NOT = 'ADD'
064900         AND TM-TRIMMED-ACTION NOT = 'DELETE'
065000         SET TM-Trans-Rejected TO TRUE
065100         MOVE 'INVALID ACTION' TO TM-REJ-REASON
065200         GO TO 2100-EXIT
065300     END-IF

065400     IF TM-TRIMMED-NAME = SPACES
065500         SET TM-Trans-Rejected TO TRUE
065600         MOVE 'MISSING NAME' TO TM-REJ-REASON
065700         GO TO 2100-EXIT
065800     END-IF

065900     IF TM-PIPE-COUNT = 2
066000         SET TM-Trans-Rejected TO TRUE
066100         MOVE 'MISSING REQUESTER' TO TM-REJ-REASON
066200         GO TO 2100-EXIT
066300     END-IF
066400     IF TM-PIPE-COUNT NOT = 3
066500         SET TM-Trans-Rejected TO TRUE
066600         MOVE 'BAD FIELD COUNT' TO TM-REJ-REASON
066700         GO TO 2100-EXIT
066800     END-IF

066900     IF TM-TRIMMED-TAG = SPACES
067000         SET TM-Trans-Rejected TO TRUE
067100         MOVE 'MISSING TAG' TO TM-REJ-REASON
067200         GO TO 2100-EXIT
067300     END-IF

067400     IF TM-TRANS-REQUESTER = SPACES
067500         SET TM-Trans-Rejected TO TRUE
067600         MOVE 'MISSING REQUESTER' TO TM-REJ-REASON
067700         GO TO 2100-EXIT
067800     END-IF

067900     IF TM-TRIMMED-TAG(31:10) NOT = SPACES
068000         SET TM-Trans-Rejected TO TRUE
068100         MOVE 'TAG TOO LONG' TO TM-REJ-REASON
068200         GO TO 2100-EXIT
068300     END-IF
068400     MOVE TM-TRIMMED-TAG(1:30) TO TM-EFFECTIVE-TAG
068500     MOVE FUNCTION UPPER-CASE(TM-EFFECTIVE-TAG)
068600         TO TM-EFFECTIVE-UPPER

068700     IF TM-TRIMMED-ACTION = 'ADD'
068800         PERFORM 2110-CHECK-TAG-MASTER THRU 2110-EXIT
068900         IF TM-Tag-Not-On-Master
069000             SET TM-Trans-Rejected TO TRUE
069100             MOVE 'INVALID TAG' TO TM-REJ-REASON
069200             GO TO 2100-EXIT
069300         END-IF
069400     END-IF

069500     PERFORM 2140-CHECK-REQUESTER THRU 2140-EXIT
069600     IF TM-Trans-Rejected
069700         GO TO 2100-EXIT
069800     END-IF

069900     PERFORM 2120-FIND-PAIR THRU 2120-EXIT
070000     IF TM-TRIMMED-ACTION = 'ADD'
070100         IF TM-Pair-Found
070200             SET TM-Trans-Rejected TO TRUE
070300             MOVE 'ALREADY ON FILE' TO TM-REJ-REASON
070400             GO TO 2100-EXIT
070500         END-IF
070600     ELSE
070700         IF TM-Pair-Not-Found
070800             SET TM-Trans-Rejected TO TRUE
070900             MOVE 'NOT ON FILE' TO TM-REJ-REASON
071000             GO TO 2100-EXIT
071100         END-IF
071200     END-IF

071300     PERFORM 2145-CHECK-AUTHORITY THRU 2145-EXIT
071400     IF TM-Trans-Rejected
071500         GO TO 2100-EXIT
071600     END-IF

071700     IF TM-TRIMMED-ACTION = 'ADD'
071800         AND TM-TAG-COUNT NOT < 5000
071900         SET TM-Trans-Rejected TO TRUE
072000         MOVE 'TABLE FULL' TO TM-REJ-REASON
072100         GO TO 2100-EXIT
072200     END-IF

072300     PERFORM 2150-OPEN-JOURNAL THRU 2150-EXIT.
072400 2100-EXIT.
072500     EXIT.

072600*****************************************************************
072700* 2110-CHECK-TAG-MASTER - WITH THE MASTER LOADED, THE TAG MUST  *
072800*                 BE ON IT (CASE-BLIND), AND IS CARRIED FORWARD *
072900*                 IN THE MASTER'S OWN SPELLING SO TWO CASINGS   *
073000*                 CANNOT BECOME TWO TAGS. WITH NO MASTER        *
073100*                 ON FILE EVERY TAG PASSES AS GIVEN             *
073200*****************************************************************
073300 2110-CHECK-TAG-MASTER.
073400     IF TM-Tag-Master-Absent
073500         SET TM-Tag-On-Master TO TRUE
073600         GO TO 2110-EXIT
073700     END-IF
073800     SET TM-Tag-Not-On-Master TO TRUE
073900     MOVE ZERO TO TM-MASTER-FOUND-IDX
074000     PERFORM VARYING TM-MST-IDX FROM 1 BY 1
074100             UNTIL TM-MST-IDX > TM-MASTER-COUNT
074200                OR TM-Tag-On-Master
074300         IF TM-MST-UPPER(TM-MST-IDX) = TM-EFFECTIVE-UPPER
074400             SET TM-Tag-On-Master TO TRUE
074500             SET TM-MASTER-FOUND-IDX TO TM-MST-IDX
074600         END-IF
074700     END-PERFORM
074800     IF TM-Tag-On-Master
074900         MOVE TM-MST-TAG(TM-MASTER-FOUND-IDX) TO TM-EFFECTIVE-TAG
075000     END-IF.
075100 2110-EXIT.
075200     EXIT.

075300*****************************************************************
075400* 2120-FIND-PAIR - SEARCH THE TABLE FOR THE TRANSACTION'S       *
075500*                 NAME AND TAG (THE TAG CASE-BLIND), SKIPPING   *
075600*                 ENTRIES ALREADY DELETED THIS RUN              *
075700*****************************************************************
075800 2120-FIND-PAIR.
075900     SET TM-Pair-Not-Found TO TRUE
076000     MOVE ZERO TO TM-FOUND-IDX
076100     PERFORM VARYING TM-TAG-IDX FROM 1 BY 1
076200             UNTIL TM-TAG-IDX > TM-TAG-COUNT
076300                OR TM-Pair-Found
076400         IF NOT TM-Entry-Deleted(TM-TAG-IDX)
076500             AND TM-TAG-NAME(TM-TAG-IDX) = TM-TRIMMED-NAME
076600             AND TM-TAG-UPPER(TM-TAG-IDX) = TM-EFFECTIVE-UPPER
076700             SET TM-Pair-Found TO TRUE
076800             SET TM-FOUND-IDX TO TM-TAG-IDX
076900         END-IF
077000     END-PERFORM.
077100 2120-EXIT.
077200     EXIT.

077300*****************************************************************
077400* 2140-CHECK-REQUESTER - WITH THE REGISTRY LOADED, THE          *
077500*                 REQUESTER MUST BE A REGISTERED, NON-RETIRED   *
077600*                 UPLOADER ID (CASE-BLIND). A ROLE OF ADMIN ON  *
077700*                 THE REGISTRY ENTITLES THEM TO TAG ANY MAP.    *
077800*                 WITH NO REGISTRY ON FILE THE ID IS TAKEN AS   *
077900*                 GIVEN AND ONLY THE OWNERSHIP MATCH APPLIES    *
078000*****************************************************************
078100 2140-CHECK-REQUESTER.
078200     SET TM-Requester-Not-Admin TO TRUE
078300     MOVE FUNCTION UPPER-CASE
078400         (FUNCTION TRIM(TM-TRANS-REQUESTER))
078500         TO TM-REQUESTER-UPPER
078600     IF TM-Upl-Master-Absent
078700         GO TO 2140-EXIT
078800     END-IF
078900     SET TM-Requester-Not-Registered TO TRUE
079000     MOVE ZERO TO TM-UPL-FOUND-IDX
079100     PERFORM VARYING TM-UPL-IDX FROM 1 BY 1
079200             UNTIL TM-UPL-IDX > TM-UPL-COUNT
079300                OR TM-Requester-Registered
079400         IF TM-UPL-ID(TM-UPL-IDX) = TM-REQUESTER-UPPER
079500             SET TM-Requester-Registered TO TRUE
079600             SET TM-UPL-FOUND-IDX TO TM-UPL-IDX
079700         END-IF
079800     END-PERFORM
079900     IF TM-Requester-Not-Registered
080000         SET TM-Trans-Rejected TO TRUE
080100         MOVE 'UNKNOWN REQUESTER' TO TM-REJ-REASON
080200         GO TO 2140-EXIT
080300     END-IF
080400     IF TM-UPL-STATUS(TM-UPL-FOUND-IDX) = 'RETIRED'
080500         SET TM-Trans-Rejected TO TRUE
080600         MOVE 'REQUESTER RETIRED' TO TM-REJ-REASON
080700         GO TO 2140-EXIT
080800     END-IF
080900     IF TM-UPL-ROLE(TM-UPL-FOUND-IDX) = 'ADMIN'
081000         SET TM-Requester-Admin TO TRUE
081100     END-IF.
081200 2140-EXIT.
081300     EXIT.

081400*****************************************************************
081500* 2145-CHECK-AUTHORITY - AN ADMIN MAY TAG ANY MAP. ANYONE ELSE  *
081600*                 MUST BE THE UPLOADER ON THE MAP'S METADATA    *
081700*                 RECORD. A MAP WITH NO UPLOADER ON FILE HAS NO *
081800*                 OWNER TO PROTECT ONLY WHEN THERE IS NO        *
081900*                 REGISTRY EITHER (SAME RULE AS META-MAINT)     *
082000*****************************************************************
082100 2145-CHECK-AUTHORITY.
082200     IF TM-Requester-Admin
082300         GO TO 2145-EXIT
082400     END-IF
082500     MOVE SPACES TO TM-OWNER-UPPER
082600     PERFORM VARYING TM-OWN-IDX FROM 1 BY 1
082700             UNTIL TM-OWN-IDX > TM-META-COUNT
082800                OR TM-OWNER-UPPER NOT = SPACES
082900         IF TM-OWN-NAME(TM-OWN-IDX) = TM-TRIMMED-NAME
083000             MOVE FUNCTION UPPER-CASE
083100                 (FUNCTION TRIM(TM-OWN-UPLOADER(TM-OWN-IDX)))
083200                 TO TM-OWNER-UPPER
083300         END-IF
083400     END-PERFORM
083500     IF TM-OWNER-UPPER = SPACES
083600         AND TM-Upl-Master-Absent
083700         GO TO 2145-EXIT
083800     END-IF
083900     IF TM-OWNER-UPPER NOT = TM-REQUESTER-UPPER
084000         SET TM-Trans-Rejected TO TRUE
084100         MOVE 'NOT AUTHORIZED' TO TM-REJ-REASON
084200     END-IF.
084300 2145-EXIT.
084400     EXIT.

084500*****************************************************************
084600* 2150-OPEN-JOURNAL - OPEN CHANGE-JOURNAL.DAT ON THE FIRST      *
084700*                 ACCEPTED CHANGE (EXTEND, WITH THE USUAL       *
084800*                 CREATE FALLBACK) AND KEEP IT OPEN FOR THE     *
084900*                 RUN. A JOURNAL THAT CANNOT BE OPENED REJECTS  *
085000*                 THE CHANGE - IT COULD NOT BE ATTRIBUTED       *
085100*****************************************************************
085200 2150-OPEN-JOURNAL.
085300     IF TM-Journal-Open
085400         GO TO 2150-EXIT
085500     END-IF
085600     OPEN EXTEND JournalFile
085700     IF TM-JOURNAL-STATUS NOT = '00'
085800         OPEN OUTPUT JournalFile
085900     END-IF
086000     IF TM-JOURNAL-STATUS = '00'
086100         SET TM-Journal-Open TO TRUE
086200     ELSE
086300         SET TM-Trans-Rejected TO TRUE
086400         MOVE 'NO CHANGE JOURNAL' TO TM-REJ-REASON
086500     END-IF.
086600 2150-EXIT.
086700     EXIT.

086800*****************************************************************
086900* 2200-APPLY-ONE-TRANS - APPLY A VALIDATED TRANSACTION TO THE   *
087000*                 TABLE. ADD APPENDS THE NAME|TAG PAIR, DELETE  *
087100*                 FLAGS THE MATCHING ENTRY SO THE REWRITE DROPS *
087200*                 IT. EACH CHANGE IS THEN JOURNALED             *
087300*****************************************************************
087400 2200-APPLY-ONE-TRANS.
087500     EVALUATE TM-TRIMMED-ACTION
087600         WHEN 'ADD'
087700             ADD 1 TO TM-TAG-COUNT
087800             MOVE 'N' TO TM-TAG-DELETED-SW(TM-TAG-COUNT)
087900             MOVE TM-TRIMMED-NAME TO TM-TAG-NAME(TM-TAG-COUNT)
088000             MOVE TM-EFFECTIVE-TAG TO TM-TAG-VALUE(TM-TAG-COUNT)
088100             MOVE TM-EFFECTIVE-UPPER
088200                 TO TM-TAG-UPPER(TM-TAG-COUNT)
088300             ADD 1 TO TM-ADD-COUNT
088400         WHEN 'DELETE'
088500             MOVE 'Y' TO TM-TAG-DELETED-SW(TM-FOUND-IDX)
088600             MOVE TM-TAG-VALUE(TM-FOUND-IDX) TO TM-EFFECTIVE-TAG
088700             ADD 1 TO TM-DELETE-COUNT
088800     END-EVALUATE
088900     PERFORM 2220-WRITE-JOURNAL THRU 2220-EXIT.
089000 2200-EXIT.
089100     EXIT.

089200*****************************************************************
089300* 2220-WRITE-JOURNAL - APPEND ONE STAMPED LINE TO THE CHANGE    *
089400*                 JOURNAL: WHO, WHICH MAP, WHAT ACTION, AND THE *
089500*                 TAG ADDED (AFTER) OR REMOVED (BEFORE)         *
089600*****************************************************************
089700 2220-WRITE-JOURNAL.
089800     ACCEPT TM-JRN-DATE-RAW FROM DATE YYYYMMDD
089900     ACCEPT TM-JRN-TIME-RAW FROM TIME
090000     MOVE SPACES TO TM-JOURNAL-RECORD
090100     STRING TM-JRN-DATE-RAW(1:4) '-' TM-JRN-DATE-RAW(5:2) '-'
090200         TM-JRN-DATE-RAW(7:2) DELIMITED BY SIZE
090300         INTO TM-JRN-DATE
090400     STRING TM-JRN-TIME-RAW(1:2) ':' TM-JRN-TIME-RAW(3:2) ':'
090500         TM-JRN-TIME-RAW(5:2) DELIMITED BY SIZE
090600         INTO TM-JRN-TIME
090700     MOVE 'TAGMAINT' TO TM-JRN-PROGRAM
090800     MOVE TM-TRIMMED-ACTION TO TM-JRN-ACTION
090900     MOVE FUNCTION TRIM(TM-TRANS-REQUESTER) TO TM-JRN-REQUESTER
091000     MOVE TM-TRIMMED-NAME TO TM-JRN-NAME
091100     IF TM-TRIMMED-ACTION = 'ADD'
091200         MOVE TM-EFFECTIVE-TAG TO TM-JRN-AFTER
091300     ELSE
091400         MOVE TM-EFFECTIVE-TAG TO TM-JRN-BEFORE
091500     END-IF
091600     WRITE TM-JOURNAL-RECORD.
091700 2220-EXIT.
091800     EXIT.

091900*****************************************************************
092000* 2300-WRITE-REJECT - RECORD A REJECTED TRANSACTION ON THE      *
092100*                 REPORT WITH ITS LINE NUMBER AND REASON        *
092200*****************************************************************
092300 2300-WRITE-REJECT.
092400     MOVE 'REJECTED' TO TM-REJ-TAG
092500     MOVE TM-TRANS-COUNT TO TM-REJ-LINE-NO
092600     MOVE TM-TRANS-RECORD TO TM-REJ-TEXT
092700     WRITE TM-REPORT-RECORD FROM TM-REJECT-LINE
092800     ADD 1 TO TM-REJECT-COUNT.
092900 2300-EXIT.
093000     EXIT.

093100*****************************************************************
093200* 3000-REWRITE-TAGS - WRITE THE SURVIVING TABLE ENTRIES BACK    *
093300*                 OVER MAP-TAGS.DAT IN THEIR LOADED ORDER (NEW  *
093400*                 ADDS AT THE END)                              *
093500*****************************************************************
093600 3000-REWRITE-TAGS.
093700     OPEN OUTPUT TagsFile
093800     IF TM-TAGS-STATUS NOT = '00'
093900         MOVE SPACES TO TM-SUMMARY-LINE
094000         STRING 'FAILED    MAP-TAGS.DAT COULD NOT BE '
094100             'REWRITTEN (STATUS=' TM-TAGS-STATUS ')'
094200             DELIMITED BY SIZE INTO TM-SUMMARY-LINE
094300         WRITE TM-REPORT-RECORD FROM TM-SUMMARY-LINE
094400     ELSE
094500         PERFORM VARYING TM-TAG-IDX FROM 1 BY 1
094600                 UNTIL TM-TAG-IDX > TM-TAG-COUNT
094700             IF NOT TM-Entry-Deleted(TM-TAG-IDX)
094800                 PERFORM 3100-WRITE-ONE-TAG THRU 3100-EXIT
094900                 ADD 1 TO TM-AFTER-COUNT
095000             END-IF
095100         END-PERFORM
095200         CLOSE TagsFile
095300     END-IF.
095400 3000-EXIT.
095500     EXIT.

095600*****************************************************************
095700* 3100-WRITE-ONE-TAG - BUILD AND WRITE ONE NAME|TAG RECORD FROM *
095800*                 THE CURRENT TABLE ENTRY                       *
095900*****************************************************************
096000 3100-WRITE-ONE-TAG.
096100     MOVE SPACES TO TM-TAGS-RECORD
096200     STRING FUNCTION TRIM(TM-TAG-NAME(TM-TAG-IDX))
096300             DELIMITED BY SIZE
096400         '|' DELIMITED BY SIZE
096500         FUNCTION TRIM(TM-TAG-VALUE(TM-TAG-IDX))
096600             DELIMITED BY SIZE
096700         INTO TM-TAGS-RECORD
096800     WRITE TM-TAGS-RECORD.
096900 3100-EXIT.
097000     EXIT.

097100*****************************************************************
097200* 9000-TERMINATE - WRITE THE BEFORE/AFTER COUNT SUMMARY AND     *
097300*                 CLOSE THE REPORT. A RUN THAT FAILED TO OPEN   *
097400*                 ITS INPUTS GETS NO SUMMARY - ITS FAILED LINE  *
097500*                 IS THE WHOLE REPORT (SAME PATTERN AS          *
097600*                 META-MAINT)                                   *
097700*****************************************************************
097800 9000-TERMINATE.
097900     IF TM-RPT-STATUS = '00' AND TM-Init-Ok
098000         MOVE TM-BEFORE-COUNT TO TM-COUNT-DISPLAY
098100         MOVE TM-AFTER-COUNT TO TM-COUNT-DISPLAY2
098200         MOVE SPACES TO TM-SUMMARY-LINE
098300         STRING 'SUMMARY:  BEFORE=' TM-COUNT-DISPLAY
098400             ' AFTER=' TM-COUNT-DISPLAY2
098500             DELIMITED BY SIZE INTO TM-SUMMARY-LINE
098600         WRITE TM-REPORT-RECORD FROM TM-SUMMARY-LINE
098700         MOVE TM-ADD-COUNT TO TM-COUNT-DISPLAY
098800         MOVE TM-DELETE-COUNT TO TM-COUNT-DISPLAY2
098900         MOVE SPACES TO TM-SUMMARY-LINE
099000         STRING 'SUMMARY:  ADDED=' TM-COUNT-DISPLAY
099100             ' DELETED=' TM-COUNT-DISPLAY2
099200             DELIMITED BY SIZE INTO TM-SUMMARY-LINE
099300         WRITE TM-REPORT-RECORD FROM TM-SUMMARY-LINE
099400         MOVE TM-REJECT-COUNT TO TM-COUNT-DISPLAY
099500         MOVE SPACES TO TM-SUMMARY-LINE
099600         STRING 'SUMMARY:  REJECTED=' TM-COUNT-DISPLAY
099700             DELIMITED BY SIZE INTO TM-SUMMARY-LINE
099800         WRITE TM-REPORT-RECORD FROM TM-SUMMARY-LINE
099900     END-IF
100000     IF TM-RPT-STATUS = '00'
100100         CLOSE ReportFile
100200     END-IF.
100300 9000-EXIT.
100400     EXIT.
