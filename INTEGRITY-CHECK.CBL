000100*****************************************************************
000200* PROGRAM:     INTEGRITY-CHECK
000300* PURPOSE:     CROSS-CHECKS THE ARCHIVE'S HAND-MAINTAINED AND
000400*              ACCUMULATED FILES AGAINST ONE ANOTHER AS A SET.
000500*              EVERY MAINTENANCE PROGRAM VALIDATES ONLY ITS OWN
000600*              TRANSACTIONS, SO A NAME, UPLOADER ID OR CATEGORY
000700*              THAT ONE FILE STILL REFERS TO AFTER ANOTHER HAS
000800*              DROPPED IT GOES UNSEEN UNTIL A README LOOKS
000900*              WRONG. READS FILE-LIST.DAT, MAP-METADATA.DAT,
001000*              DOWNLOAD-COUNTS.DAT, MAP-DEPENDS.DAT,
001100*              RETIRED-MAPS.DAT, UPLOADER-MASTER.DAT,
001200*              CATEGORY-MASTER.DAT AND MAP-SUBMIT.DAT AND
001300*              WRITES EVERY BROKEN LINK TO INTEGRITY.RPT, ENDING
001400*              WITH A RESULT LINE (PASS OR FAIL) THAT OPS-DIGEST
001500*              PICKS UP.
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. IntegrityCheck IS INITIAL PROGRAM.
001900 AUTHOR. R-WALLACE.
002000 INSTALLATION. TORO-MAP-ARCHIVE.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300*-----------------------------------------------------------------
002400* MODIFICATION HISTORY
002500* ------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* ---------- ----  -----------------------------------------------
002800* 2026-10-15 RW    INITIAL VERSION. FILE-LIST.DAT IS REQUIRED;
002900*                  EVERY OTHER FILE IS OPTIONAL AND A MISSING ONE
003000*                  SKIPS ITS CHECKS WITH A NOTE LINE. FINDINGS
003100*                  ARE BROKEN LINKS (FAIL THE RUN) EXCEPT MASTER
003200*                  CATEGORIES NO LISTED MAP USES, WHICH ARE
003300*                  REPORTED AS WARNINGS - A CATEGORY IS OFTEN SET
003400*                  UP AHEAD OF ITS FIRST MAP. METADATA KEPT FOR A
003500*                  RETIRED MAP IS HISTORY, NOT A BROKEN LINK.
003600*                  NAMES AND CATEGORIES MATCH EXACTLY, AS IN
003700*                  GENERATEREADME; UPLOADER IDS MATCH CASE-BLIND,
003800*                  AS IN META-MAINT. A TABLE OVERFLOW WRITES A
003900*                  FAILED LINE SO A PARTIAL CHECK CANNOT PASS.
003910* 2026-10-15 RW    A MISSING RETIRED-MAPS.DAT, MAP-DEPENDS.DAT OR
003920*                  MAP-SUBMIT.DAT NOW WRITES ITS SKIP NOTE LIKE
003930*                  THE OTHER OPTIONAL FILES. CALLABLE AS A
003940*                  CYCLE-DRIVER STEP (INITIAL, ENDS WITH GOBACK).
004000*-----------------------------------------------------------------

004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ListFile ASSIGN TO 'FILE-LIST.DAT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS IC-LIST-STATUS.

004700     SELECT MetadataFile ASSIGN TO 'MAP-METADATA.DAT'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS IC-META-STATUS.

005000     SELECT DownloadCountsFile ASSIGN TO 'DOWNLOAD-COUNTS.DAT'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS IC-DLC-NAME
005400         FILE STATUS IS IC-DLC-STATUS.

005500     SELECT DependsFile ASSIGN TO 'MAP-DEPENDS.DAT'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS IC-DEPENDS-STATUS.

005800     SELECT RetiredFile ASSIGN TO 'RETIRED-MAPS.DAT'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS IC-RETIRED-STATUS.

006100     SELECT UploaderMasterFile ASSIGN TO 'UPLOADER-MASTER.DAT'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS IC-UPLMAST-STATUS.

006400     SELECT CategoryMasterFile ASSIGN TO 'CATEGORY-MASTER.DAT'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS IC-CATMAST-STATUS.

006700     SELECT SubmitFile ASSIGN TO 'MAP-SUBMIT.DAT'
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS IC-SUBMIT-STATUS.

007000     SELECT ReportFile ASSIGN TO 'INTEGRITY.RPT'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS IC-RPT-STATUS.

007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  ListFile.
007600 01  IC-LIST-RECORD                PIC X(300).

007700 FD  MetadataFile.
007800 01  IC-METADATA-RECORD            PIC X(600).

007900*-----------------------------------------------------------------
008000* RUNNING DOWNLOAD COUNTS - WRITTEN BY DOWNLOAD-STATS; THE RECORD
008100* LAYOUT MUST MATCH THE ONE DECLARED THERE
008200*-----------------------------------------------------------------
008300 FD  DownloadCountsFile.
008400 01  IC-DLC-RECORD.
008500     05  IC-DLC-NAME               PIC X(256).
008600     05  IC-DLC-COUNT              PIC 9(09).
008700     05  IC-DLC-LAST-DATE          PIC X(10).

008800 FD  DependsFile.
008900 01  IC-DEPENDS-RECORD             PIC X(600).

009000 FD  RetiredFile.
009100 01  IC-RETIRED-RECORD             PIC X(600).

009200 FD  UploaderMasterFile.
009300 01  IC-UPLMAST-RECORD             PIC X(300).

009400 FD  CategoryMasterFile.
009500 01  IC-CATMAST-RECORD             PIC X(300).

009600 FD  SubmitFile.
009700 01  IC-SUBMIT-RECORD              PIC X(700).

009800 FD  ReportFile.
009900 01  IC-REPORT-RECORD              PIC X(420).

010000 WORKING-STORAGE SECTION.
010100*-----------------------------------------------------------------
010200* SWITCHES
010300*-----------------------------------------------------------------
010400 01  IC-SWITCHES.
010500     05  IC-EOF-FLAG               PIC X     VALUE 'N'.
010600         88  End-Of-Input                    VALUE 'Y'.
010700         88  Not-End-Of-Input                VALUE 'N'.
010800     05  IC-INIT-SW                PIC X     VALUE 'Y'.
010900         88  IC-Init-Ok                      VALUE 'Y'.
011000         88  IC-Init-Failed                  VALUE 'N'.
011100     05  IC-META-LOADED-SW         PIC X     VALUE 'N'.
011200         88  IC-Metadata-Loaded              VALUE 'Y'.
011300         88  IC-Metadata-Absent              VALUE 'N'.
011400     05  IC-UPLMAST-LOADED-SW      PIC X     VALUE 'N'.
011500         88  IC-Upl-Master-Loaded            VALUE 'Y'.
011600         88  IC-Upl-Master-Absent            VALUE 'N'.
011700     05  IC-CATMAST-LOADED-SW      PIC X     VALUE 'N'.
011800         88  IC-Cat-Master-Loaded            VALUE 'Y'.
011900         88  IC-Cat-Master-Absent            VALUE 'N'.
012000     05  IC-FOUND-SW               PIC X     VALUE 'N'.
012100         88  IC-Found                        VALUE 'Y'.
012200         88  IC-Not-Found                    VALUE 'N'.

012300*-----------------------------------------------------------------
012400* FILE STATUS CODES
012500*-----------------------------------------------------------------
012600 77  IC-LIST-STATUS                PIC X(02) VALUE SPACES.
012700 77  IC-META-STATUS                PIC X(02) VALUE SPACES.
012800 77  IC-DLC-STATUS                 PIC X(02) VALUE SPACES.
012900 77  IC-DEPENDS-STATUS             PIC X(02) VALUE SPACES.
013000 77  IC-RETIRED-STATUS             PIC X(02) VALUE SPACES.
013100 77  IC-UPLMAST-STATUS             PIC X(02) VALUE SPACES.
013200 77  IC-CATMAST-STATUS             PIC X(02) VALUE SPACES.
013300 77  IC-SUBMIT-STATUS              PIC X(02) VALUE SPACES.
013400 77  IC-RPT-STATUS                 PIC X(02) VALUE SPACES.

013500*-----------------------------------------------------------------
013600* COUNTERS
013700*-----------------------------------------------------------------
013800 77  IC-BROKEN-COUNT               PIC 9(07) COMP VALUE ZERO.
013900 77  IC-WARNING-COUNT              PIC 9(07) COMP VALUE ZERO.
014000 77  IC-FAILED-COUNT               PIC 9(07) COMP VALUE ZERO.
014100 77  IC-DLC-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
014200 77  IC-DEPENDS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
014300 77  IC-SUBMIT-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
014400 77  IC-FOUND-IDX                  PIC 9(07) COMP VALUE ZERO.
014500 77  IC-COMMA-POS                  PIC 9(03) COMP VALUE ZERO.
014600 77  IC-COMMA-COUNT                PIC 9(03) COMP VALUE ZERO.

014700*-----------------------------------------------------------------
014800* FILE-LIST.DAT TABLE - CATEGORY,NAME (OR A BARE NAME), SPLIT ON
014900* THE FIRST COMMA AS LIST-MAINT DOES
015000*-----------------------------------------------------------------
015100 01  IC-LIST-TABLE.
015200     05  IC-LIST-ENTRY             OCCURS 5000 TIMES
015300                                   INDEXED BY IC-LIST-IDX
015400                                              IC-LIST-IDX2.
015500         10  IC-LST-CATEGORY       PIC X(30).
015600         10  IC-LST-NAME           PIC X(256).
015700 77  IC-LIST-COUNT                 PIC 9(07) COMP VALUE ZERO.
015800 01  IC-SPLIT-CATEGORY             PIC X(300).
015900 01  IC-SPLIT-NAME                 PIC X(300).

016000*-----------------------------------------------------------------
016100* MAP-METADATA.DAT TABLE - NAME AND UPLOADER OF EACH RECORD
016200* (NAME|DESCRIPTION|UPLOADER|DATE|SIZE|CHECKSUM)
016300*-----------------------------------------------------------------
016400 01  IC-META-SPLIT-FIELDS.
016500     05  IC-META-SPLIT-NAME        PIC X(256).
016600     05  IC-META-SPLIT-DESC        PIC X(200).
016700     05  IC-META-SPLIT-UPLOADER    PIC X(60).
016800 01  IC-META-TABLE.
016900     05  IC-META-ENTRY             OCCURS 5000 TIMES
017000                                   INDEXED BY IC-META-IDX
017100                                              IC-META-IDX2.
017200         10  IC-MTA-NAME           PIC X(256).
017300         10  IC-MTA-UPLOADER       PIC X(60).
017400 77  IC-META-COUNT                 PIC 9(07) COMP VALUE ZERO.

017500*-----------------------------------------------------------------
017600* RETIRED-MAPS.DAT TABLE - NAME OF EACH RETIREMENT
017700* (NAME|CATEGORY|DATE|REASON)
017800*-----------------------------------------------------------------
017900 01  IC-RET-SPLIT-NAME             PIC X(256).
018000 01  IC-RETIRED-TABLE.
018100     05  IC-RET-NAME               PIC X(256) OCCURS 5000 TIMES
018200                                   INDEXED BY IC-RET-IDX.
018300 77  IC-RETIRED-COUNT              PIC 9(07) COMP VALUE ZERO.

018400*-----------------------------------------------------------------
018500* UPLOADER-MASTER.DAT TABLE - IDS STORED UPPER-CASED FOR THE
018600* CASE-BLIND MATCH (ID|DISPLAY-NAME|CONTACT|STATUS|ROLE)
018700*-----------------------------------------------------------------
018800 01  IC-UPL-SPLIT-ID               PIC X(60).
018900 01  IC-UPLOADER-TABLE.
019000     05  IC-UPL-ID                 PIC X(60) OCCURS 500 TIMES
019100                                   INDEXED BY IC-UPL-IDX.
019200 77  IC-UPL-COUNT                  PIC 9(03) COMP VALUE ZERO.

019300*-----------------------------------------------------------------
019400* CATEGORY-MASTER.DAT TABLE (SEQ|NAME|DESC) WITH A FLAG SET WHEN
019500* A LISTED MAP USES THE CATEGORY
019600*-----------------------------------------------------------------
019700 01  IC-CAT-SPLIT-FIELDS.
019800     05  IC-CAT-SPLIT-SEQ          PIC X(03).
019900     05  IC-CAT-SPLIT-NAME         PIC X(30).
020000 01  IC-CATEGORY-TABLE.
020100     05  IC-CAT-ENTRY              OCCURS 100 TIMES
020200                                   INDEXED BY IC-CAT-IDX.
020300         10  IC-CAT-NAME           PIC X(30).
020400         10  IC-CAT-USED-SW        PIC X(01).
020500             88  IC-Category-Used            VALUE 'Y'.
020600 77  IC-CAT-COUNT                  PIC 9(03) COMP VALUE ZERO.

020700*-----------------------------------------------------------------
020800* STREAMED-FILE WORK AREAS - MAP-DEPENDS.DAT (NAME|REQUIRED-NAME)
020900* AND MAP-SUBMIT.DAT (CATEGORY|NAME|DESCRIPTION|UPLOADER|...)
021000*-----------------------------------------------------------------
021100 01  IC-DEP-SPLIT-FIELDS.
021200     05  IC-DEP-SPLIT-NAME         PIC X(256).
021300     05  IC-DEP-SPLIT-REQUIRED     PIC X(256).
021400 01  IC-SUB-SPLIT-FIELDS.
021500     05  IC-SUB-SPLIT-CATEGORY     PIC X(30).
021600     05  IC-SUB-SPLIT-NAME         PIC X(256).
021700     05  IC-SUB-SPLIT-DESC         PIC X(200).
021800     05  IC-SUB-SPLIT-UPLOADER     PIC X(60).

021900*-----------------------------------------------------------------
022000* LOOKUP ARGUMENTS
022100*-----------------------------------------------------------------
022200 01  IC-LOOKUP-NAME                PIC X(256).
022300 01  IC-LOOKUP-CATEGORY            PIC X(30).
022400 01  IC-LOOKUP-UPLOADER            PIC X(60).
022450 01  IC-UPPER-UPLOADER             PIC X(60).

022500*-----------------------------------------------------------------
022600* FINDING LINE - TAG, CHECK CODE, THE NAME (OR ID OR CATEGORY)
022700* THAT IS BROKEN AND WHAT IT FAILED TO MATCH
022800*-----------------------------------------------------------------
022900 01  IC-REPORT-LINE.
023000     05  IC-RPT-TAG                PIC X(09).
023100     05  FILLER                    PIC X(01) VALUE SPACE.
023200     05  IC-RPT-CHECK              PIC X(16).
023300     05  FILLER                    PIC X(01) VALUE SPACE.
023400     05  IC-RPT-NAME               PIC X(256).
023500     05  FILLER                    PIC X(01) VALUE SPACE.
023600     05  IC-RPT-DETAIL             PIC X(120).

023700 77  IC-RUN-DATE-RAW               PIC 9(08) VALUE ZERO.
023800 01  IC-TODAY-DISPLAY              PIC X(10).
023900 01  IC-OUTPUT-LINE                PIC X(420).
024000 01  IC-COUNT-DISPLAY              PIC Z(06)9.

024100 PROCEDURE DIVISION.
024200*****************************************************************
024300* 0000-MAINLINE                                                 *
024400*****************************************************************
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE            THRU 1000-EXIT
024700     IF IC-Init-Ok
024800         PERFORM 2000-CHECK-LIST            THRU 2000-EXIT
024900         PERFORM 2100-CHECK-METADATA        THRU 2100-EXIT
025000         PERFORM 2200-CHECK-COUNTS          THRU 2200-EXIT
025100         PERFORM 2300-CHECK-DEPENDS         THRU 2300-EXIT
025200         PERFORM 2400-CHECK-SUBMISSIONS     THRU 2400-EXIT
025300         PERFORM 2500-CHECK-UNUSED-CATEGORIES
025400                                            THRU 2500-EXIT
025500     END-IF
025600     PERFORM 9000-TERMINATE             THRU 9000-EXIT
025700     GOBACK.

025800*****************************************************************
025900* 1000-INITIALIZE - OPEN THE REPORT FIRST (SAME PATTERN AS      *
026000*                 RECONCILE), HEAD IT, THEN LOAD FILE-LIST.DAT  *
026100*                 (REQUIRED) AND THE OPTIONAL TABLE FILES       *
026200*****************************************************************
026300 1000-INITIALIZE.
026400     OPEN OUTPUT ReportFile
026500     IF IC-RPT-STATUS NOT = '00'
026600         SET IC-Init-Failed TO TRUE
026700         DISPLAY 'INTEGRITYCHECK: CANNOT OPEN INTEGRITY.RPT, '
026800             'STATUS=' IC-RPT-STATUS
026900         GO TO 1000-EXIT
027000     END-IF
027100     ACCEPT IC-RUN-DATE-RAW FROM DATE YYYYMMDD
027200     MOVE SPACES TO IC-TODAY-DISPLAY
027300     STRING IC-RUN-DATE-RAW(1:4) '-' IC-RUN-DATE-RAW(5:2) '-'
027400         IC-RUN-DATE-RAW(7:2) DELIMITED BY SIZE
027500         INTO IC-TODAY-DISPLAY
027600     MOVE SPACES TO IC-OUTPUT-LINE
027700     STRING 'INTEGRITY CHECK  ' IC-TODAY-DISPLAY
027800         DELIMITED BY SIZE INTO IC-OUTPUT-LINE
027900     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE
028000     MOVE SPACES TO IC-OUTPUT-LINE
028100     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE

028200     PERFORM 1100-LOAD-LIST THRU 1100-EXIT
028300     IF IC-Init-Failed
028400         GO TO 1000-EXIT
028500     END-IF
028600     PERFORM 1200-LOAD-METADATA         THRU 1200-EXIT
028700     PERFORM 1300-LOAD-RETIRED          THRU 1300-EXIT
028800     PERFORM 1400-LOAD-UPLOADER-MASTER  THRU 1400-EXIT
028900     PERFORM 1500-LOAD-CAT-MASTER       THRU 1500-EXIT.
029000 1000-EXIT.
029100     EXIT.

029200*****************************************************************
029300* 1100-LOAD-LIST - LOAD FILE-LIST.DAT. THE LIST IS WHAT EVERY   *
029400*                 OTHER FILE IS CHECKED AGAINST, SO A MISSING   *
029500*                 OR OVERFLOWING LIST FAILS THE RUN             *
029600*****************************************************************
029700 1100-LOAD-LIST.
029800     OPEN INPUT ListFile
029900     IF IC-LIST-STATUS NOT = '00'
030000         SET IC-Init-Failed TO TRUE
030100         MOVE SPACES TO IC-OUTPUT-LINE
030200         STRING 'FAILED    FILE-LIST.DAT COULD NOT BE OPENED '
030300             '(STATUS=' IC-LIST-STATUS ')'
030400             DELIMITED BY SIZE INTO IC-OUTPUT-LINE
030500         PERFORM 3950-WRITE-FAILED THRU 3950-EXIT
030600         GO TO 1100-EXIT
030700     END-IF
030800     SET Not-End-Of-Input TO TRUE
030900     PERFORM 1110-READ-LIST THRU 1110-EXIT
031000     PERFORM UNTIL End-Of-Input
031100         PERFORM 1120-STORE-LIST-ENTRY THRU 1120-EXIT
031200         PERFORM 1110-READ-LIST THRU 1110-EXIT
031300     END-PERFORM
031400     CLOSE ListFile.
031500 1100-EXIT.
031600     EXIT.

031700*****************************************************************
031800* 1110-READ-LIST - READ ONE LINE OF FILE-LIST.DAT               *
031900*****************************************************************
032000 1110-READ-LIST.
032100     READ ListFile
032200         AT END
032300             SET End-Of-Input TO TRUE
032400     END-READ.
032500 1110-EXIT.
032600     EXIT.

032700*****************************************************************
032800* 1120-STORE-LIST-ENTRY - SPLIT ONE LIST LINE ON ITS FIRST      *
032900*                 COMMA (NO COMMA MEANS A BARE NAME) AND STORE  *
033000*                 IT. BLANK NAMES ARE SKIPPED                   *
033100*****************************************************************
033200 1120-STORE-LIST-ENTRY.
033300     MOVE SPACES TO IC-SPLIT-CATEGORY IC-SPLIT-NAME
033400     MOVE ZERO TO IC-COMMA-COUNT
033500     INSPECT IC-LIST-RECORD TALLYING IC-COMMA-COUNT FOR ALL ','
033600     IF IC-COMMA-COUNT = ZERO
033700         MOVE FUNCTION TRIM(IC-LIST-RECORD) TO IC-SPLIT-NAME
033800     ELSE
033900         PERFORM 1130-FIND-FIRST-COMMA THRU 1130-EXIT
034000         IF IC-COMMA-POS > 1
034100             MOVE IC-LIST-RECORD(1 : IC-COMMA-POS - 1)
034200                 TO IC-SPLIT-CATEGORY
034300         END-IF
034400         IF IC-COMMA-POS < 300
034500             MOVE IC-LIST-RECORD(IC-COMMA-POS + 1 : )
034600                 TO IC-SPLIT-NAME
034700         END-IF
034800     END-IF
034900     IF FUNCTION TRIM(IC-SPLIT-NAME) = SPACES
035000         GO TO 1120-EXIT
035100     END-IF
035200     IF IC-LIST-COUNT NOT < 5000
035300         MOVE SPACES TO IC-OUTPUT-LINE
035400         MOVE 'FAILED    FILE-LIST.DAT EXCEEDS 5000 ENTRIES'
035500             TO IC-OUTPUT-LINE
035600         PERFORM 3950-WRITE-FAILED THRU 3950-EXIT
035700         SET End-Of-Input TO TRUE
035800         GO TO 1120-EXIT
035900     END-IF
036000     ADD 1 TO IC-LIST-COUNT
036100     MOVE FUNCTION TRIM(IC-SPLIT-CATEGORY)
036200         TO IC-LST-CATEGORY(IC-LIST-COUNT)
036300     MOVE FUNCTION TRIM(IC-SPLIT-NAME)
036400         TO IC-LST-NAME(IC-LIST-COUNT).
036500 1120-EXIT.
036600     EXIT.

036700*****************************************************************
036800* 1130-FIND-FIRST-COMMA - LOCATE THE FIRST COMMA IN THE LIST    *
036900*                 LINE                                          *
037000*****************************************************************
037100 1130-FIND-FIRST-COMMA.
037200     MOVE ZERO TO IC-COMMA-POS
037300     INSPECT IC-LIST-RECORD TALLYING IC-COMMA-POS
037400         FOR CHARACTERS BEFORE INITIAL ','
037500     ADD 1 TO IC-COMMA-POS.
037600 1130-EXIT.
037700     EXIT.

037800*****************************************************************
037900* 1200-LOAD-METADATA - IF MAP-METADATA.DAT EXISTS, LOAD EACH    *
038000*                 RECORD'S NAME AND UPLOADER                    *
038100*****************************************************************
038200 1200-LOAD-METADATA.
038300     OPEN INPUT MetadataFile
038400     IF IC-META-STATUS NOT = '00'
038500         MOVE 'MAP-METADATA.DAT' TO IC-LOOKUP-NAME
038600         PERFORM 3960-WRITE-SKIP-NOTE THRU 3960-EXIT
038700         GO TO 1200-EXIT
038800     END-IF
038900     SET IC-Metadata-Loaded TO TRUE
039000     SET Not-End-Of-Input TO TRUE
039100     PERFORM 1210-READ-METADATA THRU 1210-EXIT
039200     PERFORM UNTIL End-Of-Input
039300         PERFORM 1220-STORE-METADATA THRU 1220-EXIT
039400         PERFORM 1210-READ-METADATA THRU 1210-EXIT
039500     END-PERFORM
039600     CLOSE MetadataFile.
039700 1200-EXIT.
039800     EXIT.

039900*****************************************************************
040000* 1210-READ-METADATA - READ ONE LINE OF MAP-METADATA.DAT        *
040100*****************************************************************
040200 1210-READ-METADATA.
040300     READ MetadataFile
040400         AT END
040500             SET End-Of-Input TO TRUE
040600     END-READ.
040700 1210-EXIT.
040800     EXIT.

040900*****************************************************************
041000* 1220-STORE-METADATA - KEEP ONE RECORD'S NAME AND UPLOADER.    *
041100*                 BLANK NAMES ARE SKIPPED                       *
041200*****************************************************************
041300 1220-STORE-METADATA.
041400     MOVE SPACES TO IC-META-SPLIT-FIELDS
041500     UNSTRING IC-METADATA-RECORD DELIMITED BY '|'
041600         INTO IC-META-SPLIT-NAME IC-META-SPLIT-DESC
041700              IC-META-SPLIT-UPLOADER
041800     IF FUNCTION TRIM(IC-META-SPLIT-NAME) = SPACES
041900         GO TO 1220-EXIT
042000     END-IF
042100     IF IC-META-COUNT NOT < 5000
042200         MOVE SPACES TO IC-OUTPUT-LINE
042300         MOVE 'FAILED    MAP-METADATA.DAT EXCEEDS 5000 RECORDS'
042400             TO IC-OUTPUT-LINE
042500         PERFORM 3950-WRITE-FAILED THRU 3950-EXIT
042600         SET End-Of-Input TO TRUE
042700         GO TO 1220-EXIT
042800     END-IF
042900     ADD 1 TO IC-META-COUNT
043000     MOVE FUNCTION TRIM(IC-META-SPLIT-NAME)
043100         TO IC-MTA-NAME(IC-META-COUNT)
043200     MOVE FUNCTION TRIM(IC-META-SPLIT-UPLOADER)
043300         TO IC-MTA-UPLOADER(IC-META-COUNT).
043400 1220-EXIT.
043500     EXIT.

043600*****************************************************************
043700* 1300-LOAD-RETIRED - IF RETIRED-MAPS.DAT EXISTS, LOAD THE NAME *
043800*                 OF EVERY RETIREMENT ON FILE                   *
043900*****************************************************************
044000 1300-LOAD-RETIRED.
044100     OPEN INPUT RetiredFile
044200     IF IC-RETIRED-STATUS NOT = '00'
044230         MOVE 'RETIRED-MAPS.DAT' TO IC-LOOKUP-NAME
044260         PERFORM 3960-WRITE-SKIP-NOTE THRU 3960-EXIT
044300         GO TO 1300-EXIT
044400     END-IF
044500     SET Not-End-Of-Input TO TRUE
044600     PERFORM 1310-READ-RETIRED THRU 1310-EXIT
044700     PERFORM UNTIL End-Of-Input
044800         PERFORM 1320-STORE-RETIRED THRU 1320-EXIT
044900         PERFORM 1310-READ-RETIRED THRU 1310-EXIT
045000     END-PERFORM
045100     CLOSE RetiredFile.
045200 1300-EXIT.
045300     EXIT.

045400*****************************************************************
045500* 1310-READ-RETIRED - READ ONE LINE OF RETIRED-MAPS.DAT         *
045600*****************************************************************
045700 1310-READ-RETIRED.
045800     READ RetiredFile
045900         AT END
046000             SET End-Of-Input TO TRUE
046100     END-READ.
046200 1310-EXIT.
046300     EXIT.

046400*****************************************************************
046500* 1320-STORE-RETIRED - KEEP ONE RETIRED NAME. BLANK NAMES ARE   *
046600*                 SKIPPED                                       *
046700*****************************************************************
046800 1320-STORE-RETIRED.
046900     MOVE SPACES TO IC-RET-SPLIT-NAME
047000     UNSTRING IC-RETIRED-RECORD DELIMITED BY '|'
047100         INTO IC-RET-SPLIT-NAME
047200     IF FUNCTION TRIM(IC-RET-SPLIT-NAME) = SPACES
047300         GO TO 1320-EXIT
047400     END-IF
047500     IF IC-RETIRED-COUNT NOT < 5000
047600         MOVE SPACES TO IC-OUTPUT-LINE
047700         MOVE 'FAILED    RETIRED-MAPS.DAT EXCEEDS 5000 RECORDS'
047800             TO IC-OUTPUT-LINE
047900         PERFORM 3950-WRITE-FAILED THRU 3950-EXIT
048000         SET End-Of-Input TO TRUE
048100         GO TO 1320-EXIT
048200     END-IF
048300     ADD 1 TO IC-RETIRED-COUNT
048400     MOVE FUNCTION TRIM(IC-RET-SPLIT-NAME)
048500         TO IC-RET-NAME(IC-RETIRED-COUNT).
048600 1320-EXIT.
048700     EXIT.

048800*****************************************************************
048900* 1400-LOAD-UPLOADER-MASTER - IF UPLOADER-MASTER.DAT EXISTS,    *
049000*                 LOAD ITS UPPER-CASED IDS. WITH NO REGISTRY ON *
049100*                 FILE THE UPLOADER CHECKS ARE SKIPPED          *
049200*****************************************************************
049300 1400-LOAD-UPLOADER-MASTER.
049400     OPEN INPUT UploaderMasterFile
049500     IF IC-UPLMAST-STATUS NOT = '00'
049600         MOVE 'UPLOADER-MASTER.DAT' TO IC-LOOKUP-NAME
049700         PERFORM 3960-WRITE-SKIP-NOTE THRU 3960-EXIT
049800         GO TO 1400-EXIT
049900     END-IF
050000     SET IC-Upl-Master-Loaded TO TRUE
050100     SET Not-End-Of-Input TO TRUE
050200     PERFORM 1410-READ-UPL-MASTER THRU 1410-EXIT
050300     PERFORM UNTIL End-Of-Input
050400         PERFORM 1420-STORE-UPL-MASTER THRU 1420-EXIT
050500         PERFORM 1410-READ-UPL-MASTER THRU 1410-EXIT
050600     END-PERFORM
050700     CLOSE UploaderMasterFile.
050800 1400-EXIT.
050900     EXIT.

051000*****************************************************************
051100* 1410-READ-UPL-MASTER - READ ONE LINE OF UPLOADER-MASTER.DAT   *
051200*****************************************************************
051300 1410-READ-UPL-MASTER.
051400     READ UploaderMasterFile
051500         AT END
051600             SET End-Of-Input TO TRUE
051700     END-READ.
051800 1410-EXIT.
051900     EXIT.

052000*****************************************************************
052100* 1420-STORE-UPL-MASTER - KEEP ONE REGISTERED ID, UPPER-CASED.  *
052200*                 BLANK IDS ARE SKIPPED                         *
052300*****************************************************************
052400 1420-STORE-UPL-MASTER.
052500     MOVE SPACES TO IC-UPL-SPLIT-ID
052600     UNSTRING IC-UPLMAST-RECORD DELIMITED BY '|'
052700         INTO IC-UPL-SPLIT-ID
052800     IF FUNCTION TRIM(IC-UPL-SPLIT-ID) = SPACES
052900         GO TO 1420-EXIT
053000     END-IF
053100     IF IC-UPL-COUNT NOT < 500
053200         MOVE SPACES TO IC-OUTPUT-LINE
053300         MOVE 'FAILED    UPLOADER-MASTER.DAT EXCEEDS 500 IDS'
053400             TO IC-OUTPUT-LINE
053500         PERFORM 3950-WRITE-FAILED THRU 3950-EXIT
053600         SET End-Of-Input TO TRUE
053700         GO TO 1420-EXIT
053800     END-IF
053900     ADD 1 TO IC-UPL-COUNT
054000     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IC-UPL-SPLIT-ID))
054100         TO IC-UPL-ID(IC-UPL-COUNT).
054200 1420-EXIT.
054300     EXIT.

054400*****************************************************************
054500* 1500-LOAD-CAT-MASTER - IF CATEGORY-MASTER.DAT EXISTS, LOAD    *
054600*                 ITS CATEGORY NAMES, EACH MARKED UNUSED UNTIL  *
054700*                 THE LIST CHECK FINDS A MAP IN IT              *
054800*****************************************************************
054900 1500-LOAD-CAT-MASTER.
055000     OPEN INPUT CategoryMasterFile
055100     IF IC-CATMAST-STATUS NOT = '00'
055200         MOVE 'CATEGORY-MASTER.DAT' TO IC-LOOKUP-NAME
055300         PERFORM 3960-WRITE-SKIP-NOTE THRU 3960-EXIT
055400         GO TO 1500-EXIT
055500     END-IF
055600     SET IC-Cat-Master-Loaded TO TRUE
055700     SET Not-End-Of-Input TO TRUE
055800     PERFORM 1510-READ-CAT-MASTER THRU 1510-EXIT
055900     PERFORM UNTIL End-Of-Input
056000         PERFORM 1520-STORE-CAT-MASTER THRU 1520-EXIT
056100         PERFORM 1510-READ-CAT-MASTER THRU 1510-EXIT
056200     END-PERFORM
056300     CLOSE CategoryMasterFile.
056400 1500-EXIT.
056500     EXIT.

056600*****************************************************************
056700* 1510-READ-CAT-MASTER - READ ONE LINE OF CATEGORY-MASTER.DAT   *
056800*****************************************************************
056900 1510-READ-CAT-MASTER.
057000     READ CategoryMasterFile
057100         AT END
057200             SET End-Of-Input TO TRUE
057300     END-READ.
057400 1510-EXIT.
057500     EXIT.

057600*****************************************************************
057700* 1520-STORE-CAT-MASTER - KEEP ONE CATEGORY NAME. BLANK NAMES   *
057800*                 ARE SKIPPED                                   *
057900*****************************************************************
058000 1520-STORE-CAT-MASTER.
058100     MOVE SPACES TO IC-CAT-SPLIT-FIELDS
058200     UNSTRING IC-CATMAST-RECORD DELIMITED BY '|'
058300         INTO IC-CAT-SPLIT-SEQ IC-CAT-SPLIT-NAME
058400     IF FUNCTION TRIM(IC-CAT-SPLIT-NAME) = SPACES
058500         GO TO 1520-EXIT
058600     END-IF
058700     IF IC-CAT-COUNT NOT < 100
058800         MOVE SPACES TO IC-OUTPUT-LINE
058900         MOVE 'FAILED    CATEGORY-MASTER.DAT EXCEEDS 100 ENTRIES'
059000             TO IC-OUTPUT-LINE
059100         PERFORM 3950-WRITE-FAILED THRU 3950-EXIT
059200         SET End-Of-Input TO TRUE
059300         GO TO 1520-EXIT
059400     END-IF
059500     ADD 1 TO IC-CAT-COUNT
059600     MOVE FUNCTION TRIM(IC-CAT-SPLIT-NAME)
059700         TO IC-CAT-NAME(IC-CAT-COUNT)
059800     MOVE 'N' TO IC-CAT-USED-SW(IC-CAT-COUNT).
059900 1520-EXIT.
060000     EXIT.

060100*****************************************************************
060200* 2000-CHECK-LIST - FOR EVERY LISTED MAP: LISTED ONLY ONCE, NOT *
060300*                 RETIRED, CARRYING A METADATA RECORD, AND IN A *
060400*                 CATEGORY ON THE MASTER (WHICH IS THEN MARKED  *
060500*                 AS USED)                                      *
060600*****************************************************************
060700 2000-CHECK-LIST.
060800     PERFORM VARYING IC-LIST-IDX FROM 1 BY 1
060900             UNTIL IC-LIST-IDX > IC-LIST-COUNT
061000         PERFORM 2010-CHECK-ONE-LISTED THRU 2010-EXIT
061100     END-PERFORM.
061200 2000-EXIT.
061300     EXIT.

061400*****************************************************************
061500* 2010-CHECK-ONE-LISTED - THE CHECKS FOR ONE LIST ENTRY. A      *
061600*                 DUPLICATE IS REPORTED AT ITS SECOND AND LATER *
061700*                 APPEARANCES ONLY                              *
061800*****************************************************************
061900 2010-CHECK-ONE-LISTED.
062000     MOVE IC-LST-NAME(IC-LIST-IDX) TO IC-LOOKUP-NAME
062100     SET IC-Not-Found TO TRUE
062200     PERFORM VARYING IC-LIST-IDX2 FROM 1 BY 1
062300             UNTIL IC-LIST-IDX2 NOT < IC-LIST-IDX
062400                OR IC-Found
062500         IF IC-LST-NAME(IC-LIST-IDX2) = IC-LOOKUP-NAME
062600             SET IC-Found TO TRUE
062700         END-IF
062800     END-PERFORM
062900     IF IC-Found
063000         MOVE 'DUP-LIST' TO IC-RPT-CHECK
063100         MOVE 'LISTED MORE THAN ONCE IN FILE-LIST.DAT'
063200             TO IC-RPT-DETAIL
063300         PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
063400     END-IF

063500     PERFORM 3200-FIND-RETIRED THRU 3200-EXIT
063600     IF IC-Found
063700         MOVE 'RETIRED-LISTED' TO IC-RPT-CHECK
063800         MOVE 'ON RETIRED-MAPS.DAT BUT STILL IN FILE-LIST.DAT'
063900             TO IC-RPT-DETAIL
064000         PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
064100     END-IF

064200     IF IC-Metadata-Loaded
064300         PERFORM 3300-FIND-METADATA THRU 3300-EXIT
064400         IF IC-Not-Found
064500             MOVE 'NO-METADATA' TO IC-RPT-CHECK
064600             MOVE 'LISTED BUT NO RECORD IN MAP-METADATA.DAT'
064700                 TO IC-RPT-DETAIL
064800             PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
064900         END-IF
065000     END-IF

065100     IF IC-Cat-Master-Loaded
065200         AND IC-LST-CATEGORY(IC-LIST-IDX) NOT = SPACES
065300         MOVE IC-LST-CATEGORY(IC-LIST-IDX) TO IC-LOOKUP-CATEGORY
065400         PERFORM 3500-FIND-CATEGORY THRU 3500-EXIT
065500         IF IC-Found
065600             SET IC-Category-Used(IC-FOUND-IDX) TO TRUE
065700         ELSE
065800             MOVE 'BAD-CATEGORY' TO IC-RPT-CHECK
065900             MOVE SPACES TO IC-RPT-DETAIL
066000             STRING 'LISTED UNDER ' DELIMITED BY SIZE
066100                 FUNCTION TRIM(IC-LOOKUP-CATEGORY)
066200                     DELIMITED BY SIZE
066300                 ' - NOT ON CATEGORY-MASTER.DAT'
066400                     DELIMITED BY SIZE
066500                 INTO IC-RPT-DETAIL
066600             PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
066700         END-IF
066800     END-IF.
066900 2010-EXIT.
067000     EXIT.

067100*****************************************************************
067200* 2100-CHECK-METADATA - FOR EVERY METADATA RECORD: ONE RECORD   *
067300*                 PER NAME, A NAME THAT IS LISTED (OR RETIRED - *
067400*                 RETIREMENT KEEPS THE METADATA AS HISTORY),    *
067500*                 AND AN UPLOADER ON THE REGISTRY               *
067600*****************************************************************
067700 2100-CHECK-METADATA.
067800     PERFORM VARYING IC-META-IDX FROM 1 BY 1
067900             UNTIL IC-META-IDX > IC-META-COUNT
068000         PERFORM 2110-CHECK-ONE-METADATA THRU 2110-EXIT
068100     END-PERFORM.
068200 2100-EXIT.
068300     EXIT.

068400*****************************************************************
068500* 2110-CHECK-ONE-METADATA - THE CHECKS FOR ONE METADATA RECORD  *
068600*****************************************************************
068700 2110-CHECK-ONE-METADATA.
068800     MOVE IC-MTA-NAME(IC-META-IDX) TO IC-LOOKUP-NAME
068900     SET IC-Not-Found TO TRUE
069000     PERFORM VARYING IC-META-IDX2 FROM 1 BY 1
069100             UNTIL IC-META-IDX2 NOT < IC-META-IDX
069200                OR IC-Found
069300         IF IC-MTA-NAME(IC-META-IDX2) = IC-LOOKUP-NAME
069400             SET IC-Found TO TRUE
069500         END-IF
069600     END-PERFORM
069700     IF IC-Found
069800         MOVE 'DUP-METADATA' TO IC-RPT-CHECK
069900         MOVE 'MORE THAN ONE RECORD IN MAP-METADATA.DAT'
070000             TO IC-RPT-DETAIL
070100         PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
070200     END-IF

070300     PERFORM 3100-FIND-LISTED THRU 3100-EXIT
070400     IF IC-Not-Found
070500         PERFORM 3200-FIND-RETIRED THRU 3200-EXIT
070600         IF IC-Not-Found
070700             MOVE 'NOT-LISTED' TO IC-RPT-CHECK
070800             MOVE 'IN MAP-METADATA.DAT BUT NOT IN FILE-LIST.DAT'
070900                 TO IC-RPT-DETAIL
071000             PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
071100         END-IF
071200     END-IF

071300     IF IC-Upl-Master-Loaded
071400         AND IC-MTA-UPLOADER(IC-META-IDX) NOT = SPACES
071500         MOVE IC-MTA-UPLOADER(IC-META-IDX) TO IC-LOOKUP-UPLOADER
071600         PERFORM 3400-FIND-UPLOADER THRU 3400-EXIT
071700         IF IC-Not-Found
071800             MOVE 'UNREG-UPLOADER' TO IC-RPT-CHECK
071900             MOVE SPACES TO IC-RPT-DETAIL
072000             STRING 'METADATA UPLOADER ' DELIMITED BY SIZE
072100                 FUNCTION TRIM(IC-LOOKUP-UPLOADER)
072200                     DELIMITED BY SIZE
072300                 ' - NOT ON UPLOADER-MASTER.DAT'
072400                     DELIMITED BY SIZE
072500                 INTO IC-RPT-DETAIL
072600             PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
072700         END-IF
072800     END-IF.
072900 2110-EXIT.
073000     EXIT.

073100*****************************************************************
073200* 2200-CHECK-COUNTS - SWEEP DOWNLOAD-COUNTS.DAT. A COUNT IS FOR *
073300*                 A LISTED MAP; ONE FOR A RETIRED MAP OR FOR A  *
073400*                 NAME NEVER LISTED IS BROKEN                   *
073500*****************************************************************
073600 2200-CHECK-COUNTS.
073700     OPEN INPUT DownloadCountsFile
073800     IF IC-DLC-STATUS NOT = '00'
073900         MOVE 'DOWNLOAD-COUNTS.DAT' TO IC-LOOKUP-NAME
074000         PERFORM 3960-WRITE-SKIP-NOTE THRU 3960-EXIT
074100         GO TO 2200-EXIT
074200     END-IF
074300     SET Not-End-Of-Input TO TRUE
074400     PERFORM 2210-READ-COUNT THRU 2210-EXIT
074500     PERFORM UNTIL End-Of-Input
074600         PERFORM 2220-CHECK-ONE-COUNT THRU 2220-EXIT
074700         PERFORM 2210-READ-COUNT THRU 2210-EXIT
074800     END-PERFORM
074900     CLOSE DownloadCountsFile.
075000 2200-EXIT.
075100     EXIT.

075200*****************************************************************
075300* 2210-READ-COUNT - READ THE NEXT COUNT RECORD IN KEY ORDER     *
075400*****************************************************************
075500 2210-READ-COUNT.
075600     READ DownloadCountsFile NEXT
075700         AT END
075800             SET End-Of-Input TO TRUE
075900     END-READ.
076000 2210-EXIT.
076100     EXIT.

076200*****************************************************************
076300* 2220-CHECK-ONE-COUNT - THE CHECK FOR ONE COUNT RECORD         *
076400*****************************************************************
076500 2220-CHECK-ONE-COUNT.
076600     ADD 1 TO IC-DLC-READ-COUNT
076700     MOVE IC-DLC-NAME TO IC-LOOKUP-NAME
076800     PERFORM 3100-FIND-LISTED THRU 3100-EXIT
076900     IF IC-Found
077000         GO TO 2220-EXIT
077100     END-IF
077200     PERFORM 3200-FIND-RETIRED THRU 3200-EXIT
077300     IF IC-Found
077400         MOVE 'COUNT-RETIRED' TO IC-RPT-CHECK
077500         MOVE 'DOWNLOAD COUNT KEPT FOR A RETIRED MAP'
077600             TO IC-RPT-DETAIL
077700     ELSE
077800         MOVE 'COUNT-UNLISTED' TO IC-RPT-CHECK
077900         MOVE 'DOWNLOAD COUNT FOR A NAME NOT IN FILE-LIST.DAT'
078000             TO IC-RPT-DETAIL
078100     END-IF
078200     PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT.
078300 2220-EXIT.
078400     EXIT.

078500*****************************************************************
078600* 2300-CHECK-DEPENDS - SWEEP MAP-DEPENDS.DAT. BOTH THE MAP AND  *
078700*                 THE MAP IT REQUIRES MUST BE LISTED            *
078800*****************************************************************
078900 2300-CHECK-DEPENDS.
079000     OPEN INPUT DependsFile
079100     IF IC-DEPENDS-STATUS NOT = '00'
079130         MOVE 'MAP-DEPENDS.DAT' TO IC-LOOKUP-NAME
079160         PERFORM 3960-WRITE-SKIP-NOTE THRU 3960-EXIT
079200         GO TO 2300-EXIT
079300     END-IF
079400     SET Not-End-Of-Input TO TRUE
079500     PERFORM 2310-READ-DEPENDS THRU 2310-EXIT
079600     PERFORM UNTIL End-Of-Input
079700         PERFORM 2320-CHECK-ONE-DEPENDS THRU 2320-EXIT
079800         PERFORM 2310-READ-DEPENDS THRU 2310-EXIT
079900     END-PERFORM
080000     CLOSE DependsFile.
080100 2300-EXIT.
080200     EXIT.

080300*****************************************************************
080400* 2310-READ-DEPENDS - READ ONE LINE OF MAP-DEPENDS.DAT          *
080500*****************************************************************
080600 2310-READ-DEPENDS.
080700     READ DependsFile
080800         AT END
080900             SET End-Of-Input TO TRUE
081000     END-READ.
081100 2310-EXIT.
081200     EXIT.

081300*****************************************************************
081400* 2320-CHECK-ONE-DEPENDS - THE CHECKS FOR ONE NAME|REQUIRED     *
081500*                 RECORD. BLANK LINES ARE SKIPPED               *
081600*****************************************************************
081700 2320-CHECK-ONE-DEPENDS.
081800     MOVE SPACES TO IC-DEP-SPLIT-FIELDS
081900     UNSTRING IC-DEPENDS-RECORD DELIMITED BY '|'
082000         INTO IC-DEP-SPLIT-NAME IC-DEP-SPLIT-REQUIRED
082100     IF IC-DEPENDS-RECORD = SPACES
082200         GO TO 2320-EXIT
082300     END-IF
082400     ADD 1 TO IC-DEPENDS-READ-COUNT
082500     MOVE FUNCTION TRIM(IC-DEP-SPLIT-NAME) TO IC-LOOKUP-NAME
082600     PERFORM 3100-FIND-LISTED THRU 3100-EXIT
082700     IF IC-Not-Found
082800         MOVE 'DEP-UNLISTED' TO IC-RPT-CHECK
082900         MOVE 'HAS A MAP-DEPENDS.DAT ENTRY BUT IS NOT LISTED'
083000             TO IC-RPT-DETAIL
083100         PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
083200     END-IF
083300     MOVE FUNCTION TRIM(IC-DEP-SPLIT-REQUIRED) TO IC-LOOKUP-NAME
083400     PERFORM 3100-FIND-LISTED THRU 3100-EXIT
083500     IF IC-Not-Found
083600         MOVE 'DEP-MISSING' TO IC-RPT-CHECK
083700         MOVE SPACES TO IC-RPT-DETAIL
083800         STRING 'REQUIRED BY ' DELIMITED BY SIZE
083900             FUNCTION TRIM(IC-DEP-SPLIT-NAME) DELIMITED BY SIZE
084000             ' - NOT LISTED' DELIMITED BY SIZE
084100             INTO IC-RPT-DETAIL
084200         PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
084300     END-IF.
084400 2320-EXIT.
084500     EXIT.

084600*****************************************************************
084700* 2400-CHECK-SUBMISSIONS - SWEEP ANY PENDING MAP-SUBMIT.DAT.    *
084800*                 A SUBMISSION NAMING A CATEGORY OFF THE        *
084900*                 MASTER, AN UNREGISTERED UPLOADER, OR A NAME   *
085000*                 ALREADY LISTED OR RETIRED CANNOT BE TAKEN IN  *
085100*****************************************************************
085200 2400-CHECK-SUBMISSIONS.
085300     OPEN INPUT SubmitFile
085400     IF IC-SUBMIT-STATUS NOT = '00'
085430         MOVE 'MAP-SUBMIT.DAT' TO IC-LOOKUP-NAME
085460         PERFORM 3960-WRITE-SKIP-NOTE THRU 3960-EXIT
085500         GO TO 2400-EXIT
085600     END-IF
085700     SET Not-End-Of-Input TO TRUE
085800     PERFORM 2410-READ-SUBMISSION THRU 2410-EXIT
085900     PERFORM UNTIL End-Of-Input
086000         PERFORM 2420-CHECK-ONE-SUBMISSION THRU 2420-EXIT
086100         PERFORM 2410-READ-SUBMISSION THRU 2410-EXIT
086200     END-PERFORM
086300     CLOSE SubmitFile.
086400 2400-EXIT.
086500     EXIT.

086600*****************************************************************
086700* 2410-READ-SUBMISSION - READ ONE LINE OF MAP-SUBMIT.DAT        *
086800*****************************************************************
086900 2410-READ-SUBMISSION.
087000     READ SubmitFile
087100         AT END
087200             SET End-Of-Input TO TRUE
087300     END-READ.
087400 2410-EXIT.
087500     EXIT.

087600*****************************************************************
087700* 2420-CHECK-ONE-SUBMISSION - THE CHECKS FOR ONE SUBMISSION.    *
087800*                 BLANK LINES AND NAMELESS RECORDS ARE LEFT TO  *
087900*                 MAP-INTAKE TO REJECT                          *
088000*****************************************************************
088100 2420-CHECK-ONE-SUBMISSION.
088200     MOVE SPACES TO IC-SUB-SPLIT-FIELDS
088300     UNSTRING IC-SUBMIT-RECORD DELIMITED BY '|'
088400         INTO IC-SUB-SPLIT-CATEGORY IC-SUB-SPLIT-NAME
088500              IC-SUB-SPLIT-DESC IC-SUB-SPLIT-UPLOADER
088600     IF FUNCTION TRIM(IC-SUB-SPLIT-NAME) = SPACES
088700         GO TO 2420-EXIT
088800     END-IF
088900     ADD 1 TO IC-SUBMIT-READ-COUNT
089000     MOVE FUNCTION TRIM(IC-SUB-SPLIT-NAME) TO IC-LOOKUP-NAME
089100     PERFORM 3100-FIND-LISTED THRU 3100-EXIT
089200     IF IC-Not-Found
089300         PERFORM 3200-FIND-RETIRED THRU 3200-EXIT
089400     END-IF
089500     IF IC-Found
089600         MOVE 'SUB-NAME-TAKEN' TO IC-RPT-CHECK
089700         MOVE 'SUBMITTED NAME IS ALREADY LISTED OR RETIRED'
089800             TO IC-RPT-DETAIL
089900         PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
090000     END-IF
090100     IF IC-Cat-Master-Loaded
090200         AND IC-SUB-SPLIT-CATEGORY NOT = SPACES
090300         MOVE FUNCTION TRIM(IC-SUB-SPLIT-CATEGORY)
090400             TO IC-LOOKUP-CATEGORY
090500         PERFORM 3500-FIND-CATEGORY THRU 3500-EXIT
090600         IF IC-Not-Found
090700             MOVE 'SUB-CATEGORY' TO IC-RPT-CHECK
090800             MOVE SPACES TO IC-RPT-DETAIL
090900             STRING 'SUBMITTED UNDER ' DELIMITED BY SIZE
091000                 FUNCTION TRIM(IC-LOOKUP-CATEGORY)
091100                     DELIMITED BY SIZE
091200                 ' - NOT ON CATEGORY-MASTER.DAT'
091300                     DELIMITED BY SIZE
091400                 INTO IC-RPT-DETAIL
091500             PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
091600         END-IF
091700     END-IF
091800     IF IC-Upl-Master-Loaded
091900         AND IC-SUB-SPLIT-UPLOADER NOT = SPACES
092000         MOVE IC-SUB-SPLIT-UPLOADER TO IC-LOOKUP-UPLOADER
092100         PERFORM 3400-FIND-UPLOADER THRU 3400-EXIT
092200         IF IC-Not-Found
092300             MOVE 'SUB-UPLOADER' TO IC-RPT-CHECK
092400             MOVE SPACES TO IC-RPT-DETAIL
092500             STRING 'SUBMITTED BY ' DELIMITED BY SIZE
092600                 FUNCTION TRIM(IC-LOOKUP-UPLOADER)
092700                     DELIMITED BY SIZE
092800                 ' - NOT ON UPLOADER-MASTER.DAT'
092900                     DELIMITED BY SIZE
093000                 INTO IC-RPT-DETAIL
093100             PERFORM 3900-WRITE-BROKEN THRU 3900-EXIT
093200         END-IF
093300     END-IF.
093400 2420-EXIT.
093500     EXIT.

093600*****************************************************************
093700* 2500-CHECK-UNUSED-CATEGORIES - A MASTER CATEGORY NO LISTED    *
093800*                 MAP USES IS A WARNING, NOT A FAILURE          *
093900*****************************************************************
094000 2500-CHECK-UNUSED-CATEGORIES.
094100     PERFORM VARYING IC-CAT-IDX FROM 1 BY 1
094200             UNTIL IC-CAT-IDX > IC-CAT-COUNT
094300         IF NOT IC-Category-Used(IC-CAT-IDX)
094400             ADD 1 TO IC-WARNING-COUNT
094500             MOVE SPACES TO IC-REPORT-LINE
094600             MOVE 'WARNING' TO IC-RPT-TAG
094700             MOVE 'UNUSED-CATEGORY' TO IC-RPT-CHECK
094800             MOVE IC-CAT-NAME(IC-CAT-IDX) TO IC-RPT-NAME
094900             MOVE 'ON CATEGORY-MASTER.DAT BUT NO MAP USES IT'
095000                 TO IC-RPT-DETAIL
095100             WRITE IC-REPORT-RECORD FROM IC-REPORT-LINE
095200         END-IF
095300     END-PERFORM.
095400 2500-EXIT.
095500     EXIT.

095600*****************************************************************
095700* 3100-FIND-LISTED - IS IC-LOOKUP-NAME IN FILE-LIST.DAT?        *
095800*****************************************************************
095900 3100-FIND-LISTED.
096000     SET IC-Not-Found TO TRUE
096100     PERFORM VARYING IC-LIST-IDX2 FROM 1 BY 1
096200             UNTIL IC-LIST-IDX2 > IC-LIST-COUNT
096300                OR IC-Found
096400         IF IC-LST-NAME(IC-LIST-IDX2) = IC-LOOKUP-NAME
096500             SET IC-Found TO TRUE
096600         END-IF
096700     END-PERFORM.
096800 3100-EXIT.
096900     EXIT.

097000*****************************************************************
097100* 3200-FIND-RETIRED - IS IC-LOOKUP-NAME ON RETIRED-MAPS.DAT?    *
097200*****************************************************************
097300 3200-FIND-RETIRED.
097400     SET IC-Not-Found TO TRUE
097500     PERFORM VARYING IC-RET-IDX FROM 1 BY 1
097600             UNTIL IC-RET-IDX > IC-RETIRED-COUNT
097700                OR IC-Found
097800         IF IC-RET-NAME(IC-RET-IDX) = IC-LOOKUP-NAME
097900             SET IC-Found TO TRUE
098000         END-IF
098100     END-PERFORM.
098200 3200-EXIT.
098300     EXIT.

098400*****************************************************************
098500* 3300-FIND-METADATA - DOES IC-LOOKUP-NAME HAVE A METADATA      *
098600*                 RECORD?                                       *
098700*****************************************************************
098800 3300-FIND-METADATA.
098900     SET IC-Not-Found TO TRUE
099000     PERFORM VARYING IC-META-IDX2 FROM 1 BY 1
099100             UNTIL IC-META-IDX2 > IC-META-COUNT
099200                OR IC-Found
099300         IF IC-MTA-NAME(IC-META-IDX2) = IC-LOOKUP-NAME
099400             SET IC-Found TO TRUE
099500         END-IF
099600     END-PERFORM.
099700 3300-EXIT.
099800     EXIT.

099900*****************************************************************
100000* 3400-FIND-UPLOADER - IS IC-LOOKUP-UPLOADER REGISTERED? THE    *
100100*                 MATCH IS CASE-BLIND                           *
100200*****************************************************************
100300 3400-FIND-UPLOADER.
100400     SET IC-Not-Found TO TRUE
100500     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IC-LOOKUP-UPLOADER))
100600         TO IC-UPPER-UPLOADER
100700     PERFORM VARYING IC-UPL-IDX FROM 1 BY 1
100800             UNTIL IC-UPL-IDX > IC-UPL-COUNT
100900                OR IC-Found
101000         IF IC-UPL-ID(IC-UPL-IDX) = IC-UPPER-UPLOADER
101100             SET IC-Found TO TRUE
101200         END-IF
101300     END-PERFORM.
101400 3400-EXIT.
101500     EXIT.

101600*****************************************************************
101700* 3500-FIND-CATEGORY - IS IC-LOOKUP-CATEGORY ON THE MASTER? ITS *
101800*                 SLOT IS LEFT IN IC-FOUND-IDX                  *
101900*****************************************************************
102000 3500-FIND-CATEGORY.
102100     SET IC-Not-Found TO TRUE
102200     MOVE ZERO TO IC-FOUND-IDX
102300     PERFORM VARYING IC-CAT-IDX FROM 1 BY 1
102400             UNTIL IC-CAT-IDX > IC-CAT-COUNT
102500                OR IC-Found
102600         IF IC-CAT-NAME(IC-CAT-IDX) = IC-LOOKUP-CATEGORY
102700             SET IC-Found TO TRUE
102800             SET IC-FOUND-IDX TO IC-CAT-IDX
102900         END-IF
103000     END-PERFORM.
103100 3500-EXIT.
103200     EXIT.

103300*****************************************************************
103400* 3900-WRITE-BROKEN - WRITE ONE BROKEN-LINK LINE FOR            *
103500*                 IC-LOOKUP-NAME WITH THE CHECK CODE AND DETAIL *
103600*                 ALREADY SET                                   *
103700*****************************************************************
103800 3900-WRITE-BROKEN.
103900     ADD 1 TO IC-BROKEN-COUNT
104000     MOVE 'BROKEN' TO IC-RPT-TAG
104100     MOVE IC-LOOKUP-NAME TO IC-RPT-NAME
104200     WRITE IC-REPORT-RECORD FROM IC-REPORT-LINE
104300     MOVE SPACES TO IC-REPORT-LINE.
104400 3900-EXIT.
104500     EXIT.

104600*****************************************************************
104700* 3950-WRITE-FAILED - WRITE THE FAILED LINE ALREADY BUILT IN    *
104800*                 IC-OUTPUT-LINE; ANY FAILED LINE FAILS THE RUN *
104900*****************************************************************
105000 3950-WRITE-FAILED.
105100     ADD 1 TO IC-FAILED-COUNT
105200     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE.
105300 3950-EXIT.
105400     EXIT.

105500*****************************************************************
105600* 3960-WRITE-SKIP-NOTE - NOTE THAT THE OPTIONAL FILE NAMED IN   *
105700*                 IC-LOOKUP-NAME IS NOT ON FILE, SO THE CHECKS  *
105800*                 THAT NEED IT WERE SKIPPED                     *
105900*****************************************************************
106000 3960-WRITE-SKIP-NOTE.
106100     MOVE SPACES TO IC-OUTPUT-LINE
106200     STRING 'NOTE:     ' DELIMITED BY SIZE
106300         FUNCTION TRIM(IC-LOOKUP-NAME) DELIMITED BY SIZE
106400         ' NOT ON FILE - CHECKS AGAINST IT SKIPPED'
106500             DELIMITED BY SIZE
106600         INTO IC-OUTPUT-LINE
106700     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE.
106800 3960-EXIT.
106900     EXIT.

107000*****************************************************************
107100* 9000-TERMINATE - WRITE THE SUMMARY AND, LAST, THE RESULT LINE *
107200*                 OPS-DIGEST PICKS UP: PASS WHEN NOTHING IS     *
107300*                 BROKEN AND NOTHING FAILED, OTHERWISE FAIL     *
107400*****************************************************************
107500 9000-TERMINATE.
107600     IF IC-RPT-STATUS NOT = '00'
107700         GO TO 9000-EXIT
107800     END-IF
107900     MOVE SPACES TO IC-OUTPUT-LINE
108000     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE
108100     MOVE IC-LIST-COUNT TO IC-COUNT-DISPLAY
108200     MOVE SPACES TO IC-OUTPUT-LINE
108300     STRING 'SUMMARY:  LISTED=' IC-COUNT-DISPLAY
108400         DELIMITED BY SIZE INTO IC-OUTPUT-LINE
108500     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE
108600     MOVE IC-META-COUNT TO IC-COUNT-DISPLAY
108700     MOVE SPACES TO IC-OUTPUT-LINE
108800     STRING 'SUMMARY:  METADATA=' IC-COUNT-DISPLAY
108900         DELIMITED BY SIZE INTO IC-OUTPUT-LINE
109000     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE
109100     MOVE IC-RETIRED-COUNT TO IC-COUNT-DISPLAY
109200     MOVE SPACES TO IC-OUTPUT-LINE
109300     STRING 'SUMMARY:  RETIRED=' IC-COUNT-DISPLAY
109400         DELIMITED BY SIZE INTO IC-OUTPUT-LINE
109500     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE
109600     MOVE IC-DLC-READ-COUNT TO IC-COUNT-DISPLAY
109700     MOVE SPACES TO IC-OUTPUT-LINE
109800     STRING 'SUMMARY:  COUNTS=' IC-COUNT-DISPLAY
109900         DELIMITED BY SIZE INTO IC-OUTPUT-LINE
110000     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE
110100     MOVE IC-DEPENDS-READ-COUNT TO IC-COUNT-DISPLAY
110200     MOVE SPACES TO IC-OUTPUT-LINE
110300     STRING 'SUMMARY:  DEPENDS=' IC-COUNT-DISPLAY
110400         DELIMITED BY SIZE INTO IC-OUTPUT-LINE
110500     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE
110600     MOVE IC-SUBMIT-READ-COUNT TO IC-COUNT-DISPLAY
110700     MOVE SPACES TO IC-OUTPUT-LINE
110800     STRING 'SUMMARY:  SUBMISSIONS=' IC-COUNT-DISPLAY
110900         DELIMITED BY SIZE INTO IC-OUTPUT-LINE
111000     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE
111100     MOVE IC-BROKEN-COUNT TO IC-COUNT-DISPLAY
111200     MOVE SPACES TO IC-OUTPUT-LINE
111300     STRING 'SUMMARY:  BROKEN=' IC-COUNT-DISPLAY
111400         DELIMITED BY SIZE INTO IC-OUTPUT-LINE
111500     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE
111600     MOVE IC-WARNING-COUNT TO IC-COUNT-DISPLAY
111700     MOVE SPACES TO IC-OUTPUT-LINE
111800     STRING 'SUMMARY:  WARNINGS=' IC-COUNT-DISPLAY
111900         DELIMITED BY SIZE INTO IC-OUTPUT-LINE
112000     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE
112100     MOVE SPACES TO IC-OUTPUT-LINE
112200     IF IC-BROKEN-COUNT = ZERO
112300         AND IC-FAILED-COUNT = ZERO
112400         AND IC-Init-Ok
112500         MOVE 'RESULT:   PASS' TO IC-OUTPUT-LINE
112600     ELSE
112700         MOVE 'RESULT:   FAIL - BROKEN LINKS, SEE INTEGRITY.RPT'
112800             TO IC-OUTPUT-LINE
112900     END-IF
113000     WRITE IC-REPORT-RECORD FROM IC-OUTPUT-LINE
113100     CLOSE ReportFile.
113200 9000-EXIT.
113300     EXIT.
