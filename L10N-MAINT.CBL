000100*****************************************************************
000200* PROGRAM:     L10N-MAINT
000300* PURPOSE:     APPLIES TRANSACTIONS FROM L10N-TRANS.DAT AGAINST
000400*              THE TWO SECOND-LANGUAGE FILES -
000450*              MAP-METADATA-L10N.DAT
000500*              (NAME|LANG|DESCRIPTION), A MAP DESCRIPTION FROM
000600*              MAP-METADATA.DAT IN ANOTHER LANGUAGE, AND
000700*              CATEGORY-MASTER-L10N.DAT (CATEGORY|LANG|
000800*              DESCRIPTION), THE SAME FOR A CATEGORY-MASTER.DAT
000900*              DESCRIPTION. GENERATEREADME AND GENERATEHTML
001000*              BUILD EACH LANGUAGE'S PAGES FROM THEM. EVERY
001100*              TRANSACTION IS VALIDATED BEFORE IT TOUCHES EITHER
001200*              FILE AND EVERY REJECT IS REPORTED WITH A REASON
001300*              ON L10N-MAINT.RPT.
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. L10nMaint IS INITIAL PROGRAM.
001700 AUTHOR. R-WALLACE.
001800 INSTALLATION. TORO-MAP-ARCHIVE.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED.
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300* ------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* ---------- ----  -----------------------------------------------
002600* 2026-10-15 RW    INITIAL VERSION. L10N-TRANS.DAT IS PIPE-
002700*                  DELIMITED LIKE THE OTHER TRANSACTION FILES:
002800*                  ADD|NAME|LANG|TEXT|REQUESTER,
002900*                  CHANGE|NAME|LANG|TEXT|REQUESTER AND
003000*                  DELETE|NAME|LANG|REQUESTER FOR A MAP, AND
003100*                  CATADD, CATCHANGE AND CATDELETE IN THE SAME
003200*                  SHAPE WITH A CATEGORY IN PLACE OF THE NAME.
003300*                  THE MAP MUST BE ON MAP-METADATA.DAT; THE
003400*                  CATEGORY MUST BE ON CATEGORY-MASTER.DAT,
003500*                  MATCHED CASE-BLIND AND STORED IN THE MASTER'S
003600*                  SPELLING. A LANGUAGE CODE IS 1-8 OF A-Z, 0-9
003700*                  AND '-', STORED UPPER-CASE; IT NEED NOT BE ON
003800*                  L10N-CONTROL.DAT YET, SO TEXT CAN BE READY
003900*                  BEFORE A LANGUAGE IS SWITCHED ON. TEXT IS UP
004000*                  TO 200 BYTES FOR A MAP AND 132 FOR A CATEGORY,
004100*                  AS IN THE BASE FILES. THE REQUESTER MUST BE
004200*                  REGISTERED AND NOT RETIRED WHEN
004300*                  UPLOADER-MASTER.DAT IS ON FILE; ROLE ADMIN OR
004400*                  TRANSLATOR MAY CHANGE ANY TEXT, ANYONE ELSE
004500*                  ONLY THEIR OWN MAPS' (CATEGORIES ARE OPEN TO
004600*                  ALL ONLY WITH NO REGISTRY). EVERY APPLIED
004700*                  CHANGE IS APPENDED TO CHANGE-JOURNAL.DAT.
004800*                  CALLABLE AS A CYCLE-DRIVER STEP (INITIAL, ENDS
004900*                  WITH GOBACK).
005000*-----------------------------------------------------------------

005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT L10nMapFile ASSIGN TO 'MAP-METADATA-L10N.DAT'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS LN-L10N-STATUS.

005700     SELECT L10nCatFile ASSIGN TO 'CATEGORY-MASTER-L10N.DAT'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS LN-CATL10N-STATUS.

006000     SELECT TransFile ASSIGN TO 'L10N-TRANS.DAT'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS LN-TRANS-STATUS.

006300     SELECT MetadataFile ASSIGN TO 'MAP-METADATA.DAT'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS LN-META-STATUS.

006600     SELECT CatMasterFile ASSIGN TO 'CATEGORY-MASTER.DAT'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS LN-CATMAST-STATUS.

006900     SELECT ReportFile ASSIGN TO 'L10N-MAINT.RPT'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS LN-RPT-STATUS.

007200     SELECT UploaderMasterFile ASSIGN TO 'UPLOADER-MASTER.DAT'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS LN-UPLMAST-STATUS.

007500     SELECT JournalFile ASSIGN TO 'CHANGE-JOURNAL.DAT'
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS LN-JOURNAL-STATUS.

007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  L10nMapFile.
008100 01  LN-L10N-RECORD                PIC X(600).

008200 FD  L10nCatFile.
008300 01  LN-CATL10N-RECORD             PIC X(300).

008400 FD  TransFile.
008500 01  LN-TRANS-RECORD               PIC X(600).

008600 FD  MetadataFile.
008700 01  LN-METADATA-RECORD            PIC X(600).

008800 FD  CatMasterFile.
008900 01  LN-CATMAST-RECORD             PIC X(300).

009000 FD  ReportFile.
009100 01  LN-REPORT-RECORD              PIC X(132).

009200 FD  UploaderMasterFile.
009300 01  LN-UPLMAST-RECORD             PIC X(300).

009400*-----------------------------------------------------------------
009500* DURABLE CHANGE JOURNAL - ONE LINE APPENDED PER APPLIED CHANGE,
009600* SHARED WITH META-MAINT, LIST-MAINT, MAP-RETIRE AND TAG-MAINT;
009700* THE RECORD LAYOUT MUST MATCH THE ONE DECLARED THERE. HERE
009800* BEFORE AND AFTER ARE LANG|TEXT (BLANK BEFORE AN ADD AND AFTER
009900* A DELETE)
010000*-----------------------------------------------------------------
010100 FD  JournalFile.
010200 01  LN-JOURNAL-RECORD.
010300     05  LN-JRN-DATE               PIC X(10).
010400     05  FILLER                    PIC X(01).
010500     05  LN-JRN-TIME               PIC X(08).
010600     05  FILLER                    PIC X(01).
010700     05  LN-JRN-PROGRAM            PIC X(10).
010800     05  FILLER                    PIC X(01).
010900     05  LN-JRN-ACTION             PIC X(13).
011000     05  FILLER                    PIC X(01).
011100     05  LN-JRN-REQUESTER          PIC X(60).
011200     05  FILLER                    PIC X(01).
011300     05  LN-JRN-NAME               PIC X(256).
011400     05  FILLER                    PIC X(01).
011500     05  LN-JRN-BEFORE             PIC X(400).
011600     05  FILLER                    PIC X(01).
011700     05  LN-JRN-AFTER              PIC X(400).

011800 WORKING-STORAGE SECTION.
011900*-----------------------------------------------------------------
012000* SWITCHES
012100*-----------------------------------------------------------------
012200 01  LN-SWITCHES.
012300     05  LN-L10N-EOF-FLAG          PIC X     VALUE 'N'.
012400         88  End-Of-L10n                     VALUE 'Y'.
012500         88  Not-End-Of-L10n                 VALUE 'N'.
012600     05  LN-TRANS-EOF-FLAG         PIC X     VALUE 'N'.
012700         88  End-Of-Trans                    VALUE 'Y'.
012800         88  Not-End-Of-Trans                VALUE 'N'.
012900     05  LN-CATMAST-EOF-FLAG       PIC X     VALUE 'N'.
013000         88  End-Of-Cat-Master               VALUE 'Y'.
013100         88  Not-End-Of-Cat-Master           VALUE 'N'.
013200     05  LN-META-EOF-FLAG          PIC X     VALUE 'N'.
013300         88  End-Of-Metadata                 VALUE 'Y'.
013400         88  Not-End-Of-Metadata             VALUE 'N'.
013500     05  LN-REJECT-SW              PIC X     VALUE 'N'.
013600         88  LN-Trans-Rejected               VALUE 'Y'.
013700         88  LN-Trans-Accepted               VALUE 'N'.
013800     05  LN-FOUND-SW               PIC X     VALUE 'N'.
013900         88  LN-Text-Found                   VALUE 'Y'.
014000         88  LN-Text-Not-Found               VALUE 'N'.
014100     05  LN-INIT-SW                PIC X     VALUE 'Y'.
014200         88  LN-Init-Ok                      VALUE 'Y'.
014300         88  LN-Init-Failed                  VALUE 'N'.
014400     05  LN-OVERFLOW-SW            PIC X     VALUE 'N'.
014500         88  LN-Load-Overflowed              VALUE 'Y'.
014600     05  LN-META-OVERFLOW-SW       PIC X     VALUE 'N'.
014700         88  LN-Meta-Overflowed              VALUE 'Y'.
014800     05  LN-LOAD-KIND-SW           PIC X     VALUE 'M'.
014900         88  LN-Loading-Maps                 VALUE 'M'.
015000         88  LN-Loading-Categories           VALUE 'C'.
015100     05  LN-TRANS-KIND-SW          PIC X     VALUE 'M'.
015200         88  LN-Trans-Map                    VALUE 'M'.
015300         88  LN-Trans-Category               VALUE 'C'.
015400     05  LN-SUBJECT-SW             PIC X     VALUE 'N'.
015500         88  LN-Subject-Known                VALUE 'Y'.
015600         88  LN-Subject-Unknown              VALUE 'N'.
015700     05  LN-LANG-CODE-SW           PIC X     VALUE 'Y'.
015800         88  LN-Lang-Code-Ok                 VALUE 'Y'.
015900         88  LN-Lang-Code-Bad                VALUE 'N'.
016000     05  LN-UPLMAST-EOF-FLAG       PIC X     VALUE 'N'.
016100         88  End-Of-Upl-Master               VALUE 'Y'.
016200         88  Not-End-Of-Upl-Master           VALUE 'N'.
016300     05  LN-UPLMAST-LOADED-SW      PIC X     VALUE 'N'.
016400         88  LN-Upl-Master-Loaded            VALUE 'Y'.
016500         88  LN-Upl-Master-Absent            VALUE 'N'.
016600     05  LN-UPL-FOUND-SW           PIC X     VALUE 'N'.
016700         88  LN-Requester-Registered         VALUE 'Y'.
016800         88  LN-Requester-Not-Registered     VALUE 'N'.
016900     05  LN-REQ-TRANSLATOR-SW      PIC X     VALUE 'N'.
017000         88  LN-Requester-Translator         VALUE 'Y'.
017100         88  LN-Requester-Not-Translator     VALUE 'N'.
017200     05  LN-JOURNAL-OPEN-SW        PIC X     VALUE 'N'.
017300         88  LN-Journal-Open                 VALUE 'Y'.
017400         88  LN-Journal-Not-Open             VALUE 'N'.

017500*-----------------------------------------------------------------
017600* FILE STATUS CODES
017700*-----------------------------------------------------------------
017800 77  LN-L10N-STATUS                PIC X(02) VALUE SPACES.
017900 77  LN-CATL10N-STATUS             PIC X(02) VALUE SPACES.
018000 77  LN-TRANS-STATUS               PIC X(02) VALUE SPACES.
018100 77  LN-META-STATUS                PIC X(02) VALUE SPACES.
018200 77  LN-CATMAST-STATUS             PIC X(02) VALUE SPACES.
018300 77  LN-RPT-STATUS                 PIC X(02) VALUE SPACES.
018400 77  LN-UPLMAST-STATUS             PIC X(02) VALUE SPACES.
018500 77  LN-JOURNAL-STATUS             PIC X(02) VALUE SPACES.

018600*-----------------------------------------------------------------
018700* COUNTERS
018800*-----------------------------------------------------------------
018900 77  LN-TXT-COUNT                  PIC 9(07) COMP VALUE ZERO.
019000 77  LN-BEFORE-COUNT               PIC 9(07) COMP VALUE ZERO.
019100 77  LN-AFTER-COUNT                PIC 9(07) COMP VALUE ZERO.
019200 77  LN-TRANS-COUNT                PIC 9(07) COMP VALUE ZERO.
019300 77  LN-ADD-COUNT                  PIC 9(07) COMP VALUE ZERO.
019400 77  LN-CHANGE-COUNT               PIC 9(07) COMP VALUE ZERO.
019500 77  LN-DELETE-COUNT               PIC 9(07) COMP VALUE ZERO.
019600 77  LN-REJECT-COUNT               PIC 9(07) COMP VALUE ZERO.
019700 77  LN-FOUND-IDX                  PIC 9(07) COMP VALUE ZERO.
019800 77  LN-PIPE-COUNT                 PIC 9(03) COMP VALUE ZERO.
019900 77  LN-MASTER-COUNT               PIC 9(03) COMP VALUE ZERO.
020000 77  LN-META-COUNT                 PIC 9(07) COMP VALUE ZERO.
020100 77  LN-UPL-COUNT                  PIC 9(03) COMP VALUE ZERO.
020200 77  LN-UPL-FOUND-IDX              PIC 9(03) COMP VALUE ZERO.
020300 77  LN-LANG-CHAR-IDX              PIC 9(02) COMP VALUE ZERO.

020400*-----------------------------------------------------------------
020500* TRANSLATION TABLE - BOTH FILES, ONE ENTRY PER RECORD, MARKED
020600* M (MAP-METADATA-L10N.DAT) OR C (CATEGORY-MASTER-L10N.DAT) SO
020700* THE REWRITE CAN SEND EACH BACK TO ITS OWN FILE. DELETED
020800* ENTRIES ARE FLAGGED, NOT SHIFTED, AS IN TAG-MAINT
020900*-----------------------------------------------------------------
021000 01  LN-TXT-TABLE.
021100     05  LN-TXT-ENTRY              OCCURS 6000 TIMES
021200                                   INDEXED BY LN-TXT-IDX.
021300         10  LN-TXT-DELETED-SW     PIC X(01).
021400             88  LN-Entry-Deleted            VALUE 'Y'.
021500         10  LN-TXT-KIND           PIC X(01).
021600         10  LN-TXT-NAME           PIC X(256).
021700         10  LN-TXT-LANG           PIC X(08).
021800         10  LN-TXT-DESC           PIC X(200).

021900*-----------------------------------------------------------------
022000* TRANSLATION RECORD SPLIT WORK AREAS - THE SAME SHAPE SERVES
022100* BOTH FILES
022200*-----------------------------------------------------------------
022300 01  LN-TXT-SPLIT-FIELDS.
022400     05  LN-TXT-SPLIT-NAME         PIC X(256).
022500     05  LN-TXT-SPLIT-LANG         PIC X(20).
022600     05  LN-TXT-SPLIT-DESC         PIC X(200).
022700 01  LN-TXT-WORK-RECORD            PIC X(600).

022800*-----------------------------------------------------------------
022900* CATEGORY TABLE, LOADED FROM CATEGORY-MASTER.DAT
023000* (SEQ|NAME|DESC) - ONLY A CATEGORY ON THE MASTER HAS TEXT TO
023100* TRANSLATE
023200*-----------------------------------------------------------------
023300 01  LN-MST-SPLIT-FIELDS.
023400     05  LN-MST-SPLIT-SEQ          PIC X(03).
023500     05  LN-MST-SPLIT-NAME         PIC X(30).
023600     05  LN-MST-SPLIT-DESC         PIC X(132).
023700 01  LN-CAT-MASTER-TABLE.
023800     05  LN-MST-ENTRY              OCCURS 100 TIMES
023900                                   INDEXED BY LN-MST-IDX.
024000         10  LN-MST-NAME           PIC X(30).
024100         10  LN-MST-UPPER          PIC X(30).

024200*-----------------------------------------------------------------
024300* MAP TABLE - NAME AND UPLOADER OF EVERY MAP-METADATA.DAT
024400* RECORD, FOR THE MAP CHECK AND THE AUTHORITY CHECK; THE
024500* METADATA FILE IS NEVER WRITTEN HERE
024600*-----------------------------------------------------------------
024700 01  LN-META-SPLIT-FIELDS.
024800     05  LN-META-SPLIT-NAME        PIC X(256).
024900     05  LN-META-SPLIT-DESC        PIC X(200).
025000     05  LN-META-SPLIT-UPLOADER    PIC X(60).
025100 01  LN-OWNER-TABLE.
025200     05  LN-OWN-ENTRY              OCCURS 2000 TIMES
025300                                   INDEXED BY LN-OWN-IDX.
025400         10  LN-OWN-NAME           PIC X(256).
025500         10  LN-OWN-UPLOADER       PIC X(60).

025600*-----------------------------------------------------------------
025700* UPLOADER REGISTRY TABLE, LOADED FROM THE OPTIONAL
025800* UPLOADER-MASTER.DAT (ID|DISPLAY-NAME|CONTACT|STATUS|ROLE) TO
025900* VET THE REQUESTER. IDS MATCH CASE-BLIND, AS IN META-MAINT
026000*-----------------------------------------------------------------
026100 01  LN-UPL-SPLIT-FIELDS.
026200     05  LN-UPL-SPLIT-ID           PIC X(60).
026300     05  LN-UPL-SPLIT-DISPLAY      PIC X(60).
026400     05  LN-UPL-SPLIT-CONTACT      PIC X(80).
026500     05  LN-UPL-SPLIT-STATUS       PIC X(10).
026600     05  LN-UPL-SPLIT-ROLE         PIC X(10).
026700 01  LN-UPLOADER-TABLE.
026800     05  LN-UPL-ENTRY              OCCURS 500 TIMES
026900                                   INDEXED BY LN-UPL-IDX.
027000         10  LN-UPL-ID             PIC X(60).
027100         10  LN-UPL-STATUS         PIC X(10).
027200         10  LN-UPL-ROLE           PIC X(10).
027300 01  LN-REQUESTER-UPPER            PIC X(60).
027400 01  LN-OWNER-UPPER                PIC X(60).

027500*-----------------------------------------------------------------
027600* TRANSACTION SPLIT WORK AREAS. THE FOURTH FIELD IS THE TEXT OF
027700* AN ADD OR CHANGE AND THE REQUESTER OF A DELETE; ITS RECEIVER
027800* AND THE LANGUAGE'S ARE WIDER THAN THE STORED FIELDS SO AN
027900* OVERLONG VALUE IS CAUGHT INSTEAD OF SILENTLY TRUNCATED
028000*-----------------------------------------------------------------
028100 01  LN-TRANS-SPLIT-FIELDS.
028200     05  LN-TRANS-ACTION           PIC X(10).
028300     05  LN-TRANS-NAME             PIC X(256).
028400     05  LN-TRANS-LANG             PIC X(20).
028500     05  LN-TRANS-FIELD4           PIC X(250).
028600     05  LN-TRANS-FIELD5           PIC X(60).
028700 01  LN-TRIMMED-ACTION             PIC X(10).
028800 01  LN-TRANS-VERB                 PIC X(06).
028900 01  LN-TRIMMED-NAME               PIC X(256).
029000 01  LN-TRIMMED-LANG               PIC X(20).
029100 01  LN-TRIMMED-DESC               PIC X(250).
029200 01  LN-TRANS-REQUESTER            PIC X(60).
029300 01  LN-EFFECTIVE-NAME             PIC X(256).
029400 01  LN-EFFECTIVE-UPPER            PIC X(30).
029500 01  LN-EFFECTIVE-LANG             PIC X(08).
029600 01  LN-PRIOR-DESC                 PIC X(200).
029700 01  LN-LANG-CHAR                  PIC X(01).
029800     88  LN-Lang-Char-Ok           VALUE 'A' THRU 'Z'
029900                                         '0' THRU '9' '-'.

030000*-----------------------------------------------------------------
030100* REPORT LINE WORK AREAS
030200*-----------------------------------------------------------------
030300 01  LN-REJECT-LINE.
030400     05  LN-REJ-TAG                PIC X(09).
030500     05  FILLER                    PIC X(01) VALUE SPACE.
030600     05  LN-REJ-LINE-NO            PIC Z(06)9.
030700     05  FILLER                    PIC X(02) VALUE SPACE.
030800     05  LN-REJ-REASON             PIC X(20).
030900     05  FILLER                    PIC X(01) VALUE SPACE.
031000     05  LN-REJ-TEXT               PIC X(90).
031100 01  LN-SUMMARY-LINE               PIC X(132).
031200 01  LN-COUNT-DISPLAY              PIC Z(06)9.
031300 01  LN-COUNT-DISPLAY2             PIC Z(06)9.
031400 01  LN-COUNT-DISPLAY3             PIC Z(06)9.

031500*-----------------------------------------------------------------
031600* CHANGE JOURNAL WORK AREAS - THE STAMP IS TAKEN AS EACH CHANGE
031700* IS APPLIED
031800*-----------------------------------------------------------------
031900 77  LN-JRN-DATE-RAW               PIC 9(08) VALUE ZERO.
032000 77  LN-JRN-TIME-RAW               PIC 9(08) VALUE ZERO.

032100 PROCEDURE DIVISION.
032200*****************************************************************
032300* 0000-MAINLINE                                                 *
032400*****************************************************************
032500 0000-MAINLINE.
032600     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
032700     IF LN-Init-Ok
032800         PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
032900         PERFORM 3000-REWRITE-TEXT       THRU 3000-EXIT
033000     END-IF
033100     PERFORM 9000-TERMINATE         THRU 9000-EXIT
033200     GOBACK.

033300*****************************************************************
033400* 1000-INITIALIZE - OPEN THE REPORT FIRST SO A RUN THAT CANNOT  *
033500*                 OPEN ITS INPUTS STILL LEAVES A FRESH REPORT   *
033600*                 BEHIND (SAME PATTERN AS TAG-MAINT). A MISSING *
033700*                 L10N-TRANS.DAT FAILS THE RUN; A MISSING       *
033800*                 TRANSLATION FILE IS TREATED AS EMPTY SO A     *
033900*                 FIRST-EVER ADD BATCH CAN CREATE IT. THE       *
034000*                 METADATA FILE, THE CATEGORY MASTER AND THE    *
034100*                 UPLOADER REGISTRY ARE ALL OPTIONAL            *
034200*****************************************************************
034300 1000-INITIALIZE.
034400     OPEN OUTPUT ReportFile
034500     IF LN-RPT-STATUS NOT = '00'
034600         SET LN-Init-Failed TO TRUE
034700         DISPLAY 'L10NMAINT: CANNOT OPEN L10N-MAINT.RPT, STATUS='
034800             LN-RPT-STATUS
034900         GO TO 1000-EXIT
035000     END-IF
035100     OPEN INPUT TransFile
035200     IF LN-TRANS-STATUS NOT = '00'
035300         SET LN-Init-Failed TO TRUE
035400         MOVE SPACES TO LN-SUMMARY-LINE
035500         STRING 'FAILED    L10N-TRANS.DAT COULD NOT BE '
035600             'OPENED (STATUS=' LN-TRANS-STATUS ')'
035700             DELIMITED BY SIZE INTO LN-SUMMARY-LINE
035800         WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
035900         GO TO 1000-EXIT
036000     END-IF
036100     PERFORM 1100-LOAD-MAP-TEXT THRU 1100-EXIT
036200     IF LN-Init-Ok
036300         PERFORM 1150-LOAD-CAT-TEXT THRU 1150-EXIT
036400     END-IF
036500     IF LN-Init-Ok
036600         PERFORM 1300-LOAD-OWNERS THRU 1300-EXIT
036700     END-IF
036800     IF LN-Init-Ok
036900         PERFORM 1200-LOAD-CAT-MASTER THRU 1200-EXIT
037000         PERFORM 1400-LOAD-UPLOADER-MASTER THRU 1400-EXIT
037100     END-IF
037200     IF LN-Init-Failed
037300         CLOSE TransFile
037400     END-IF
037500     MOVE LN-TXT-COUNT TO LN-BEFORE-COUNT.
037600 1000-EXIT.
037700     EXIT.

037800*****************************************************************
037900* 1100-LOAD-MAP-TEXT - LOAD MAP-METADATA-L10N.DAT INTO THE      *
038000*                 TABLE. ONLY A FILE THAT DOES NOT EXIST        *
038100*                 (STATUS 35) IS TREATED AS EMPTY; ANY OTHER    *
038200*                 OPEN FAILURE, OR A FILE THAT OVERFILLS THE    *
038300*                 TABLE, FAILS THE RUN - A REWRITE WOULD        *
038400*                 SILENTLY DROP RECORDS (SAME RULE AS           *
038450*                 TAG-MAINT)                                    *
038500*****************************************************************
038600 1100-LOAD-MAP-TEXT.
038700     SET LN-Loading-Maps TO TRUE
038800     OPEN INPUT L10nMapFile
038900     IF LN-L10N-STATUS = '00'
039000         SET Not-End-Of-L10n TO TRUE
039100         PERFORM 1110-READ-MAP-TEXT THRU 1110-EXIT
039200         PERFORM UNTIL End-Of-L10n
039300             MOVE LN-L10N-RECORD TO LN-TXT-WORK-RECORD
039400             PERFORM 1170-STORE-TEXT THRU 1170-EXIT
039500             PERFORM 1110-READ-MAP-TEXT THRU 1110-EXIT
039600         END-PERFORM
039700         CLOSE L10nMapFile
039800         IF LN-Load-Overflowed
039900             SET LN-Init-Failed TO TRUE
040000             MOVE SPACES TO LN-SUMMARY-LINE
040100             STRING 'FAILED    TRANSLATION FILES EXCEED 6000 '
040200                 'RECORDS - NOTHING APPLIED'
040300                 DELIMITED BY SIZE INTO LN-SUMMARY-LINE
040400             WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
040500         END-IF
040600     ELSE
040700         IF LN-L10N-STATUS = '35'
040800             MOVE SPACES TO LN-SUMMARY-LINE
040900             STRING 'NOTE      MAP-METADATA-L10N.DAT NOT FOUND - '
041000                 'TREATED AS EMPTY'
041100                 DELIMITED BY SIZE INTO LN-SUMMARY-LINE
041200             WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
041300         ELSE
041400             SET LN-Init-Failed TO TRUE
041500             MOVE SPACES TO LN-SUMMARY-LINE
041600             STRING 'FAILED    MAP-METADATA-L10N.DAT COULD NOT '
041700                 'BE OPENED (STATUS=' LN-L10N-STATUS ')'
041800                 DELIMITED BY SIZE INTO LN-SUMMARY-LINE
041900             WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
042000         END-IF
042100     END-IF.
042200 1100-EXIT.
042300     EXIT.

042400*****************************************************************
042500* 1110-READ-MAP-TEXT - READ ONE LINE OF MAP-METADATA-L10N.DAT   *
042600*****************************************************************
042700 1110-READ-MAP-TEXT.
042800     READ L10nMapFile
042900         AT END
043000             SET End-Of-L10n TO TRUE
043100     END-READ.
043200 1110-EXIT.
043300     EXIT.

043400*****************************************************************
043500* 1150-LOAD-CAT-TEXT - LOAD CATEGORY-MASTER-L10N.DAT INTO THE   *
043600*                 SAME TABLE, UNDER THE SAME RULES              *
043700*****************************************************************
043800 1150-LOAD-CAT-TEXT.
043900     SET LN-Loading-Categories TO TRUE
044000     OPEN INPUT L10nCatFile
044100     IF LN-CATL10N-STATUS = '00'
044200         SET Not-End-Of-L10n TO TRUE
044300         PERFORM 1160-READ-CAT-TEXT THRU 1160-EXIT
044400         PERFORM UNTIL End-Of-L10n
044500             MOVE LN-CATL10N-RECORD TO LN-TXT-WORK-RECORD
044600             PERFORM 1170-STORE-TEXT THRU 1170-EXIT
044700             PERFORM 1160-READ-CAT-TEXT THRU 1160-EXIT
044800         END-PERFORM
044900         CLOSE L10nCatFile
045000         IF LN-Load-Overflowed
045100             SET LN-Init-Failed TO TRUE
045200             MOVE SPACES TO LN-SUMMARY-LINE
045300             STRING 'FAILED    TRANSLATION FILES EXCEED 6000 '
045400                 'RECORDS - NOTHING APPLIED'
045500                 DELIMITED BY SIZE INTO LN-SUMMARY-LINE
045600             WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
045700         END-IF
045800     ELSE
045900         IF LN-CATL10N-STATUS = '35'
046000             MOVE SPACES TO LN-SUMMARY-LINE
046100             STRING 'NOTE      CATEGORY-MASTER-L10N.DAT NOT '
046200                 'FOUND - TREATED AS EMPTY'
046300                 DELIMITED BY SIZE INTO LN-SUMMARY-LINE
046400             WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
046500         ELSE
046600             SET LN-Init-Failed TO TRUE
046700             MOVE SPACES TO LN-SUMMARY-LINE
046800             STRING 'FAILED    CATEGORY-MASTER-L10N.DAT COULD '
046900                 'NOT BE OPENED (STATUS=' LN-CATL10N-STATUS ')'
047000                 DELIMITED BY SIZE INTO LN-SUMMARY-LINE
047100             WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
047200         END-IF
047300     END-IF.
047400 1150-EXIT.
047500     EXIT.

047600*****************************************************************
047700* 1160-READ-CAT-TEXT - READ ONE LINE OF CATEGORY-MASTER-L10N.DAT*
047800*****************************************************************
047900 1160-READ-CAT-TEXT.
048000     READ L10nCatFile
048100         AT END
048200             SET End-Of-L10n TO TRUE
048300     END-READ.
048400 1160-EXIT.
048500     EXIT.

048600*****************************************************************
048700* 1170-STORE-TEXT - PARSE ONE NAME|LANG|DESCRIPTION RECORD OF   *
048800*                 THE FILE BEING LOADED INTO THE TABLE. BLANK   *
048900*                 LINES ARE SKIPPED                             *
049000*****************************************************************
049100 1170-STORE-TEXT.
049200     MOVE SPACES TO LN-TXT-SPLIT-FIELDS
049300     UNSTRING LN-TXT-WORK-RECORD DELIMITED BY '|'
049400         INTO LN-TXT-SPLIT-NAME LN-TXT-SPLIT-LANG
049500              LN-TXT-SPLIT-DESC
049600     IF FUNCTION TRIM(LN-TXT-SPLIT-NAME) = SPACES
049700         GO TO 1170-EXIT
049800     END-IF
049900     IF LN-TXT-COUNT NOT < 6000
050000         SET LN-Load-Overflowed TO TRUE
050100         GO TO 1170-EXIT
050200     END-IF
050300     ADD 1 TO LN-TXT-COUNT
050400     MOVE 'N' TO LN-TXT-DELETED-SW(LN-TXT-COUNT)
050500     MOVE LN-LOAD-KIND-SW TO LN-TXT-KIND(LN-TXT-COUNT)
050600     MOVE FUNCTION TRIM(LN-TXT-SPLIT-NAME)
050700         TO LN-TXT-NAME(LN-TXT-COUNT)
050800     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LN-TXT-SPLIT-LANG))
050900         TO LN-TXT-LANG(LN-TXT-COUNT)
051000     MOVE FUNCTION TRIM(LN-TXT-SPLIT-DESC)
051100         TO LN-TXT-DESC(LN-TXT-COUNT).
051200 1170-EXIT.
051300     EXIT.

051400*****************************************************************
051500* 1200-LOAD-CAT-MASTER - IF CATEGORY-MASTER.DAT EXISTS, LOAD    *
051600*                 ITS CATEGORY NAMES. WITH NO MASTER THERE ARE  *
051700*                 NO CATEGORY DESCRIPTIONS TO TRANSLATE         *
051800*****************************************************************
051900 1200-LOAD-CAT-MASTER.
052000     OPEN INPUT CatMasterFile
052100     IF LN-CATMAST-STATUS = '00'
052200         PERFORM 1210-READ-CAT-MASTER THRU 1210-EXIT
052300         PERFORM UNTIL End-Of-Cat-Master
052400             PERFORM 1220-STORE-CAT-MASTER THRU 1220-EXIT
052500             PERFORM 1210-READ-CAT-MASTER THRU 1210-EXIT
052600         END-PERFORM
052700         CLOSE CatMasterFile
052800     END-IF.
052900 1200-EXIT.
053000     EXIT.

053100*****************************************************************
053200* 1210-READ-CAT-MASTER - READ ONE LINE OF CATEGORY-MASTER.DAT   *
053300*****************************************************************
053400 1210-READ-CAT-MASTER.
053500     READ CatMasterFile
053600         AT END
053700             SET End-Of-Cat-Master TO TRUE
053800     END-READ.
053900 1210-EXIT.
054000     EXIT.

054100*****************************************************************
054200* 1220-STORE-CAT-MASTER - PARSE ONE MASTER RECORD AND STORE ITS *
054300*                 NAME AND THE UPPER-CASED FORM THE LOOKUP      *
054400*                 USES. BLANK NAMES ARE SKIPPED                 *
054500*****************************************************************
054600 1220-STORE-CAT-MASTER.
054700     MOVE SPACES TO LN-MST-SPLIT-FIELDS
054800     UNSTRING LN-CATMAST-RECORD DELIMITED BY '|'
054900         INTO LN-MST-SPLIT-SEQ LN-MST-SPLIT-NAME
055000              LN-MST-SPLIT-DESC
055100     IF FUNCTION TRIM(LN-MST-SPLIT-NAME) NOT = SPACES
055200         AND LN-MASTER-COUNT < 100
055300         ADD 1 TO LN-MASTER-COUNT
055400         MOVE FUNCTION TRIM(LN-MST-SPLIT-NAME)
055500             TO LN-MST-NAME(LN-MASTER-COUNT)
055600         MOVE FUNCTION UPPER-CASE(LN-MST-NAME(LN-MASTER-COUNT))
055700             TO LN-MST-UPPER(LN-MASTER-COUNT)
055800     END-IF.
055900 1220-EXIT.
056000     EXIT.

056100*****************************************************************
056200* 1300-LOAD-OWNERS - LOAD THE NAME AND UPLOADER OF EVERY        *
056300*                 MAP-METADATA.DAT RECORD. A MISSING FILE       *
056400*                 LEAVES NO MAP TO TRANSLATE; ANY OTHER OPEN    *
056500*                 FAILURE, OR MORE RECORDS THAN THE TABLE       *
056600*                 HOLDS, FAILS THE RUN (SAME RULE AS TAG-MAINT) *
056700*****************************************************************
056800 1300-LOAD-OWNERS.
056900     OPEN INPUT MetadataFile
057000     IF LN-META-STATUS = '00'
057100         PERFORM 1310-READ-METADATA THRU 1310-EXIT
057200         PERFORM UNTIL End-Of-Metadata
057300             PERFORM 1320-STORE-OWNER THRU 1320-EXIT
057400             PERFORM 1310-READ-METADATA THRU 1310-EXIT
057500         END-PERFORM
057600         CLOSE MetadataFile
057700         IF LN-Meta-Overflowed
057800             SET LN-Init-Failed TO TRUE
057900             MOVE SPACES TO LN-SUMMARY-LINE
058000             STRING 'FAILED    MAP-METADATA.DAT EXCEEDS 2000 '
058100                 'RECORDS - NOTHING APPLIED'
058200                 DELIMITED BY SIZE INTO LN-SUMMARY-LINE
058300             WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
058400         END-IF
058500     ELSE
058600         IF LN-META-STATUS NOT = '35'
058700             SET LN-Init-Failed TO TRUE
058800             MOVE SPACES TO LN-SUMMARY-LINE
058900             STRING 'FAILED    MAP-METADATA.DAT COULD NOT BE '
059000                 'OPENED (STATUS=' LN-META-STATUS ')'
059100                 DELIMITED BY SIZE INTO LN-SUMMARY-LINE
059200             WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
059300         END-IF
059400     END-IF.
059500 1300-EXIT.
059600     EXIT.

059700*****************************************************************
059800* 1310-READ-METADATA - READ ONE LINE OF MAP-METADATA.DAT        *
059900*****************************************************************
060000 1310-READ-METADATA.
060100     READ MetadataFile
060200         AT END
060300             SET End-Of-Metadata TO TRUE
060400     END-READ.
060500 1310-EXIT.
060600     EXIT.

060700*****************************************************************
060800* 1320-STORE-OWNER - KEEP THE NAME AND UPLOADER OF ONE METADATA *
060900*                 RECORD. BLANK LINES ARE SKIPPED               *
061000*****************************************************************
061100 1320-STORE-OWNER.
061200     MOVE SPACES TO LN-META-SPLIT-FIELDS
061300     UNSTRING LN-METADATA-RECORD DELIMITED BY '|'
061400         INTO LN-META-SPLIT-NAME LN-META-SPLIT-DESC
061500              LN-META-SPLIT-UPLOADER
061600     IF FUNCTION TRIM(LN-META-SPLIT-NAME) = SPACES
061700         GO TO 1320-EXIT
061800     END-IF
061900     IF LN-META-COUNT NOT < 2000
062000         SET LN-Meta-Overflowed TO TRUE
062100         GO TO 1320-EXIT
062200     END-IF
062300     ADD 1 TO LN-META-COUNT
062400     MOVE FUNCTION TRIM(LN-META-SPLIT-NAME)
062500         TO LN-OWN-NAME(LN-META-COUNT)
062600     MOVE FUNCTION TRIM(LN-META-SPLIT-UPLOADER)
062700         TO LN-OWN-UPLOADER(LN-META-COUNT).
062800 1320-EXIT.
062900     EXIT.

063000*****************************************************************
063100* 1400-LOAD-UPLOADER-MASTER - IF UPLOADER-MASTER.DAT EXISTS,    *
063200*                 LOAD ITS IDS, STATUSES AND ROLES INTO THE     *
063300*                 REGISTRY TABLE. THE FILE IS OPTIONAL          *
063400*****************************************************************
063500 1400-LOAD-UPLOADER-MASTER.
063600     OPEN INPUT UploaderMasterFile
063700     IF LN-UPLMAST-STATUS = '00'
063800         SET LN-Upl-Master-Loaded TO TRUE
063900         PERFORM 1410-READ-UPL-MASTER THRU 1410-EXIT
064000         PERFORM UNTIL End-Of-Upl-Master
064100             PERFORM 1420-STORE-UPL-MASTER THRU 1420-EXIT
064200             PERFORM 1410-READ-UPL-MASTER THRU 1410-EXIT
064300         END-PERFORM
064400         CLOSE UploaderMasterFile
064500     END-IF.
064600 1400-EXIT.
064700     EXIT.

064800*****************************************************************
064900* 1410-READ-UPL-MASTER - READ ONE LINE OF UPLOADER-MASTER.DAT   *
065000*****************************************************************
065100 1410-READ-UPL-MASTER.
065200     READ UploaderMasterFile
065300         AT END
065400             SET End-Of-Upl-Master TO TRUE
065500     END-READ.
065600 1410-EXIT.
065700     EXIT.

065800*****************************************************************
065900* 1420-STORE-UPL-MASTER - PARSE ONE REGISTRY RECORD AND STORE   *
066000*                 ITS UPPER-CASED ID, STATUS AND ROLE. BLANK    *
066100*                 IDS ARE SKIPPED                               *
066200*****************************************************************
066300 1420-STORE-UPL-MASTER.
066400     MOVE SPACES TO LN-UPL-SPLIT-FIELDS
066500     UNSTRING LN-UPLMAST-RECORD DELIMITED BY '|'
066600         INTO LN-UPL-SPLIT-ID LN-UPL-SPLIT-DISPLAY
066700              LN-UPL-SPLIT-CONTACT LN-UPL-SPLIT-STATUS
066800              LN-UPL-SPLIT-ROLE
066900     IF FUNCTION TRIM(LN-UPL-SPLIT-ID) NOT = SPACES
067000         AND LN-UPL-COUNT < 500
067100         ADD 1 TO LN-UPL-COUNT
067200         MOVE FUNCTION UPPER-CASE
067300             (FUNCTION TRIM(LN-UPL-SPLIT-ID))
067400             TO LN-UPL-ID(LN-UPL-COUNT)
067500         MOVE FUNCTION UPPER-CASE
067600             (FUNCTION TRIM(LN-UPL-SPLIT-STATUS))
067700             TO LN-UPL-STATUS(LN-UPL-COUNT)
067800         MOVE FUNCTION UPPER-CASE
067900             (FUNCTION TRIM(LN-UPL-SPLIT-ROLE))
068000             TO LN-UPL-ROLE(LN-UPL-COUNT)
068100     END-IF.
068200 1420-EXIT.
068300     EXIT.

068400*****************************************************************
068500* 2000-APPLY-TRANSACTIONS - READ EVERY L10N-TRANS.DAT LINE,     *
068600*                 VALIDATE IT, AND APPLY THE ACCEPTED ONES TO   *
068700*                 THE TABLE. REJECTS GO TO THE REPORT WITH A    *
068800*                 REASON                                        *
068900*****************************************************************
069000 2000-APPLY-TRANSACTIONS.
069100     PERFORM 2010-READ-TRANS THRU 2010-EXIT
069200     PERFORM UNTIL End-Of-Trans
069300         PERFORM 2100-VALIDATE-TRANS THRU 2100-EXIT
069400         IF LN-Trans-Accepted
069500             PERFORM 2200-APPLY-ONE-TRANS THRU 2200-EXIT
069600         ELSE
069700             PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
069800         END-IF
069900         PERFORM 2010-READ-TRANS THRU 2010-EXIT
070000     END-PERFORM
070100     CLOSE TransFile
070200     IF LN-Journal-Open
070300         CLOSE JournalFile
070400     END-IF.
070500 2000-EXIT.
070600     EXIT.

070700*****************************************************************
070800* 2010-READ-TRANS - READ ONE TRANSACTION LINE                   *
070900*****************************************************************
071000 2010-READ-TRANS.
071100     READ TransFile
071200         AT END
071300             SET End-Of-Trans TO TRUE
071400         NOT AT END
071500             ADD 1 TO LN-TRANS-COUNT
071600     END-READ.
071700 2010-EXIT.
071800     EXIT.

071900*****************************************************************
072000* 2100-VALIDATE-TRANS - SPLIT THE TRANSACTION AND CHECK IT: THE *
072100*                 ACTION MUST BE ONE OF THE SIX; NAME, LANGUAGE *
072200*                 AND (FOR ADD AND CHANGE) TEXT MUST BE PRESENT *
072300*                 WITH THE PIPE COUNT THE ACTION CALLS FOR; THE *
072400*                 LANGUAGE CODE MUST BE WELL FORMED AND THE     *
072500*                 TEXT MUST FIT; THE MAP OR CATEGORY MUST HAVE  *
072600*                 BASE TEXT ON FILE; ADD MUST NOT MATCH TEXT    *
072700*                 ALREADY HELD IN THAT LANGUAGE AND CHANGE AND  *
072800*                 DELETE MUST; THE REQUESTER MUST BE ENTITLED   *
072900*                 TO THE CHANGE, AND THE CHANGE JOURNAL MUST BE *
073000*                 OPEN TO RECORD IT                             *
073100*****************************************************************
073200 2100-VALIDATE-TRANS.
073300     SET LN-Trans-Accepted TO TRUE
073400     MOVE SPACES TO LN-TRANS-SPLIT-FIELDS
073500     MOVE ZERO TO LN-PIPE-COUNT
073600     INSPECT LN-TRANS-RECORD TALLYING LN-PIPE-COUNT FOR ALL '|'
073700     UNSTRING LN-TRANS-RECORD DELIMITED BY '|'
073800         INTO LN-TRANS-ACTION LN-TRANS-NAME LN-TRANS-LANG
073900              LN-TRANS-FIELD4 LN-TRANS-FIELD5
074000     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LN-TRANS-ACTION))
074100         TO LN-TRIMMED-ACTION
074200     MOVE FUNCTION TRIM(LN-TRANS-NAME) TO LN-TRIMMED-NAME
074300     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LN-TRANS-LANG))
074400         TO LN-TRIMMED-LANG

074500     IF LN-TRANS-RECORD = SPACES
074600         SET LN-Trans-Rejected TO TRUE
074700         MOVE 'BLANK LINE' TO LN-REJ-REASON
074800         GO TO 2100-EXIT
074900     END-IF

075000     SET LN-Trans-Map TO TRUE
075100     EVALUATE LN-TRIMMED-ACTION
075200         WHEN 'ADD'
075300         WHEN 'CHANGE'
075400         WHEN 'DELETE'
075500             MOVE LN-TRIMMED-ACTION TO LN-TRANS-VERB
075600         WHEN 'CATADD'
075700         WHEN 'CATCHANGE'
075800         WHEN 'CATDELETE'
075900             SET LN-Trans-Category TO TRUE
076000             MOVE LN-TRIMMED-ACTION(4:6) TO LN-TRANS-VERB
076100         WHEN OTHER
076200             SET LN-Trans-Rejected TO TRUE
076300             MOVE 'INVALID ACTION' TO LN-REJ-REASON
076400             GO TO 2100-EXIT
076500     END-EVALUATE

076600     IF LN-TRIMMED-NAME = SPACES
076700         SET LN-Trans-Rejected TO TRUE
076800         MOVE 'MISSING NAME' TO LN-REJ-REASON
076900         GO TO 2100-EXIT
077000     END-IF

077100     IF LN-TRANS-VERB = 'DELETE'
077200         IF LN-PIPE-COUNT = 2
077300             SET LN-Trans-Rejected TO TRUE
077400             MOVE 'MISSING REQUESTER' TO LN-REJ-REASON
077500             GO TO 2100-EXIT
077600         END-IF
077700         IF LN-PIPE-COUNT NOT = 3
077800             SET LN-Trans-Rejected TO TRUE
077900             MOVE 'BAD FIELD COUNT' TO LN-REJ-REASON
078000             GO TO 2100-EXIT
078100         END-IF
078200         MOVE SPACES TO LN-TRIMMED-DESC
078300         MOVE FUNCTION TRIM(LN-TRANS-FIELD4)
078400             TO LN-TRANS-REQUESTER
078500     ELSE
078600         IF LN-PIPE-COUNT = 3
078700             SET LN-Trans-Rejected TO TRUE
078800             MOVE 'MISSING REQUESTER' TO LN-REJ-REASON
078900             GO TO 2100-EXIT
079000         END-IF
079100         IF LN-PIPE-COUNT NOT = 4
079200             SET LN-Trans-Rejected TO TRUE
079300             MOVE 'BAD FIELD COUNT' TO LN-REJ-REASON
079400             GO TO 2100-EXIT
079500         END-IF
079600         MOVE FUNCTION TRIM(LN-TRANS-FIELD4) TO LN-TRIMMED-DESC
079700         MOVE FUNCTION TRIM(LN-TRANS-FIELD5)
079800             TO LN-TRANS-REQUESTER
079900     END-IF

080000     IF LN-TRIMMED-LANG = SPACES
080100         SET LN-Trans-Rejected TO TRUE
080200         MOVE 'MISSING LANGUAGE' TO LN-REJ-REASON
080300         GO TO 2100-EXIT
080400     END-IF

080500     IF LN-TRANS-VERB NOT = 'DELETE'
080600         AND LN-TRIMMED-DESC = SPACES
080700         SET LN-Trans-Rejected TO TRUE
080800         MOVE 'MISSING TEXT' TO LN-REJ-REASON
080900         GO TO 2100-EXIT
081000     END-IF

081100     IF LN-TRANS-REQUESTER = SPACES
081200         SET LN-Trans-Rejected TO TRUE
081300         MOVE 'MISSING REQUESTER' TO LN-REJ-REASON
081400         GO TO 2100-EXIT
081500     END-IF

081600     PERFORM 2130-CHECK-LANGUAGE-CODE THRU 2130-EXIT
081700     IF LN-Lang-Code-Bad
081800         SET LN-Trans-Rejected TO TRUE
081900         MOVE 'BAD LANGUAGE' TO LN-REJ-REASON
082000         GO TO 2100-EXIT
082100     END-IF
082200     MOVE LN-TRIMMED-LANG(1:8) TO LN-EFFECTIVE-LANG

082300     IF LN-TRIMMED-DESC(201:50) NOT = SPACES
082400         OR (LN-Trans-Category
082500             AND LN-TRIMMED-DESC(133:118) NOT = SPACES)
082600         SET LN-Trans-Rejected TO TRUE
082700         MOVE 'TEXT TOO LONG' TO LN-REJ-REASON
082800         GO TO 2100-EXIT
082900     END-IF

083000     IF LN-Trans-Map
083100         PERFORM 2110-FIND-MAP THRU 2110-EXIT
083200         IF LN-Subject-Unknown
083300             SET LN-Trans-Rejected TO TRUE
083400             MOVE 'UNKNOWN MAP' TO LN-REJ-REASON
083500             GO TO 2100-EXIT
083600         END-IF
083700     ELSE
083800         PERFORM 2115-FIND-CATEGORY THRU 2115-EXIT
083900         IF LN-Subject-Unknown
084000             SET LN-Trans-Rejected TO TRUE
084100             MOVE 'UNKNOWN CATEGORY' TO LN-REJ-REASON
084200             GO TO 2100-EXIT
084300         END-IF
084400     END-IF

084500     PERFORM 2140-CHECK-REQUESTER THRU 2140-EXIT
084600     IF LN-Trans-Rejected
084700         GO TO 2100-EXIT
084800     END-IF

084900     PERFORM 2120-FIND-TEXT THRU 2120-EXIT
085000     IF LN-TRANS-VERB = 'ADD'
085100         IF LN-Text-Found
085200             SET LN-Trans-Rejected TO TRUE
085300             MOVE 'ALREADY ON FILE' TO LN-REJ-REASON
085400             GO TO 2100-EXIT
085500         END-IF
085600     ELSE
085700         IF LN-Text-Not-Found
085800             SET LN-Trans-Rejected TO TRUE
085900             MOVE 'NOT ON FILE' TO LN-REJ-REASON
086000             GO TO 2100-EXIT
086100         END-IF
086200     END-IF

086300     PERFORM 2145-CHECK-AUTHORITY THRU 2145-EXIT
086400     IF LN-Trans-Rejected
086500         GO TO 2100-EXIT
086600     END-IF

086700     IF LN-TRANS-VERB = 'ADD'
086800         AND LN-TXT-COUNT NOT < 6000
086900         SET LN-Trans-Rejected TO TRUE
087000         MOVE 'TABLE FULL' TO LN-REJ-REASON
087100         GO TO 2100-EXIT
087200     END-IF

087300     PERFORM 2150-OPEN-JOURNAL THRU 2150-EXIT.
087400 2100-EXIT.
087500     EXIT.

087600*****************************************************************
087700* 2110-FIND-MAP - THE MAP MUST BE ON MAP-METADATA.DAT; ITS      *
087800*                 UPLOADER IS KEPT FOR THE AUTHORITY CHECK      *
087900*****************************************************************
088000 2110-FIND-MAP.
088100     SET LN-Subject-Unknown TO TRUE
088200     MOVE SPACES TO LN-OWNER-UPPER
088300     PERFORM VARYING LN-OWN-IDX FROM 1 BY 1
088400             UNTIL LN-OWN-IDX > LN-META-COUNT
088500                OR LN-Subject-Known
088600         IF LN-OWN-NAME(LN-OWN-IDX) = LN-TRIMMED-NAME
088700             SET LN-Subject-Known TO TRUE
088800             MOVE FUNCTION UPPER-CASE
088900                 (FUNCTION TRIM(LN-OWN-UPLOADER(LN-OWN-IDX)))
089000                 TO LN-OWNER-UPPER
089100         END-IF
089200     END-PERFORM
089300     MOVE LN-TRIMMED-NAME TO LN-EFFECTIVE-NAME.
089400 2110-EXIT.
089500     EXIT.

089600*****************************************************************
089700* 2115-FIND-CATEGORY - THE CATEGORY MUST BE ON THE MASTER       *
089800*                 (CASE-BLIND), AND IS CARRIED FORWARD IN THE   *
089900*                 MASTER'S OWN SPELLING SO TWO CASINGS CANNOT   *
090000*                 BECOME TWO CATEGORIES                         *
090100*****************************************************************
090200 2115-FIND-CATEGORY.
090300     SET LN-Subject-Unknown TO TRUE
090400     MOVE SPACES TO LN-EFFECTIVE-NAME
090500     IF LN-TRIMMED-NAME(31:226) NOT = SPACES
090600         GO TO 2115-EXIT
090700     END-IF
090800     MOVE FUNCTION UPPER-CASE(LN-TRIMMED-NAME(1:30))
090900         TO LN-EFFECTIVE-UPPER
091000     PERFORM VARYING LN-MST-IDX FROM 1 BY 1
091100             UNTIL LN-MST-IDX > LN-MASTER-COUNT
091200                OR LN-Subject-Known
091300         IF LN-MST-UPPER(LN-MST-IDX) = LN-EFFECTIVE-UPPER
091400             SET LN-Subject-Known TO TRUE
091500             MOVE LN-MST-NAME(LN-MST-IDX) TO LN-EFFECTIVE-NAME
091600         END-IF
091700     END-PERFORM.
091800 2115-EXIT.
091900     EXIT.

092000*****************************************************************
092100* 2120-FIND-TEXT - SEARCH THE TABLE FOR TEXT OF THE SAME KIND,  *
092200*                 NAME AND LANGUAGE, SKIPPING ENTRIES ALREADY   *
092300*                 DELETED THIS RUN                              *
092400*****************************************************************
092500 2120-FIND-TEXT.
092600     SET LN-Text-Not-Found TO TRUE
092700     MOVE ZERO TO LN-FOUND-IDX
092800     PERFORM VARYING LN-TXT-IDX FROM 1 BY 1
092900             UNTIL LN-TXT-IDX > LN-TXT-COUNT
093000                OR LN-Text-Found
093100         IF NOT LN-Entry-Deleted(LN-TXT-IDX)
093200             AND LN-TXT-KIND(LN-TXT-IDX) = LN-TRANS-KIND-SW
093300             AND LN-TXT-NAME(LN-TXT-IDX) = LN-EFFECTIVE-NAME
093400             AND LN-TXT-LANG(LN-TXT-IDX) = LN-EFFECTIVE-LANG
093500             SET LN-Text-Found TO TRUE
093600             SET LN-FOUND-IDX TO LN-TXT-IDX
093700         END-IF
093800     END-PERFORM.
093900 2120-EXIT.
094000     EXIT.

094100*****************************************************************
094200* 2130-CHECK-LANGUAGE-CODE - THE CODE BECOMES PART OF A FILE    *
094300*                 NAME IN THE GENERATORS, SO IT IS 1-8 OF A-Z,  *
094400*                 0-9 AND '-' WITH NO EMBEDDED SPACE            *
094500*****************************************************************
094600 2130-CHECK-LANGUAGE-CODE.
094700     SET LN-Lang-Code-Ok TO TRUE
094800     IF LN-TRIMMED-LANG(9:12) NOT = SPACES
094900         SET LN-Lang-Code-Bad TO TRUE
095000         GO TO 2130-EXIT
095100     END-IF
095200     PERFORM VARYING LN-LANG-CHAR-IDX FROM 1 BY 1
095300             UNTIL LN-LANG-CHAR-IDX > 8
095400         MOVE LN-TRIMMED-LANG(LN-LANG-CHAR-IDX:1)
095500             TO LN-LANG-CHAR
095600         IF LN-LANG-CHAR = SPACE
095700             IF LN-TRIMMED-LANG(LN-LANG-CHAR-IDX:) NOT = SPACES
095800                 SET LN-Lang-Code-Bad TO TRUE
095900             END-IF
096000         ELSE
096100             IF NOT LN-Lang-Char-Ok
096200                 SET LN-Lang-Code-Bad TO TRUE
096300             END-IF
096400         END-IF
096500     END-PERFORM.
096600 2130-EXIT.
096700     EXIT.

096800*****************************************************************
096900* 2140-CHECK-REQUESTER - WITH THE REGISTRY LOADED, THE          *
097000*                 REQUESTER MUST BE A REGISTERED, NON-RETIRED   *
097100*                 UPLOADER ID (CASE-BLIND). A ROLE OF ADMIN OR  *
097200*                 TRANSLATOR ENTITLES THEM TO CHANGE ANY TEXT.  *
097300*                 WITH NO REGISTRY ON FILE THE ID IS TAKEN AS   *
097400*                 GIVEN AND ONLY THE OWNERSHIP MATCH APPLIES    *
097500*****************************************************************
097600 2140-CHECK-REQUESTER.
097700     SET LN-Requester-Not-Translator TO TRUE
097800     MOVE FUNCTION UPPER-CASE
097900         (FUNCTION TRIM(LN-TRANS-REQUESTER))
098000         TO LN-REQUESTER-UPPER
098100     IF LN-Upl-Master-Absent
098200         GO TO 2140-EXIT
098300     END-IF
098400     SET LN-Requester-Not-Registered TO TRUE
098500     MOVE ZERO TO LN-UPL-FOUND-IDX
098600     PERFORM VARYING LN-UPL-IDX FROM 1 BY 1
098700             UNTIL LN-UPL-IDX > LN-UPL-COUNT
098800                OR LN-Requester-Registered
098900         IF LN-UPL-ID(LN-UPL-IDX) = LN-REQUESTER-UPPER
099000             SET LN-Requester-Registered TO TRUE
099100             SET LN-UPL-FOUND-IDX TO LN-UPL-IDX
099200         END-IF
099300     END-PERFORM
099400     IF LN-Requester-Not-Registered
099500         SET LN-Trans-Rejected TO TRUE
099600         MOVE 'UNKNOWN REQUESTER' TO LN-REJ-REASON
099700         GO TO 2140-EXIT
099800     END-IF
099900     IF LN-UPL-STATUS(LN-UPL-FOUND-IDX) = 'RETIRED'
100000         SET LN-Trans-Rejected TO TRUE
100100         MOVE 'REQUESTER RETIRED' TO LN-REJ-REASON
100200         GO TO 2140-EXIT
100300     END-IF
100400     IF LN-UPL-ROLE(LN-UPL-FOUND-IDX) = 'ADMIN'
100500         OR LN-UPL-ROLE(LN-UPL-FOUND-IDX) = 'TRANSLATOR'
100600         SET LN-Requester-Translator TO TRUE
100700     END-IF.
100800 2140-EXIT.
100900     EXIT.

101000*****************************************************************
101100* 2145-CHECK-AUTHORITY - AN ADMIN OR TRANSLATOR MAY CHANGE ANY  *
101200*                 TEXT. ANYONE ELSE MAY CHANGE A MAP'S TEXT     *
101300*                 ONLY AS THE UPLOADER ON ITS METADATA RECORD   *
101400*                 (A MAP WITH NO UPLOADER IS OPEN ONLY WHEN     *
101500*                 THERE IS NO REGISTRY EITHER, AS IN TAG-MAINT) *
101600*                 AND A CATEGORY'S ONLY WITH NO REGISTRY - A    *
101700*                 CATEGORY HAS NO OWNER                         *
101800*****************************************************************
101900 2145-CHECK-AUTHORITY.
102000     IF LN-Requester-Translator
102100         GO TO 2145-EXIT
102200     END-IF
102300     IF LN-Upl-Master-Absent
102400         AND (LN-Trans-Category OR LN-OWNER-UPPER = SPACES)
102500         GO TO 2145-EXIT
102600     END-IF
102700     IF LN-Trans-Category
102800         OR LN-OWNER-UPPER NOT = LN-REQUESTER-UPPER
102900         SET LN-Trans-Rejected TO TRUE
103000         MOVE 'NOT AUTHORIZED' TO LN-REJ-REASON
103100     END-IF.
103200 2145-EXIT.
103300     EXIT.

103400*****************************************************************
103500* 2150-OPEN-JOURNAL - OPEN CHANGE-JOURNAL.DAT ON THE FIRST      *
103600*                 ACCEPTED CHANGE (EXTEND, WITH THE USUAL       *
103700*                 CREATE FALLBACK) AND KEEP IT OPEN FOR THE     *
103800*                 RUN. A JOURNAL THAT CANNOT BE OPENED REJECTS  *
103900*                 THE CHANGE - IT COULD NOT BE ATTRIBUTED       *
104000*****************************************************************
104100 2150-OPEN-JOURNAL.
104200     IF LN-Journal-Open
104300         GO TO 2150-EXIT
104400     END-IF
104500     OPEN EXTEND JournalFile
104600     IF LN-JOURNAL-STATUS NOT = '00'
104700         OPEN OUTPUT JournalFile
104800     END-IF
104900     IF LN-JOURNAL-STATUS = '00'
105000         SET LN-Journal-Open TO TRUE
105100     ELSE
105200         SET LN-Trans-Rejected TO TRUE
105300         MOVE 'NO CHANGE JOURNAL' TO LN-REJ-REASON
105400     END-IF.
105500 2150-EXIT.
105600     EXIT.

105700*****************************************************************
105800* 2200-APPLY-ONE-TRANS - APPLY A VALIDATED TRANSACTION TO THE   *
105900*                 TABLE. ADD APPENDS THE TEXT, CHANGE REPLACES  *
106000*                 IT IN PLACE, DELETE FLAGS IT SO THE REWRITE   *
106100*                 DROPS IT. EACH CHANGE IS THEN JOURNALED       *
106200*****************************************************************
106300 2200-APPLY-ONE-TRANS.
106400     MOVE SPACES TO LN-PRIOR-DESC
106500     EVALUATE LN-TRANS-VERB
106600         WHEN 'ADD'
106700             ADD 1 TO LN-TXT-COUNT
106800             MOVE 'N' TO LN-TXT-DELETED-SW(LN-TXT-COUNT)
106900             MOVE LN-TRANS-KIND-SW TO LN-TXT-KIND(LN-TXT-COUNT)
107000             MOVE LN-EFFECTIVE-NAME TO LN-TXT-NAME(LN-TXT-COUNT)
107100             MOVE LN-EFFECTIVE-LANG TO LN-TXT-LANG(LN-TXT-COUNT)
107200             MOVE LN-TRIMMED-DESC TO LN-TXT-DESC(LN-TXT-COUNT)
107300             ADD 1 TO LN-ADD-COUNT
107400         WHEN 'CHANGE'
107500             MOVE LN-TXT-DESC(LN-FOUND-IDX) TO LN-PRIOR-DESC
107600             MOVE LN-TRIMMED-DESC TO LN-TXT-DESC(LN-FOUND-IDX)
107700             ADD 1 TO LN-CHANGE-COUNT
107800         WHEN 'DELETE'
107900             MOVE 'Y' TO LN-TXT-DELETED-SW(LN-FOUND-IDX)
108000             MOVE LN-TXT-DESC(LN-FOUND-IDX) TO LN-PRIOR-DESC
108100             ADD 1 TO LN-DELETE-COUNT
108200     END-EVALUATE
108300     PERFORM 2220-WRITE-JOURNAL THRU 2220-EXIT.
108400 2200-EXIT.
108500     EXIT.

108600*****************************************************************
108700* 2220-WRITE-JOURNAL - APPEND ONE STAMPED LINE TO THE CHANGE    *
108800*                 JOURNAL: WHO, WHICH MAP OR CATEGORY, WHAT     *
108900*                 ACTION, AND THE LANGUAGE AND TEXT BEFORE AND  *
109000*                 AFTER                                         *
109100*****************************************************************
109200 2220-WRITE-JOURNAL.
109300     ACCEPT LN-JRN-DATE-RAW FROM DATE YYYYMMDD
109400     ACCEPT LN-JRN-TIME-RAW FROM TIME
109500     MOVE SPACES TO LN-JOURNAL-RECORD
109600     STRING LN-JRN-DATE-RAW(1:4) '-' LN-JRN-DATE-RAW(5:2) '-'
109700         LN-JRN-DATE-RAW(7:2) DELIMITED BY SIZE
109800         INTO LN-JRN-DATE
109900     STRING LN-JRN-TIME-RAW(1:2) ':' LN-JRN-TIME-RAW(3:2) ':'
110000         LN-JRN-TIME-RAW(5:2) DELIMITED BY SIZE
110100         INTO LN-JRN-TIME
110200     MOVE 'L10NMAINT' TO LN-JRN-PROGRAM
110300     MOVE LN-TRIMMED-ACTION TO LN-JRN-ACTION
110400     MOVE FUNCTION TRIM(LN-TRANS-REQUESTER) TO LN-JRN-REQUESTER
110500     MOVE LN-EFFECTIVE-NAME TO LN-JRN-NAME
110600     IF LN-TRANS-VERB NOT = 'ADD'
110700         STRING FUNCTION TRIM(LN-EFFECTIVE-LANG) '|'
110800             FUNCTION TRIM(LN-PRIOR-DESC)
110900             DELIMITED BY SIZE INTO LN-JRN-BEFORE
111000     END-IF
111100     IF LN-TRANS-VERB NOT = 'DELETE'
111200         STRING FUNCTION TRIM(LN-EFFECTIVE-LANG) '|'
111300             FUNCTION TRIM(LN-TRIMMED-DESC)
111400             DELIMITED BY SIZE INTO LN-JRN-AFTER
111500     END-IF
111600     WRITE LN-JOURNAL-RECORD.
111700 2220-EXIT.
111800     EXIT.

111900*****************************************************************
112000* 2300-WRITE-REJECT - RECORD A REJECTED TRANSACTION ON THE      *
112100*                 REPORT WITH ITS LINE NUMBER AND REASON        *
112200*****************************************************************
112300 2300-WRITE-REJECT.
112400     MOVE 'REJECTED' TO LN-REJ-TAG
112500     MOVE LN-TRANS-COUNT TO LN-REJ-LINE-NO
112600     MOVE LN-TRANS-RECORD TO LN-REJ-TEXT
112700     WRITE LN-REPORT-RECORD FROM LN-REJECT-LINE
112800     ADD 1 TO LN-REJECT-COUNT.
112900 2300-EXIT.
113000     EXIT.

113100*****************************************************************
113200* 3000-REWRITE-TEXT - WRITE THE SURVIVING TABLE ENTRIES BACK    *
113300*                 OVER THEIR OWN FILES IN THEIR LOADED ORDER    *
113400*                 (NEW ADDS AT THE END)                         *
113500*****************************************************************
113600 3000-REWRITE-TEXT.
113700     OPEN OUTPUT L10nMapFile
113800     IF LN-L10N-STATUS NOT = '00'
113900         MOVE SPACES TO LN-SUMMARY-LINE
114000         STRING 'FAILED    MAP-METADATA-L10N.DAT COULD NOT BE '
114100             'REWRITTEN (STATUS=' LN-L10N-STATUS ')'
114200             DELIMITED BY SIZE INTO LN-SUMMARY-LINE
114300         WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
114400     ELSE
114500         PERFORM VARYING LN-TXT-IDX FROM 1 BY 1
114600                 UNTIL LN-TXT-IDX > LN-TXT-COUNT
114700             IF NOT LN-Entry-Deleted(LN-TXT-IDX)
114800                 AND LN-TXT-KIND(LN-TXT-IDX) = 'M'
114900                 PERFORM 3100-BUILD-ONE-RECORD THRU 3100-EXIT
115000                 WRITE LN-L10N-RECORD FROM LN-TXT-WORK-RECORD
115100                 ADD 1 TO LN-AFTER-COUNT
115200             END-IF
115300         END-PERFORM
115400         CLOSE L10nMapFile
115500     END-IF
115600     OPEN OUTPUT L10nCatFile
115700     IF LN-CATL10N-STATUS NOT = '00'
115800         MOVE SPACES TO LN-SUMMARY-LINE
115900         STRING 'FAILED    CATEGORY-MASTER-L10N.DAT COULD NOT '
116000             'BE REWRITTEN (STATUS=' LN-CATL10N-STATUS ')'
116100             DELIMITED BY SIZE INTO LN-SUMMARY-LINE
116200         WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
116300     ELSE
116400         PERFORM VARYING LN-TXT-IDX FROM 1 BY 1
116500                 UNTIL LN-TXT-IDX > LN-TXT-COUNT
116600             IF NOT LN-Entry-Deleted(LN-TXT-IDX)
116700                 AND LN-TXT-KIND(LN-TXT-IDX) = 'C'
116800                 PERFORM 3100-BUILD-ONE-RECORD THRU 3100-EXIT
116900                 MOVE LN-TXT-WORK-RECORD TO LN-CATL10N-RECORD
117000                 WRITE LN-CATL10N-RECORD
117100                 ADD 1 TO LN-AFTER-COUNT
117200             END-IF
117300         END-PERFORM
117400         CLOSE L10nCatFile
117500     END-IF.
117600 3000-EXIT.
117700     EXIT.

117800*****************************************************************
117900* 3100-BUILD-ONE-RECORD - BUILD ONE NAME|LANG|DESCRIPTION       *
118000*                 RECORD FROM THE CURRENT TABLE ENTRY           *
118100*****************************************************************
118200 3100-BUILD-ONE-RECORD.
118300     MOVE SPACES TO LN-TXT-WORK-RECORD
118400     STRING FUNCTION TRIM(LN-TXT-NAME(LN-TXT-IDX))
118500             DELIMITED BY SIZE
118600         '|' DELIMITED BY SIZE
118700         FUNCTION TRIM(LN-TXT-LANG(LN-TXT-IDX))
118800             DELIMITED BY SIZE
118900         '|' DELIMITED BY SIZE
119000         FUNCTION TRIM(LN-TXT-DESC(LN-TXT-IDX))
119100             DELIMITED BY SIZE
119200         INTO LN-TXT-WORK-RECORD.
119300 3100-EXIT.
119400     EXIT.

119500*****************************************************************
119600* 9000-TERMINATE - WRITE THE BEFORE/AFTER COUNT SUMMARY AND     *
119700*                 CLOSE THE REPORT. A RUN THAT FAILED TO OPEN   *
119800*                 ITS INPUTS GETS NO SUMMARY - ITS FAILED LINE  *
119900*                 IS THE WHOLE REPORT (SAME PATTERN AS          *
120000*                 TAG-MAINT)                                    *
120100*****************************************************************
120200 9000-TERMINATE.
120300     IF LN-RPT-STATUS = '00' AND LN-Init-Ok
120400         MOVE LN-BEFORE-COUNT TO LN-COUNT-DISPLAY
120500         MOVE LN-AFTER-COUNT TO LN-COUNT-DISPLAY2
120600         MOVE SPACES TO LN-SUMMARY-LINE
120700         STRING 'SUMMARY:  BEFORE=' LN-COUNT-DISPLAY
120800             ' AFTER=' LN-COUNT-DISPLAY2
120900             DELIMITED BY SIZE INTO LN-SUMMARY-LINE
121000         WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
121100         MOVE LN-ADD-COUNT TO LN-COUNT-DISPLAY
121200         MOVE LN-CHANGE-COUNT TO LN-COUNT-DISPLAY2
121300         MOVE LN-DELETE-COUNT TO LN-COUNT-DISPLAY3
121400         MOVE SPACES TO LN-SUMMARY-LINE
121500         STRING 'SUMMARY:  ADDED=' LN-COUNT-DISPLAY
121600             ' CHANGED=' LN-COUNT-DISPLAY2
121700             ' DELETED=' LN-COUNT-DISPLAY3
121800             DELIMITED BY SIZE INTO LN-SUMMARY-LINE
121900         WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
122000         MOVE LN-REJECT-COUNT TO LN-COUNT-DISPLAY
122100         MOVE SPACES TO LN-SUMMARY-LINE
122200         STRING 'SUMMARY:  REJECTED=' LN-COUNT-DISPLAY
122300             DELIMITED BY SIZE INTO LN-SUMMARY-LINE
122400         WRITE LN-REPORT-RECORD FROM LN-SUMMARY-LINE
122500     END-IF
122600     IF LN-RPT-STATUS = '00'
122700         CLOSE ReportFile
122800     END-IF.
122900 9000-EXIT.
123000     EXIT.
