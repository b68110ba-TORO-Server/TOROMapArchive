000100*****************************************************************
000200* PROGRAM:     L10N-COVERAGE
000300* PURPOSE:     TELLS THE VOLUNTEER TRANSLATORS WHERE TO START.
000400*              FOR EVERY LANGUAGE NAMED IN L10N-CONTROL.DAT,
000500*              LISTS EACH PUBLISHED MAP (MAP-MASTER.DAT) AND EACH
000600*              CATEGORY ITS SECTION HEADS (CATEGORY-MASTER.DAT)
000700*              THAT HAS BASE TEXT BUT NO TEXT IN THAT LANGUAGE
000800*              IN MAP-METADATA-L10N.DAT OR
000900*              CATEGORY-MASTER-L10N.DAT - EXACTLY THE ENTRIES
001000*              THE LANGUAGE'S README AND HTML PAGES MARK AS
001100*              UNTRANSLATED. COVERS EVERY SUBFOLDER LISTED IN
001200*              SUBFOLDER-LIST.DAT, OR THE CURRENT DIRECTORY
001300*              ALONE WITHOUT ONE, AND WRITES L10N-COVERAGE.RPT.
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. L10nCoverage IS INITIAL PROGRAM.
001700 AUTHOR. R-WALLACE.
001800 INSTALLATION. TORO-MAP-ARCHIVE.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED.
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300* ------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* ---------- ----  -----------------------------------------------
002600* 2026-10-15 RW    INITIAL VERSION. USES THE SAME RULES AS
002700*                  GENERATEREADME AND GENERATEHTML: LANGUAGE
002800*                  CODES ARE READ FROM L10N-CONTROL.DAT AS THEY
002900*                  READ THEM, A TRANSLATION MATCHES ON THE EXACT
003000*                  MAP OR CATEGORY NAME, AND ONLY AS MANY
003100*                  TRANSLATIONS PER FOLDER AND LANGUAGE AS THEIR
003200*                  TABLES HOLD ARE COUNTED. A MAP OR CATEGORY
003300*                  WITH NO BASE TEXT HAS NOTHING TO TRANSLATE
003400*                  AND IS NOT LISTED. A FOLDER WITHOUT
003500*                  MAP-MASTER.DAT (GENERATEREADME NOT YET RUN) IS
003600*                  NOTED AND SKIPPED. CALLABLE AS A CYCLE-DRIVER
003700*                  STEP (INITIAL, ENDS WITH GOBACK).
003800*-----------------------------------------------------------------

003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT SubfolderListFile ASSIGN TO 'SUBFOLDER-LIST.DAT'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS LC-SUBFOLDER-STATUS.

004500     SELECT L10nControlFile ASSIGN TO 'L10N-CONTROL.DAT'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS LC-L10NCTL-STATUS.

004800     SELECT MapMasterFile ASSIGN TO DYNAMIC LC-MAPMAST-ASSIGN
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS LC-MASTER-NAME
005200         FILE STATUS IS LC-MAPMAST-STATUS.

005300     SELECT CategoryMasterFile ASSIGN TO DYNAMIC LC-CATMAST-ASSIGN
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS LC-CATMAST-STATUS.

005600     SELECT L10nMapFile ASSIGN TO DYNAMIC LC-L10N-ASSIGN
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS LC-L10N-STATUS.

005900     SELECT L10nCatFile ASSIGN TO DYNAMIC LC-CATL10N-ASSIGN
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS LC-CATL10N-STATUS.

006200     SELECT ReportFile ASSIGN TO 'L10N-COVERAGE.RPT'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS LC-RPT-STATUS.

006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  SubfolderListFile.
006800 01  LC-SUBFOLDER-RECORD           PIC X(200).

006900 FD  L10nControlFile.
007000 01  LC-L10NCTL-RECORD             PIC X(80).

007100*-----------------------------------------------------------------
007200* MAP MASTER - WRITTEN BY GENERATEREADME, ONE RECORD PER
007300* PUBLISHED MAP; THE RECORD LAYOUT MUST MATCH THE ONE DECLARED
007400* THERE
007500*-----------------------------------------------------------------
007600 FD  MapMasterFile.
007700 01  LC-MASTER-RECORD.
007800     05  LC-MASTER-NAME            PIC X(256).
007900     05  LC-MASTER-CATEGORY        PIC X(30).
008000     05  LC-MASTER-DESC            PIC X(200).
008100     05  LC-MASTER-UPLOADER        PIC X(60).
008200     05  LC-MASTER-DATE            PIC X(10).
008300     05  LC-MASTER-SIZE            PIC X(12).
008400     05  LC-MASTER-CHECKSUM        PIC X(64).
008500     05  LC-MASTER-DLCOUNT         PIC 9(09).

008600 FD  CategoryMasterFile.
008700 01  LC-CATMAST-RECORD             PIC X(300).

008800 FD  L10nMapFile.
008900 01  LC-L10N-RECORD                PIC X(600).

009000 FD  L10nCatFile.
009100 01  LC-CATL10N-RECORD             PIC X(300).

009200 FD  ReportFile.
009300 01  LC-REPORT-RECORD              PIC X(132).

009400 WORKING-STORAGE SECTION.
009500*-----------------------------------------------------------------
009600* SWITCHES
009700*-----------------------------------------------------------------
009800 01  LC-SWITCHES.
009900     05  LC-SUBFOLDER-EOF-FLAG     PIC X     VALUE 'N'.
010000         88  End-Of-Subfolder-List           VALUE 'Y'.
010100         88  Not-End-Of-Subfolder-List       VALUE 'N'.
010200     05  LC-L10NCTL-EOF-FLAG       PIC X     VALUE 'N'.
010300         88  End-Of-L10n-Control             VALUE 'Y'.
010400         88  Not-End-Of-L10n-Control         VALUE 'N'.
010500     05  LC-MAPMAST-EOF-FLAG       PIC X     VALUE 'N'.
010600         88  End-Of-Map-Master               VALUE 'Y'.
010700         88  Not-End-Of-Map-Master           VALUE 'N'.
010800     05  LC-CATMAST-EOF-FLAG       PIC X     VALUE 'N'.
010900         88  End-Of-Cat-Master               VALUE 'Y'.
011000         88  Not-End-Of-Cat-Master           VALUE 'N'.
011100     05  LC-L10N-EOF-FLAG          PIC X     VALUE 'N'.
011200         88  End-Of-L10n                     VALUE 'Y'.
011300         88  Not-End-Of-L10n                 VALUE 'N'.
011400     05  LC-INIT-SW                PIC X     VALUE 'Y'.
011500         88  LC-Init-Ok                      VALUE 'Y'.
011600         88  LC-Init-Failed                  VALUE 'N'.
011700     05  LC-LANG-CODE-SW           PIC X     VALUE 'Y'.
011800         88  LC-Lang-Code-Ok                 VALUE 'Y'.
011900         88  LC-Lang-Code-Bad                VALUE 'N'.
012000     05  LC-LANG-LISTED-SW         PIC X     VALUE 'N'.
012100         88  LC-Lang-Listed                  VALUE 'Y'.
012200         88  LC-Lang-Not-Listed              VALUE 'N'.
012300     05  LC-FOUND-SW               PIC X     VALUE 'N'.
012400         88  LC-Text-Found                   VALUE 'Y'.
012500         88  LC-Text-Not-Found               VALUE 'N'.
012600     05  LC-L10N-FULL-SW           PIC X     VALUE 'N'.
012700         88  LC-L10n-Table-Full              VALUE 'Y'.
012800         88  LC-L10n-Table-Not-Full          VALUE 'N'.

012900*-----------------------------------------------------------------
013000* FILE STATUS CODES
013100*-----------------------------------------------------------------
013200 77  LC-SUBFOLDER-STATUS           PIC X(02) VALUE SPACES.
013300 77  LC-L10NCTL-STATUS             PIC X(02) VALUE SPACES.
013400 77  LC-MAPMAST-STATUS             PIC X(02) VALUE SPACES.
013500 77  LC-CATMAST-STATUS             PIC X(02) VALUE SPACES.
013600 77  LC-L10N-STATUS                PIC X(02) VALUE SPACES.
013700 77  LC-CATL10N-STATUS             PIC X(02) VALUE SPACES.
013800 77  LC-RPT-STATUS                 PIC X(02) VALUE SPACES.

013900*-----------------------------------------------------------------
014000* DYNAMIC FILE ASSIGNMENT WORK AREAS
014100*-----------------------------------------------------------------
014200 01  LC-FOLDER-PATH                PIC X(200) VALUE SPACES.
014300 01  LC-MAPMAST-ASSIGN             PIC X(250).
014400 01  LC-CATMAST-ASSIGN             PIC X(250).
014500 01  LC-L10N-ASSIGN                PIC X(250).
014600 01  LC-CATL10N-ASSIGN             PIC X(250).

014700*-----------------------------------------------------------------
014800* COUNTERS
014900*-----------------------------------------------------------------
015000 77  LC-FOLDER-COUNT               PIC 9(05) COMP VALUE ZERO.
015100 77  LC-SKIPPED-COUNT              PIC 9(05) COMP VALUE ZERO.
015200 77  LC-LANG-COUNT                 PIC 9(02) COMP VALUE ZERO.
015300 77  LC-LANG-CHAR-IDX              PIC 9(02) COMP VALUE ZERO.
015400 77  LC-L10N-COUNT                 PIC 9(04) COMP VALUE ZERO.
015500 77  LC-CATL10N-COUNT              PIC 9(03) COMP VALUE ZERO.
015600 77  LC-CAT-COUNT                  PIC 9(03) COMP VALUE ZERO.

015700*-----------------------------------------------------------------
015800* LANGUAGES FROM L10N-CONTROL.DAT (A CODE IS 1-8 OF A-Z, 0-9 AND
015900* '-'; A BAD OR REPEATED CODE AND ANY PAST THE FIFTH ARE
016000* DROPPED, AS THE GENERATORS DROP THEM), WITH EACH LANGUAGE'S
016100* RUN TOTALS
016200*-----------------------------------------------------------------
016300 01  LC-L10NCTL-SPLIT-FIELDS.
016400     05  LC-L10NCTL-SPLIT-KEY      PIC X(20).
016500     05  LC-L10NCTL-SPLIT-VALUE    PIC X(20).
016600 01  LC-LANG-CANDIDATE             PIC X(08).
016700 01  LC-LANG-CHAR                  PIC X(01).
016800     88  LC-Lang-Char-Ok           VALUE 'A' THRU 'Z'
016900                                         '0' THRU '9' '-'.
017000 01  LC-LANG-TABLE.
017100     05  LC-LANG-ENTRY             OCCURS 5 TIMES
017200                                   INDEXED BY LC-LANG-IDX.
017300         10  LC-LANG-CODE          PIC X(08).
017400         10  LC-LANG-TRANSLATED    PIC 9(07) COMP.
017500         10  LC-LANG-MISSING       PIC 9(07) COMP.
017600 01  LC-CUR-LANG                   PIC X(08).

017700*-----------------------------------------------------------------
017800* ONE FOLDER'S CATEGORY-MASTER.DAT (SEQ|NAME|DESC), WITH A FLAG
017900* FOR EACH CATEGORY A PUBLISHED MAP IN THE FOLDER FILES UNDER -
018000* ONLY THOSE HEAD A SECTION ON THE PAGES
018100*-----------------------------------------------------------------
018200 01  LC-CAT-SPLIT-FIELDS.
018300     05  LC-CAT-SPLIT-SEQ          PIC X(03).
018400     05  LC-CAT-SPLIT-NAME         PIC X(30).
018500     05  LC-CAT-SPLIT-DESC         PIC X(132).
018600 01  LC-CAT-TABLE.
018700     05  LC-CAT-ENTRY              OCCURS 100 TIMES
018800                                   INDEXED BY LC-CAT-IDX.
018900         10  LC-CAT-NAME           PIC X(30).
019000         10  LC-CAT-DESC           PIC X(132).
019100         10  LC-CAT-USED-SW        PIC X(01).
019200             88  LC-Cat-Used                 VALUE 'Y'.

019300*-----------------------------------------------------------------
019400* ONE FOLDER'S TRANSLATIONS IN THE CURRENT LANGUAGE, HELD TO THE
019500* SAME CAPS AS GENERATEHTML'S TABLES SO THE REPORT AGREES WITH
019600* THE PAGES
019700*-----------------------------------------------------------------
019800 01  LC-L10N-SPLIT-FIELDS.
019900     05  LC-L10N-SPLIT-NAME        PIC X(256).
020000     05  LC-L10N-SPLIT-LANG        PIC X(20).
020100     05  LC-L10N-SPLIT-DESC        PIC X(200).
020200 01  LC-L10N-TABLE.
020300     05  LC-L10N-NAME              PIC X(256) OCCURS 5000 TIMES
020400                                   INDEXED BY LC-L10N-IDX.
020500 01  LC-CATL10N-TABLE.
020600     05  LC-CATL10N-NAME           PIC X(30) OCCURS 100 TIMES
020700                                   INDEXED BY LC-CATL10N-IDX.

020800*-----------------------------------------------------------------
020900* REPORT LINE WORK AREAS
021000*-----------------------------------------------------------------
021100 01  LC-MISSING-LINE.
021200     05  LC-MISS-TAG               PIC X(10).
021300     05  LC-MISS-LANG              PIC X(09).
021400     05  LC-MISS-KIND              PIC X(10).
021500     05  LC-MISS-NAME              PIC X(103).
021600 01  LC-OUTPUT-LINE                PIC X(132).
021700 01  LC-RUN-DATE-RAW               PIC 9(08) VALUE ZERO.
021800 01  LC-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.
021900 01  LC-COUNT-DISPLAY              PIC Z(06)9.
022000 01  LC-COUNT-DISPLAY2             PIC Z(06)9.

022100 PROCEDURE DIVISION.
022200*****************************************************************
022300* 0000-MAINLINE                                                 *
022400*****************************************************************
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
022700     IF LC-Init-Ok
022800         PERFORM 2000-PROCESS-FOLDERS THRU 2000-EXIT
022900         PERFORM 3000-WRITE-SUMMARY   THRU 3000-EXIT
023000     END-IF
023100     PERFORM 9000-TERMINATE         THRU 9000-EXIT
023200     GOBACK.

023300*****************************************************************
023400* 1000-INITIALIZE - OPEN THE REPORT FIRST (SAME PATTERN AS      *
023500*                 HELD-ENTRIES), LOAD THE LANGUAGES AND WRITE   *
023600*                 THE REPORT HEADING. WITH NO LANGUAGE          *
023700*                 CONFIGURED THERE IS NOTHING TO CHECK - THAT   *
023800*                 IS NOTED, NOT FAILED                          *
023900*****************************************************************
024000 1000-INITIALIZE.
024100     OPEN OUTPUT ReportFile
024200     IF LC-RPT-STATUS NOT = '00'
024300         SET LC-Init-Failed TO TRUE
024400         DISPLAY 'L10NCOVERAGE: CANNOT OPEN L10N-COVERAGE.RPT, '
024500             'STATUS=' LC-RPT-STATUS
024600         GO TO 1000-EXIT
024700     END-IF
024800     ACCEPT LC-RUN-DATE-RAW FROM DATE YYYYMMDD
024900     MOVE SPACES TO LC-RUN-DATE-DISPLAY
025000     STRING LC-RUN-DATE-RAW(1:4) '-' LC-RUN-DATE-RAW(5:2) '-'
025100         LC-RUN-DATE-RAW(7:2) DELIMITED BY SIZE
025200         INTO LC-RUN-DATE-DISPLAY
025300     MOVE SPACES TO LC-OUTPUT-LINE
025400     STRING 'TRANSLATION COVERAGE REPORT  ' DELIMITED BY SIZE
025500         LC-RUN-DATE-DISPLAY DELIMITED BY SIZE
025600         INTO LC-OUTPUT-LINE
025700     WRITE LC-REPORT-RECORD FROM LC-OUTPUT-LINE
025800     PERFORM 1100-LOAD-LANGUAGES THRU 1100-EXIT
025900     IF LC-LANG-COUNT = ZERO
026000         MOVE SPACES TO LC-OUTPUT-LINE
026100         STRING 'NOTE      NO LANGUAGE IN L10N-CONTROL.DAT - '
026200             'NOTHING TO CHECK'
026300             DELIMITED BY SIZE INTO LC-OUTPUT-LINE
026400         WRITE LC-REPORT-RECORD FROM LC-OUTPUT-LINE
026500         GO TO 1000-EXIT
026600     END-IF
026700     MOVE SPACES TO LC-OUTPUT-LINE
026800     MOVE 'LANGUAGES' TO LC-OUTPUT-LINE
026900     PERFORM VARYING LC-LANG-IDX FROM 1 BY 1
027000             UNTIL LC-LANG-IDX > LC-LANG-COUNT
027100         MOVE LC-LANG-CODE(LC-LANG-IDX)
027200             TO LC-OUTPUT-LINE(LC-LANG-IDX * 9 + 2:8)
027300     END-PERFORM
027400     WRITE LC-REPORT-RECORD FROM LC-OUTPUT-LINE
027500     MOVE SPACES TO LC-OUTPUT-LINE
027600     WRITE LC-REPORT-RECORD FROM LC-OUTPUT-LINE.
027700 1000-EXIT.
027800     EXIT.

027900*****************************************************************
028000* 1100-LOAD-LANGUAGES - LOAD THE LANGUAGE CODES FROM            *
028100*                 L10N-CONTROL.DAT. THE FILE IS OPTIONAL AND    *
028200*                 LINES OTHER THAN LANGUAGE= ARE IGNORED        *
028300*****************************************************************
028400 1100-LOAD-LANGUAGES.
028500     MOVE ZERO TO LC-LANG-COUNT
028600     OPEN INPUT L10nControlFile
028700     IF LC-L10NCTL-STATUS NOT = '00'
028800         GO TO 1100-EXIT
028900     END-IF
029000     SET Not-End-Of-L10n-Control TO TRUE
029100     PERFORM 1110-READ-L10N-CONTROL THRU 1110-EXIT
029200     PERFORM UNTIL End-Of-L10n-Control
029300         PERFORM 1120-STORE-LANGUAGE THRU 1120-EXIT
029400         PERFORM 1110-READ-L10N-CONTROL THRU 1110-EXIT
029500     END-PERFORM
029600     CLOSE L10nControlFile.
029700 1100-EXIT.
029800     EXIT.

029900*****************************************************************
030000* 1110-READ-L10N-CONTROL - READ ONE LINE OF L10N-CONTROL.DAT    *
030100*****************************************************************
030200 1110-READ-L10N-CONTROL.
030300     READ L10nControlFile
030400         AT END
030500             SET End-Of-L10n-Control TO TRUE
030600     END-READ.
030700 1110-EXIT.
030800     EXIT.

030900*****************************************************************
031000* 1120-STORE-LANGUAGE - KEEP ONE LANGUAGE=CODE LINE'S CODE,     *
031100*                 UPPER-CASED. A BAD CODE, A CODE ALREADY HELD  *
031200*                 AND ANY CODE PAST THE FIFTH ARE DROPPED       *
031300*****************************************************************
031400 1120-STORE-LANGUAGE.
031500     MOVE SPACES TO LC-L10NCTL-SPLIT-FIELDS
031600     UNSTRING LC-L10NCTL-RECORD DELIMITED BY '='
031700         INTO LC-L10NCTL-SPLIT-KEY LC-L10NCTL-SPLIT-VALUE
031800     IF FUNCTION UPPER-CASE(FUNCTION TRIM(LC-L10NCTL-SPLIT-KEY))
031900             NOT = 'LANGUAGE'
032000         GO TO 1120-EXIT
032100     END-IF
032200     MOVE FUNCTION UPPER-CASE(
032300             FUNCTION TRIM(LC-L10NCTL-SPLIT-VALUE))
032400         TO LC-L10NCTL-SPLIT-VALUE
032500     IF LC-L10NCTL-SPLIT-VALUE = SPACES
032600         OR LC-L10NCTL-SPLIT-VALUE(9:12) NOT = SPACES
032700         GO TO 1120-EXIT
032800     END-IF
032900     MOVE LC-L10NCTL-SPLIT-VALUE TO LC-LANG-CANDIDATE
033000     PERFORM 1130-CHECK-LANGUAGE-CODE THRU 1130-EXIT
033100     IF LC-Lang-Code-Bad
033200         GO TO 1120-EXIT
033300     END-IF
033400     SET LC-Lang-Not-Listed TO TRUE
033500     PERFORM VARYING LC-LANG-IDX FROM 1 BY 1
033600             UNTIL LC-LANG-IDX > LC-LANG-COUNT
033700         IF LC-LANG-CODE(LC-LANG-IDX) = LC-LANG-CANDIDATE
033800             SET LC-Lang-Listed TO TRUE
033900         END-IF
034000     END-PERFORM
034100     IF LC-Lang-Listed
034200         OR LC-LANG-COUNT NOT < 5
034300         GO TO 1120-EXIT
034400     END-IF
034500     ADD 1 TO LC-LANG-COUNT
034600     MOVE LC-LANG-CANDIDATE TO LC-LANG-CODE(LC-LANG-COUNT)
034700     MOVE ZERO TO LC-LANG-TRANSLATED(LC-LANG-COUNT)
034800     MOVE ZERO TO LC-LANG-MISSING(LC-LANG-COUNT).
034900 1120-EXIT.
035000     EXIT.

035100*****************************************************************
035200* 1130-CHECK-LANGUAGE-CODE - A CODE BECOMES PART OF A FILE NAME *
035300*                 SO ONLY A-Z, 0-9 AND '-' ARE ALLOWED, WITH NO *
035400*                 EMBEDDED SPACE                                *
035500*****************************************************************
035600 1130-CHECK-LANGUAGE-CODE.
035700     SET LC-Lang-Code-Ok TO TRUE
035800     PERFORM VARYING LC-LANG-CHAR-IDX FROM 1 BY 1
035900             UNTIL LC-LANG-CHAR-IDX > 8
036000         MOVE LC-LANG-CANDIDATE(LC-LANG-CHAR-IDX:1)
036100             TO LC-LANG-CHAR
036200         IF LC-LANG-CHAR = SPACE
036300             IF LC-LANG-CANDIDATE(LC-LANG-CHAR-IDX:) NOT = SPACES
036400                 SET LC-Lang-Code-Bad TO TRUE
036500             END-IF
036600         ELSE
036700             IF NOT LC-Lang-Char-Ok
036800                 SET LC-Lang-Code-Bad TO TRUE
036900             END-IF
037000         END-IF
037100     END-PERFORM.
037200 1130-EXIT.
037300     EXIT.

037400*****************************************************************
037500* 2000-PROCESS-FOLDERS - CHECK EACH LISTED SUBFOLDER (OR THE    *
037600*                 CURRENT DIRECTORY WHEN THERE IS NO LIST, THE  *
037700*                 SAME FALLBACK AS GENERATEHTML)                *
037800*****************************************************************
037900 2000-PROCESS-FOLDERS.
038000     IF LC-LANG-COUNT = ZERO
038100         GO TO 2000-EXIT
038200     END-IF
038300     OPEN INPUT SubfolderListFile
038400     IF LC-SUBFOLDER-STATUS NOT = '00'
038500         MOVE SPACES TO LC-FOLDER-PATH
038600         PERFORM 2100-CHECK-ONE-FOLDER THRU 2100-EXIT
038700         GO TO 2000-EXIT
038800     END-IF
038900     PERFORM 2010-READ-SUBFOLDER THRU 2010-EXIT
039000     PERFORM UNTIL End-Of-Subfolder-List
039100         MOVE FUNCTION TRIM(LC-SUBFOLDER-RECORD)
039200             TO LC-FOLDER-PATH
039300         IF LC-FOLDER-PATH NOT = SPACES
039400             PERFORM 2100-CHECK-ONE-FOLDER THRU 2100-EXIT
039500         END-IF
039600         PERFORM 2010-READ-SUBFOLDER THRU 2010-EXIT
039700     END-PERFORM
039800     CLOSE SubfolderListFile.
039900 2000-EXIT.
040000     EXIT.

040100*****************************************************************
040200* 2010-READ-SUBFOLDER - READ ONE LINE OF SUBFOLDER-LIST.DAT     *
040300*****************************************************************
040400 2010-READ-SUBFOLDER.
040500     READ SubfolderListFile
040600         AT END
040700             SET End-Of-Subfolder-List TO TRUE
040800     END-READ.
040900 2010-EXIT.
041000     EXIT.

041100*****************************************************************
041200* 2100-CHECK-ONE-FOLDER - CHECK ONE FOLDER IN EVERY LANGUAGE.   *
041300*                 WITHOUT MAP-MASTER.DAT NOTHING IN THE FOLDER  *
041400*                 IS PUBLISHED YET, SO IT IS NOTED AND SKIPPED; *
041450*                 ANY OTHER OPEN FAILURE IS REPORTED AS FAILED  *
041500*****************************************************************
041600 2100-CHECK-ONE-FOLDER.
041700     PERFORM 2110-BUILD-FILE-PATHS THRU 2110-EXIT
041800     IF LC-FOLDER-PATH NOT = SPACES
041900         MOVE SPACES TO LC-OUTPUT-LINE
042000         STRING 'FOLDER    ' DELIMITED BY SIZE
042100             FUNCTION TRIM(LC-FOLDER-PATH) DELIMITED BY SIZE
042200             INTO LC-OUTPUT-LINE
042300         WRITE LC-REPORT-RECORD FROM LC-OUTPUT-LINE
042400     END-IF
042500     OPEN INPUT MapMasterFile
042600     IF LC-MAPMAST-STATUS NOT = '00'
042700         ADD 1 TO LC-SKIPPED-COUNT
042800         MOVE SPACES TO LC-OUTPUT-LINE
042850         IF LC-MAPMAST-STATUS = '35'
042900             STRING 'NOTE      ' DELIMITED BY SIZE
043000                 FUNCTION TRIM(LC-MAPMAST-ASSIGN)
043100                 ' NOT FOUND - RUN GENERATEREADME FIRST'
043200                 DELIMITED BY SIZE INTO LC-OUTPUT-LINE
043210         ELSE
043220             STRING 'FAILED    ' DELIMITED BY SIZE
043230                 FUNCTION TRIM(LC-MAPMAST-ASSIGN)
043240                 ' COULD NOT BE OPENED (STATUS='
043250                 LC-MAPMAST-STATUS ')'
043260                 DELIMITED BY SIZE INTO LC-OUTPUT-LINE
043270         END-IF
043300         WRITE LC-REPORT-RECORD FROM LC-OUTPUT-LINE
043400         GO TO 2100-EXIT
043500     END-IF
043600     ADD 1 TO LC-FOLDER-COUNT
043700     PERFORM 2200-LOAD-CAT-MASTER THRU 2200-EXIT
043800     PERFORM 2300-MARK-USED-CATEGORIES THRU 2300-EXIT
043900     PERFORM VARYING LC-LANG-IDX FROM 1 BY 1
044000             UNTIL LC-LANG-IDX > LC-LANG-COUNT
044100         PERFORM 2400-CHECK-ONE-LANGUAGE THRU 2400-EXIT
044200     END-PERFORM
044300     CLOSE MapMasterFile.
044400 2100-EXIT.
044500     EXIT.

044600*****************************************************************
044700* 2110-BUILD-FILE-PATHS - POINT THE DYNAMIC ASSIGNS AT THE      *
044800*                 CURRENT FOLDER'S FILES                        *
044900*****************************************************************
045000 2110-BUILD-FILE-PATHS.
045100     IF LC-FOLDER-PATH = SPACES
045200         MOVE 'MAP-MASTER.DAT' TO LC-MAPMAST-ASSIGN
045300         MOVE 'CATEGORY-MASTER.DAT' TO LC-CATMAST-ASSIGN
045400         MOVE 'MAP-METADATA-L10N.DAT' TO LC-L10N-ASSIGN
045500         MOVE 'CATEGORY-MASTER-L10N.DAT' TO LC-CATL10N-ASSIGN
045600     ELSE
045700         MOVE SPACES TO LC-MAPMAST-ASSIGN
045800         STRING FUNCTION TRIM(LC-FOLDER-PATH)
045900             '/MAP-MASTER.DAT' DELIMITED BY SIZE
046000             INTO LC-MAPMAST-ASSIGN
046100         MOVE SPACES TO LC-CATMAST-ASSIGN
046200         STRING FUNCTION TRIM(LC-FOLDER-PATH)
046300             '/CATEGORY-MASTER.DAT' DELIMITED BY SIZE
046400             INTO LC-CATMAST-ASSIGN
046500         MOVE SPACES TO LC-L10N-ASSIGN
046600         STRING FUNCTION TRIM(LC-FOLDER-PATH)
046700             '/MAP-METADATA-L10N.DAT' DELIMITED BY SIZE
046800             INTO LC-L10N-ASSIGN
046900         MOVE SPACES TO LC-CATL10N-ASSIGN
047000         STRING FUNCTION TRIM(LC-FOLDER-PATH)
047100             '/CATEGORY-MASTER-L10N.DAT' DELIMITED BY SIZE
047200             INTO LC-CATL10N-ASSIGN
047300     END-IF.
047400 2110-EXIT.
047500     EXIT.

047600*****************************************************************
047700* 2200-LOAD-CAT-MASTER - LOAD THE FOLDER'S CATEGORY-MASTER.DAT. *
047800*                 THE FILE IS OPTIONAL - WITH NONE, NO SECTION  *
047900*                 CARRIES A DESCRIPTION TO TRANSLATE            *
048000*****************************************************************
048100 2200-LOAD-CAT-MASTER.
048200     MOVE ZERO TO LC-CAT-COUNT
048300     OPEN INPUT CategoryMasterFile
048400     IF LC-CATMAST-STATUS NOT = '00'
048500         GO TO 2200-EXIT
048600     END-IF
048700     SET Not-End-Of-Cat-Master TO TRUE
048800     PERFORM 2210-READ-CAT-MASTER THRU 2210-EXIT
048900     PERFORM UNTIL End-Of-Cat-Master
049000         PERFORM 2220-STORE-CATEGORY THRU 2220-EXIT
049100         PERFORM 2210-READ-CAT-MASTER THRU 2210-EXIT
049200     END-PERFORM
049300     CLOSE CategoryMasterFile.
049400 2200-EXIT.
049500     EXIT.

049600*****************************************************************
049700* 2210-READ-CAT-MASTER - READ ONE LINE OF CATEGORY-MASTER.DAT   *
049800*****************************************************************
049900 2210-READ-CAT-MASTER.
050000     READ CategoryMasterFile
050100         AT END
050200             SET End-Of-Cat-Master TO TRUE
050300     END-READ.
050400 2210-EXIT.
050500     EXIT.

050600*****************************************************************
050700* 2220-STORE-CATEGORY - KEEP ONE MASTER CATEGORY AND ITS BASE   *
050800*                 DESCRIPTION, NOT YET MARKED AS USED           *
050900*****************************************************************
051000 2220-STORE-CATEGORY.
051100     MOVE SPACES TO LC-CAT-SPLIT-FIELDS
051200     UNSTRING LC-CATMAST-RECORD DELIMITED BY '|'
051300         INTO LC-CAT-SPLIT-SEQ LC-CAT-SPLIT-NAME
051400              LC-CAT-SPLIT-DESC
051500     IF FUNCTION TRIM(LC-CAT-SPLIT-NAME) = SPACES
051600         OR LC-CAT-COUNT NOT < 100
051700         GO TO 2220-EXIT
051800     END-IF
051900     ADD 1 TO LC-CAT-COUNT
052000     MOVE FUNCTION TRIM(LC-CAT-SPLIT-NAME)
052100         TO LC-CAT-NAME(LC-CAT-COUNT)
052200     MOVE FUNCTION TRIM(LC-CAT-SPLIT-DESC)
052300         TO LC-CAT-DESC(LC-CAT-COUNT)
052400     MOVE 'N' TO LC-CAT-USED-SW(LC-CAT-COUNT).
052500 2220-EXIT.
052600     EXIT.

052700*****************************************************************
052800* 2300-MARK-USED-CATEGORIES - ONE PASS OF MAP-MASTER.DAT TO     *
052900*                 FLAG THE CATEGORIES A PUBLISHED MAP FILES     *
053000*                 UNDER                                         *
053100*****************************************************************
053200 2300-MARK-USED-CATEGORIES.
053300     PERFORM 2310-REWIND-MAP-MASTER THRU 2310-EXIT
053400     PERFORM UNTIL End-Of-Map-Master
053500         PERFORM VARYING LC-CAT-IDX FROM 1 BY 1
053600                 UNTIL LC-CAT-IDX > LC-CAT-COUNT
053700             IF LC-CAT-NAME(LC-CAT-IDX) = LC-MASTER-CATEGORY
053800                 MOVE 'Y' TO LC-CAT-USED-SW(LC-CAT-IDX)
053900             END-IF
054000         END-PERFORM
054100         PERFORM 2320-READ-MAP-MASTER THRU 2320-EXIT
054200     END-PERFORM.
054300 2300-EXIT.
054400     EXIT.

054500*****************************************************************
054600* 2310-REWIND-MAP-MASTER - REOPEN MAP-MASTER.DAT AT ITS FIRST   *
054700*                 KEY (AS GENERATEHTML DOES BETWEEN PASSES) AND *
054800*                 READ THE FIRST RECORD                         *
054900*****************************************************************
055000 2310-REWIND-MAP-MASTER.
055100     CLOSE MapMasterFile
055200     OPEN INPUT MapMasterFile
055300     SET Not-End-Of-Map-Master TO TRUE
055400     PERFORM 2320-READ-MAP-MASTER THRU 2320-EXIT.
055500 2310-EXIT.
055600     EXIT.

055700*****************************************************************
055800* 2320-READ-MAP-MASTER - READ THE NEXT MAP-MASTER.DAT RECORD IN *
055900*                 KEY ORDER                                     *
056000*****************************************************************
056100 2320-READ-MAP-MASTER.
056200     READ MapMasterFile NEXT
056300         AT END
056400             SET End-Of-Map-Master TO TRUE
056500     END-READ.
056600 2320-EXIT.
056700     EXIT.

056800*****************************************************************
056900* 2400-CHECK-ONE-LANGUAGE - LOAD THE FOLDER'S TRANSLATIONS IN   *
057000*                 ONE LANGUAGE, THEN LIST EACH USED CATEGORY    *
057100*                 AND EACH PUBLISHED MAP WITH BASE TEXT BUT NO  *
057200*                 TRANSLATION                                   *
057300*****************************************************************
057400 2400-CHECK-ONE-LANGUAGE.
057500     MOVE LC-LANG-CODE(LC-LANG-IDX) TO LC-CUR-LANG
057600     SET LC-L10n-Table-Not-Full TO TRUE
057700     PERFORM 2500-LOAD-MAP-TRANSLATIONS THRU 2500-EXIT
057800     PERFORM 2600-LOAD-CAT-TRANSLATIONS THRU 2600-EXIT
057900     IF LC-L10n-Table-Full
058000         MOVE SPACES TO LC-OUTPUT-LINE
058100         STRING 'NOTE      ' DELIMITED BY SIZE
058200             LC-CUR-LANG DELIMITED BY SPACE
058300             ' TRANSLATIONS PAST THE TABLE LIMIT ARE NOT SHOWN '
058400             'AND ARE LISTED AS MISSING'
058500             DELIMITED BY SIZE INTO LC-OUTPUT-LINE
058600         WRITE LC-REPORT-RECORD FROM LC-OUTPUT-LINE
058700     END-IF
058800     PERFORM VARYING LC-CAT-IDX FROM 1 BY 1
058900             UNTIL LC-CAT-IDX > LC-CAT-COUNT
059000         IF LC-Cat-Used(LC-CAT-IDX)
059100             AND LC-CAT-DESC(LC-CAT-IDX) NOT = SPACES
059200             PERFORM 2700-CHECK-ONE-CATEGORY THRU 2700-EXIT
059300         END-IF
059400     END-PERFORM
059500     PERFORM 2310-REWIND-MAP-MASTER THRU 2310-EXIT
059600     PERFORM UNTIL End-Of-Map-Master
059700         IF LC-MASTER-DESC NOT = SPACES
059800             PERFORM 2800-CHECK-ONE-MAP THRU 2800-EXIT
059900         END-IF
060000         PERFORM 2320-READ-MAP-MASTER THRU 2320-EXIT
060100     END-PERFORM.
060200 2400-EXIT.
060300     EXIT.

060400*****************************************************************
060500* 2500-LOAD-MAP-TRANSLATIONS - LOAD THE FOLDER'S MAP            *
060600*                 TRANSLATIONS IN THE CURRENT LANGUAGE FROM     *
060700*                 MAP-METADATA-L10N.DAT. THE FILE IS OPTIONAL - *
060800*                 WITH NONE, EVERY MAP IS MISSING               *
060900*****************************************************************
061000 2500-LOAD-MAP-TRANSLATIONS.
061100     MOVE ZERO TO LC-L10N-COUNT
061200     OPEN INPUT L10nMapFile
061300     IF LC-L10N-STATUS NOT = '00'
061400         GO TO 2500-EXIT
061500     END-IF
061600     SET Not-End-Of-L10n TO TRUE
061700     PERFORM 2510-READ-MAP-TRANSLATION THRU 2510-EXIT
061800     PERFORM UNTIL End-Of-L10n
061900         PERFORM 2520-STORE-MAP-TRANSLATION THRU 2520-EXIT
062000         PERFORM 2510-READ-MAP-TRANSLATION THRU 2510-EXIT
062100     END-PERFORM
062200     CLOSE L10nMapFile.
062300 2500-EXIT.
062400     EXIT.

062500*****************************************************************
062600* 2510-READ-MAP-TRANSLATION - READ ONE LINE OF                  *
062700*                 MAP-METADATA-L10N.DAT                         *
062800*****************************************************************
062900 2510-READ-MAP-TRANSLATION.
063000     READ L10nMapFile
063100         AT END
063200             SET End-Of-L10n TO TRUE
063300     END-READ.
063400 2510-EXIT.
063500     EXIT.

063600*****************************************************************
063700* 2520-STORE-MAP-TRANSLATION - KEEP THE NAME OF ONE MAP WITH    *
063800*                 TEXT IN THE CURRENT LANGUAGE. PAST THE TABLE  *
063900*                 CAP THE PAGES FALL BACK, SO THE REST ARE      *
064000*                 FLAGGED AND LEFT TO COUNT AS MISSING          *
064100*****************************************************************
064200 2520-STORE-MAP-TRANSLATION.
064300     MOVE SPACES TO LC-L10N-SPLIT-FIELDS
064400     UNSTRING LC-L10N-RECORD DELIMITED BY '|'
064500         INTO LC-L10N-SPLIT-NAME LC-L10N-SPLIT-LANG
064600              LC-L10N-SPLIT-DESC
064700     IF FUNCTION UPPER-CASE(FUNCTION TRIM(LC-L10N-SPLIT-LANG))
064800             NOT = LC-CUR-LANG
064900         OR FUNCTION TRIM(LC-L10N-SPLIT-NAME) = SPACES
065000         OR FUNCTION TRIM(LC-L10N-SPLIT-DESC) = SPACES
065100         GO TO 2520-EXIT
065200     END-IF
065300     IF LC-L10N-COUNT NOT < 5000
065400         SET LC-L10n-Table-Full TO TRUE
065500         GO TO 2520-EXIT
065600     END-IF
065700     ADD 1 TO LC-L10N-COUNT
065800     MOVE FUNCTION TRIM(LC-L10N-SPLIT-NAME)
065900         TO LC-L10N-NAME(LC-L10N-COUNT).
066000 2520-EXIT.
066100     EXIT.

066200*****************************************************************
066300* 2600-LOAD-CAT-TRANSLATIONS - LOAD THE FOLDER'S CATEGORY       *
066400*                 TRANSLATIONS IN THE CURRENT LANGUAGE FROM     *
066500*                 CATEGORY-MASTER-L10N.DAT, ALSO OPTIONAL       *
066600*****************************************************************
066700 2600-LOAD-CAT-TRANSLATIONS.
066800     MOVE ZERO TO LC-CATL10N-COUNT
066900     OPEN INPUT L10nCatFile
067000     IF LC-CATL10N-STATUS NOT = '00'
067100         GO TO 2600-EXIT
067200     END-IF
067300     SET Not-End-Of-L10n TO TRUE
067400     PERFORM 2610-READ-CAT-TRANSLATION THRU 2610-EXIT
067500     PERFORM UNTIL End-Of-L10n
067600         PERFORM 2620-STORE-CAT-TRANSLATION THRU 2620-EXIT
067700         PERFORM 2610-READ-CAT-TRANSLATION THRU 2610-EXIT
067800     END-PERFORM
067900     CLOSE L10nCatFile.
068000 2600-EXIT.
068100     EXIT.

068200*****************************************************************
068300* 2610-READ-CAT-TRANSLATION - READ ONE LINE OF                  *
068400*                 CATEGORY-MASTER-L10N.DAT                      *
068500*****************************************************************
068600 2610-READ-CAT-TRANSLATION.
068700     READ L10nCatFile
068800         AT END
068900             SET End-Of-L10n TO TRUE
069000     END-READ.
069100 2610-EXIT.
069200     EXIT.

069300*****************************************************************
069400* 2620-STORE-CAT-TRANSLATION - KEEP THE NAME OF ONE CATEGORY    *
069500*                 WITH TEXT IN THE CURRENT LANGUAGE, UNDER THE  *
069600*                 SAME CAP RULE                                 *
069700*****************************************************************
069800 2620-STORE-CAT-TRANSLATION.
069900     MOVE SPACES TO LC-L10N-SPLIT-FIELDS
070000     UNSTRING LC-CATL10N-RECORD DELIMITED BY '|'
070100         INTO LC-L10N-SPLIT-NAME LC-L10N-SPLIT-LANG
070200              LC-L10N-SPLIT-DESC
070300     IF FUNCTION UPPER-CASE(FUNCTION TRIM(LC-L10N-SPLIT-LANG))
070400             NOT = LC-CUR-LANG
070500         OR FUNCTION TRIM(LC-L10N-SPLIT-NAME) = SPACES
070600         OR FUNCTION TRIM(LC-L10N-SPLIT-DESC) = SPACES
070700         GO TO 2620-EXIT
070800     END-IF
070900     IF LC-CATL10N-COUNT NOT < 100
071000         SET LC-L10n-Table-Full TO TRUE
071100         GO TO 2620-EXIT
071200     END-IF
071300     ADD 1 TO LC-CATL10N-COUNT
071400     MOVE FUNCTION TRIM(LC-L10N-SPLIT-NAME)
071500         TO LC-CATL10N-NAME(LC-CATL10N-COUNT).
071600 2620-EXIT.
071700     EXIT.

071800*****************************************************************
071900* 2700-CHECK-ONE-CATEGORY - COUNT THE CURRENT CATEGORY AS       *
072000*                 TRANSLATED, OR LIST IT AS MISSING             *
072100*****************************************************************
072200 2700-CHECK-ONE-CATEGORY.
072300     SET LC-Text-Not-Found TO TRUE
072400     PERFORM VARYING LC-CATL10N-IDX FROM 1 BY 1
072500             UNTIL LC-CATL10N-IDX > LC-CATL10N-COUNT
072600                OR LC-Text-Found
072700         IF LC-CATL10N-NAME(LC-CATL10N-IDX)
072800                 = LC-CAT-NAME(LC-CAT-IDX)
072900             SET LC-Text-Found TO TRUE
073000         END-IF
073100     END-PERFORM
073200     IF LC-Text-Found
073300         ADD 1 TO LC-LANG-TRANSLATED(LC-LANG-IDX)
073400         GO TO 2700-EXIT
073500     END-IF
073600     MOVE 'CATEGORY' TO LC-MISS-KIND
073700     MOVE LC-CAT-NAME(LC-CAT-IDX) TO LC-MISS-NAME
073800     PERFORM 2900-WRITE-MISSING-LINE THRU 2900-EXIT.
073900 2700-EXIT.
074000     EXIT.

074100*****************************************************************
074200* 2800-CHECK-ONE-MAP - COUNT THE CURRENT PUBLISHED MAP AS       *
074300*                 TRANSLATED, OR LIST IT AS MISSING             *
074400*****************************************************************
074500 2800-CHECK-ONE-MAP.
074600     SET LC-Text-Not-Found TO TRUE
074700     PERFORM VARYING LC-L10N-IDX FROM 1 BY 1
074800             UNTIL LC-L10N-IDX > LC-L10N-COUNT
074900                OR LC-Text-Found
075000         IF LC-L10N-NAME(LC-L10N-IDX) = LC-MASTER-NAME
075100             SET LC-Text-Found TO TRUE
075200         END-IF
075300     END-PERFORM
075400     IF LC-Text-Found
075500         ADD 1 TO LC-LANG-TRANSLATED(LC-LANG-IDX)
075600         GO TO 2800-EXIT
075700     END-IF
075800     MOVE 'MAP' TO LC-MISS-KIND
075900     MOVE LC-MASTER-NAME TO LC-MISS-NAME
076000     PERFORM 2900-WRITE-MISSING-LINE THRU 2900-EXIT.
076100 2800-EXIT.
076200     EXIT.

076300*****************************************************************
076400* 2900-WRITE-MISSING-LINE - ONE REPORT LINE: THE LANGUAGE, MAP  *
076500*                 OR CATEGORY, AND THE NAME STILL WANTING TEXT  *
076600*****************************************************************
076700 2900-WRITE-MISSING-LINE.
076800     MOVE 'MISSING' TO LC-MISS-TAG
076900     MOVE LC-CUR-LANG TO LC-MISS-LANG
077000     WRITE LC-REPORT-RECORD FROM LC-MISSING-LINE
077100     ADD 1 TO LC-LANG-MISSING(LC-LANG-IDX).
077200 2900-EXIT.
077300     EXIT.

077400*****************************************************************
077500* 3000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE RUN TOTALS,    *
077600*                 ONE LINE PER LANGUAGE                         *
077700*****************************************************************
077800 3000-WRITE-SUMMARY.
077900     MOVE SPACES TO LC-OUTPUT-LINE
078000     WRITE LC-REPORT-RECORD FROM LC-OUTPUT-LINE
078100     MOVE LC-FOLDER-COUNT TO LC-COUNT-DISPLAY
078200     MOVE LC-SKIPPED-COUNT TO LC-COUNT-DISPLAY2
078300     MOVE SPACES TO LC-OUTPUT-LINE
078400     STRING 'SUMMARY:  FOLDERS=' LC-COUNT-DISPLAY
078500         ' SKIPPED=' LC-COUNT-DISPLAY2
078600         DELIMITED BY SIZE INTO LC-OUTPUT-LINE
078700     WRITE LC-REPORT-RECORD FROM LC-OUTPUT-LINE
078800     PERFORM VARYING LC-LANG-IDX FROM 1 BY 1
078900             UNTIL LC-LANG-IDX > LC-LANG-COUNT
079000         MOVE LC-LANG-TRANSLATED(LC-LANG-IDX)
079100             TO LC-COUNT-DISPLAY
079200         MOVE LC-LANG-MISSING(LC-LANG-IDX) TO LC-COUNT-DISPLAY2
079300         MOVE SPACES TO LC-OUTPUT-LINE
079400         STRING 'SUMMARY:  ' LC-LANG-CODE(LC-LANG-IDX)
079500             ' TRANSLATED=' LC-COUNT-DISPLAY
079600             ' MISSING=' LC-COUNT-DISPLAY2
079700             DELIMITED BY SIZE INTO LC-OUTPUT-LINE
079800         WRITE LC-REPORT-RECORD FROM LC-OUTPUT-LINE
079900     END-PERFORM.
080000 3000-EXIT.
080100     EXIT.

080200*****************************************************************
080300* 9000-TERMINATE - CLOSE THE REPORT                             *
080400*****************************************************************
080500 9000-TERMINATE.
080600     IF LC-Init-Ok
080700         CLOSE ReportFile
080800     END-IF.
080900 9000-EXIT.
081000     EXIT.
