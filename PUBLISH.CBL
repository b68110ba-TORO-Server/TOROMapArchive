000100*****************************************************************
000200* PROGRAM:     PUBLISH
000300* PURPOSE:     PROMOTES THE STAGED README, MANIFEST AND HTML
000400*              OUTPUTS TO LIVE ONLY WHEN THE STAGED SET PASSES
000500*              ITS GATE CHECKS, AND KEEPS THE LAST FEW
000600*              PUBLISHED SETS SO A BAD ONE CAN BE PUT BACK.
000700*              GENERATEREADME, BATCH-DRIVER AND GEN-HTML WRITE
000800*              README-STAGED.MD, MANIFEST-STAGED.JSON AND
000900*              INDEX-STAGED.HTML BESIDE THE LIVE FILES; THIS
001000*              PROGRAM CHECKS EVERY STAGED FILE IS THERE AND NOT
001100*              EMPTY, THAT THE ENTRY COUNT IS WITHIN TOLERANCE
001200*              OF THE LIVE SET AND THAT NO EXCEPTION ABOVE THE
001300*              BLOCKING SEVERITY WAS RAISED, THEN COPIES THE SET
001400*              LIVE AND INTO THE NEXT NUMBERED GENERATION.
001500*              ROLLBACK MODE PUTS AN EARLIER GENERATION BACK.
001600*              EVERY PROMOTE AND ROLLBACK IS LOGGED TO
001700*              AUDIT-LOG.DAT.
001800*****************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. Publish IS INITIAL PROGRAM.
002100 AUTHOR. R-WALLACE.
002200 INSTALLATION. TORO-MAP-ARCHIVE.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED.
002500*-----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700* ------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION
002900* ---------- ----  -----------------------------------------------
003000* 2026-10-15 RW    INITIAL VERSION. THE SET IS README.MD,
003100*                  MANIFEST.JSON AND INDEX.HTML IN EVERY
003200*                  SUBFOLDER OF SUBFOLDER-LIST.DAT PLUS THE
003300*                  TOP-LEVEL README.MD AND INDEX.HTML, OR THE
003400*                  THREE FILES OF THE CURRENT DIRECTORY WHEN
003500*                  THERE IS NO SUBFOLDER LIST. AN INDEX.HTML IS
003600*                  ONLY REQUIRED WHERE A LIVE OR STAGED PAGE
003700*                  EXISTS, SO AN ARCHIVE THAT HAS NEVER PUBLISHED
003800*                  HTML IS NOT HELD UP FOR IT. THE OPTIONAL
003900*                  PUBLISH-CONTROL.DAT CARRIES KEY=VALUE LINES
004000*                  (SAME SHAPE AS BACKUP-CONTROL.DAT): KEEP
004100*                  (GENERATIONS TO ROTATE THROUGH, DEFAULT 5),
004200*                  TOLERANCE (PERCENT THE STAGED ENTRY COUNT MAY
004300*                  DIFFER FROM THE LIVE ONE, DEFAULT 10) AND
004400*                  BLOCK-SEVERITY (DEFAULT 2). EXCEPTIONS ARE
004500*                  GRADED ON THE OPS-DIGEST SCALE, 1 THE MOST
004600*                  SERIOUS: INPUT MISSING AND LEDGER UNAVAILABLE
004700*                  ARE 1, DEPENDS TABLE FULL IS 2 AND EVERY
004800*                  OTHER REJECT IS 3; AN EXCEPTION GRADED AT OR
004900*                  ABOVE BLOCK-SEVERITY (A NUMBER NO GREATER
005000*                  THAN IT) STOPS THE PROMOTE, AND 0 LETS NONE
005100*                  STOP IT. A FAILED GATE LEAVES THE LIVE SET
005200*                  AND THE STAGED FILES ALONE; A PROMOTE REMOVES
005300*                  THE STAGED FILES SO THEY CANNOT GO LIVE TWICE.
005400*                  GENERATION NN OF A FILE LIVES BESIDE IT AS
005500*                  <NAME>.GNN AND PUBLISH-SET.GNN LISTS THE FILES
005600*                  IN IT. PUBLISH-CATALOG.DAT GETS ONE LINE PER
005700*                  PROMOTE (A NEW SET NUMBER) AND ROLLBACK; THE
005800*                  SAME LINE IS APPENDED TO AUDIT-LOG.DAT, WHERE
005900*                  AUDIT-TREND COUNTS IT AS A SKIPPED LINE, AS IT
006000*                  DOES MASTER-BACKUP'S RESTORES. ROLLBACK IS
006100*                  ASKED FOR BY CREATING PUBLISH-ROLLBACK.DAT -
006200*                  EMPTY FOR THE SET BEFORE THE ONE NOW LIVE, OR
006300*                  SET=N FOR A PARTICULAR SET - AND RUNNING THIS
006400*                  PROGRAM. THE REQUEST IS REMOVED AS SOON AS IT
006500*                  IS READ SO IT CANNOT FIRE TWICE. CALLABLE AS A
006600*                  CYCLE-DRIVER STEP (INITIAL, ENDS WITH GOBACK).
006610* 2026-10-15 RW    TAGS TABLE FULL IS GRADED 2 BESIDE DEPENDS
006620*                  TABLE FULL - A TAG SET CUT SHORT AT THE CAP
006630*                  IS DATA SILENTLY LEFT OUT OF THE PAGES.
006635* 2026-10-15 RW    EACH LANGUAGE NAMED IN L10N-CONTROL.DAT
006640*                  (LANGUAGE=CODE, AT MOST FIVE, READ AS
006645*                  GENERATEREADME READS IT) ADDS README.<LANG>.MD
006650*                  AND INDEX.<LANG>.HTML TO THE SET WHEREVER THE
006655*                  BASE README.MD AND INDEX.HTML GO. BOTH ARE
006660*                  OPTIONAL IN THE WAY INDEX.HTML IS, SO A
006665*                  LANGUAGE ADDED SINCE THE LAST RUN OF THE
006670*                  GENERATORS DOES NOT HOLD THE SET UP. THE FILE
006675*                  TABLE AND THE FILES= COUNT ARE WIDENED FOR
006680*                  THEM. L10N TABLE FULL GRADES 3 LIKE ANY OTHER
006685*                  REJECT - ITS MAPS STILL SHOW IN THE BASE TEXT.
006688* 2026-10-15 RW    THE FOLDER TABLE HOLDS 500 SUBFOLDERS, AS
006691*                  BATCHDRIVER'S DOES, AND THE FILE TABLE 6513
006694*                  FILES, SO ANY ARCHIVE BATCHDRIVER BUILDS CAN
006697*                  BE PUBLISHED.
006698* 2026-10-15 RW    MANIFEST OVERFLOW (A MANIFEST.JSON OBJECT CUT
006699*                  SHORT BY GENERATEREADME) GRADES 1 - THE STAGED
006729*                  MANIFEST IS NOT VALID JSON.
006759*-----------------------------------------------------------------

006800 ENVIRONMENT DIVISION.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT SubfolderListFile ASSIGN TO 'SUBFOLDER-LIST.DAT'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS PB-SUBFOLDER-STATUS.

007400     SELECT ControlFile ASSIGN TO 'PUBLISH-CONTROL.DAT'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS PB-CTL-STATUS.

007700     SELECT RollbackFile ASSIGN TO 'PUBLISH-ROLLBACK.DAT'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS PB-ROLLBACK-STATUS.

008000     SELECT CatalogFile ASSIGN TO 'PUBLISH-CATALOG.DAT'
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS PB-CATALOG-STATUS.

008300     SELECT SetListFile ASSIGN TO DYNAMIC PB-SETLIST-ASSIGN
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS PB-SETLIST-STATUS.

008600     SELECT SourceFile ASSIGN TO DYNAMIC PB-SOURCE-ASSIGN
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS PB-SOURCE-STATUS.

008900     SELECT TargetFile ASSIGN TO DYNAMIC PB-TARGET-ASSIGN
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS PB-TARGET-STATUS.

009200     SELECT ExceptionFile ASSIGN TO DYNAMIC PB-EXCEPTION-ASSIGN
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS PB-EXCEPTION-STATUS.

009500     SELECT AuditLogFile ASSIGN TO 'AUDIT-LOG.DAT'
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS PB-AUDIT-STATUS.

009800     SELECT ReportFile ASSIGN TO 'PUBLISH.RPT'
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS PB-RPT-STATUS.

010020     SELECT L10nControlFile ASSIGN TO 'L10N-CONTROL.DAT'
010030         ORGANIZATION IS LINE SEQUENTIAL
010040         FILE STATUS IS PB-L10NCTL-STATUS.

010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  SubfolderListFile.
010400 01  PB-SUBFOLDER-RECORD           PIC X(200).

010500 FD  ControlFile.
010600 01  PB-CONTROL-RECORD             PIC X(80).

010700 FD  RollbackFile.
010800 01  PB-ROLLBACK-RECORD            PIC X(80).

010900*-----------------------------------------------------------------
011000* PUBLISH CATALOG - ONE LINE APPENDED PER PROMOTE OR ROLLBACK;
011100* THE LAST LINE NAMES THE SET NOW LIVE
011200*-----------------------------------------------------------------
011300 FD  CatalogFile.
011400 01  PB-CATALOG-RECORD             PIC X(80).

011500*-----------------------------------------------------------------
011600* SET LIST OF ONE GENERATION - LIVE-PATH|GENERATION-PATH, ONE
011700* LINE PER FILE IN THE SET
011800*-----------------------------------------------------------------
011900 FD  SetListFile.
012000 01  PB-SETLIST-RECORD             PIC X(510).

012100 FD  SourceFile.
012200 01  PB-SOURCE-RECORD              PIC X(1000).

012300 FD  TargetFile.
012400 01  PB-TARGET-RECORD              PIC X(1000).

012500 FD  ExceptionFile.
012600 01  PB-EXCEPTION-RECORD           PIC X(132).

012700 FD  AuditLogFile.
012800 01  PB-AUDIT-RECORD               PIC X(80).

012900 FD  ReportFile.
013000 01  PB-REPORT-RECORD              PIC X(132).

013020 FD  L10nControlFile.
013030 01  PB-L10NCTL-RECORD             PIC X(80).

013100 WORKING-STORAGE SECTION.
013200*-----------------------------------------------------------------
013300* SWITCHES
013400*-----------------------------------------------------------------
013500 01  PB-SWITCHES.
013600     05  PB-SUBFOLDER-EOF-FLAG     PIC X     VALUE 'N'.
013700         88  End-Of-Subfolder-List           VALUE 'Y'.
013800         88  Not-End-Of-Subfolder-List       VALUE 'N'.
013900     05  PB-CTL-EOF-FLAG           PIC X     VALUE 'N'.
014000         88  End-Of-Control                  VALUE 'Y'.
014100         88  Not-End-Of-Control              VALUE 'N'.
014200     05  PB-CATALOG-EOF-FLAG       PIC X     VALUE 'N'.
014300         88  End-Of-Catalog                  VALUE 'Y'.
014400         88  Not-End-Of-Catalog              VALUE 'N'.
014500     05  PB-SETLIST-EOF-FLAG       PIC X     VALUE 'N'.
014600         88  End-Of-Set-List                 VALUE 'Y'.
014700         88  Not-End-Of-Set-List             VALUE 'N'.
014800     05  PB-COPY-EOF-FLAG          PIC X     VALUE 'N'.
014900         88  End-Of-Copy                     VALUE 'Y'.
015000         88  Not-End-Of-Copy                 VALUE 'N'.
015100     05  PB-EXCEPTION-EOF-FLAG     PIC X     VALUE 'N'.
015200         88  End-Of-Exceptions               VALUE 'Y'.
015300         88  Not-End-Of-Exceptions           VALUE 'N'.
015400     05  PB-MODE-SW                PIC X     VALUE 'P'.
015500         88  PB-Mode-Promote                 VALUE 'P'.
015600         88  PB-Mode-Rollback                VALUE 'R'.
015700     05  PB-INIT-SW                PIC X     VALUE 'Y'.
015800         88  PB-Init-Ok                      VALUE 'Y'.
015900         88  PB-Init-Failed                  VALUE 'N'.
016000     05  PB-COPY-SW                PIC X     VALUE 'Y'.
016100         88  PB-Copy-Ok                      VALUE 'Y'.
016200         88  PB-Copy-Failed                  VALUE 'N'.
016300     05  PB-SET-COMPLETE-SW        PIC X     VALUE 'Y'.
016400         88  PB-Set-Complete                 VALUE 'Y'.
016500         88  PB-Set-Incomplete               VALUE 'N'.
016600     05  PB-TARGET-FOUND-SW        PIC X     VALUE 'N'.
016700         88  PB-Target-Found                 VALUE 'Y'.
016800         88  PB-Target-Not-Found             VALUE 'N'.
016900     05  PB-TARGET-REUSED-SW       PIC X     VALUE 'N'.
017000         88  PB-Target-Reused                VALUE 'Y'.
017100         88  PB-Target-Not-Reused            VALUE 'N'.
017110     05  PB-L10NCTL-EOF-FLAG       PIC X     VALUE 'N'.
017120         88  End-Of-L10n-Control             VALUE 'Y'.
017130         88  Not-End-Of-L10n-Control         VALUE 'N'.
017140     05  PB-LANG-CODE-SW           PIC X     VALUE 'Y'.
017150         88  PB-Lang-Code-Ok                 VALUE 'Y'.
017160         88  PB-Lang-Code-Bad                VALUE 'N'.
017170     05  PB-LANG-LISTED-SW         PIC X     VALUE 'N'.
017180         88  PB-Lang-Listed                  VALUE 'Y'.
017190         88  PB-Lang-Not-Listed              VALUE 'N'.

017200*-----------------------------------------------------------------
017300* FILE STATUS CODES
017400*-----------------------------------------------------------------
017500 77  PB-SUBFOLDER-STATUS           PIC X(02) VALUE SPACES.
017600 77  PB-CTL-STATUS                 PIC X(02) VALUE SPACES.
017700 77  PB-ROLLBACK-STATUS            PIC X(02) VALUE SPACES.
017800 77  PB-CATALOG-STATUS             PIC X(02) VALUE SPACES.
017900 77  PB-SETLIST-STATUS             PIC X(02) VALUE SPACES.
018000 77  PB-SOURCE-STATUS              PIC X(02) VALUE SPACES.
018100 77  PB-TARGET-STATUS              PIC X(02) VALUE SPACES.
018200 77  PB-EXCEPTION-STATUS           PIC X(02) VALUE SPACES.
018300 77  PB-AUDIT-STATUS               PIC X(02) VALUE SPACES.
018400 77  PB-RPT-STATUS                 PIC X(02) VALUE SPACES.
018410 77  PB-L10NCTL-STATUS             PIC X(02) VALUE SPACES.

018500*-----------------------------------------------------------------
018600* CONTROLS - OVERRIDDEN BY PUBLISH-CONTROL.DAT, AND THE SET A
018700* ROLLBACK ASKED FOR (ZERO MEANS THE SET BEFORE THE LIVE ONE)
018800*-----------------------------------------------------------------
018900 77  PB-KEEP-GENERATIONS           PIC 9(02) VALUE 5.
019000 77  PB-TOLERANCE-PCT              PIC 9(03) VALUE 10.
019100 77  PB-BLOCK-SEVERITY             PIC 9(01) VALUE 2.
019200 77  PB-ROLLBACK-SET               PIC 9(06) VALUE ZERO.

019300*-----------------------------------------------------------------
019400* SET AND GENERATION NUMBERS. THE LAST SET PROMOTED AND ITS
019500* GENERATION COME FROM THE LAST PROMOTE LINE IN THE CATALOG;
019600* THE LIVE SET FROM THE LAST LINE OF EITHER KIND
019700*-----------------------------------------------------------------
019800 77  PB-LAST-SET                   PIC 9(06) VALUE ZERO.
019900 77  PB-LAST-GEN                   PIC 9(02) VALUE ZERO.
020000 77  PB-LIVE-SET                   PIC 9(06) VALUE ZERO.
020100 77  PB-THIS-SET                   PIC 9(06) VALUE ZERO.
020200 77  PB-THIS-GEN                   PIC 9(02) VALUE ZERO.

020300*-----------------------------------------------------------------
020400* COUNTERS AND WORK AREAS
020500*-----------------------------------------------------------------
020600 77  PB-FOLDER-COUNT               PIC 9(03) COMP VALUE ZERO.
020700 77  PB-FOLDER-IDX                 PIC 9(03) COMP VALUE ZERO.
020800 77  PB-FILE-COUNT                 PIC 9(04) COMP VALUE ZERO.
020900 77  PB-FILE-IDX                   PIC 9(04) COMP VALUE ZERO.
021000 77  PB-NAME-IDX                   PIC 9(01) COMP VALUE ZERO.
021100 77  PB-GATE-FAIL-COUNT            PIC 9(05) COMP VALUE ZERO.
021200 77  PB-DONE-COUNT                 PIC 9(04) COMP VALUE ZERO.
021300 77  PB-RECORD-COUNT               PIC 9(07) COMP VALUE ZERO.
021400 77  PB-TEXT-COUNT                 PIC 9(07) COMP VALUE ZERO.
021500 77  PB-OBJECT-COUNT               PIC 9(07) COMP VALUE ZERO.
021600 77  PB-STAGED-ENTRIES             PIC 9(07) COMP VALUE ZERO.
021700 77  PB-LIVE-ENTRIES               PIC 9(07) COMP VALUE ZERO.
021800 77  PB-SET-ENTRIES                PIC 9(07) COMP VALUE ZERO.
021900 77  PB-ENTRY-DIFF                 PIC 9(07) COMP VALUE ZERO.
022000 77  PB-DIFF-WORK                  PIC 9(11) COMP VALUE ZERO.
022100 77  PB-ALLOWED-WORK               PIC 9(11) COMP VALUE ZERO.
022200 77  PB-SEVERITY                   PIC 9(01) VALUE ZERO.
022300 77  PB-MANIFEST-TALLY             PIC 9(03) COMP VALUE ZERO.
022400 77  PB-RUN-DATE-RAW               PIC 9(08) VALUE ZERO.
022500 77  PB-RUN-TIME-RAW               PIC 9(08) VALUE ZERO.
022600 01  PB-STAMP-DATE                 PIC X(10).
022700 01  PB-STAMP-TIME                 PIC X(08).
022800 01  PB-FOLDER-PATH                PIC X(200).
022900 01  PB-LIVE-PATH                  PIC X(250).
023000 01  PB-STAGED-PATH                PIC X(250).
023100 01  PB-GEN-PATH                   PIC X(250).
023200 01  PB-SETLIST-ASSIGN             PIC X(250).
023300 01  PB-SOURCE-ASSIGN              PIC X(250).
023400 01  PB-TARGET-ASSIGN              PIC X(250).
023500 01  PB-EXCEPTION-ASSIGN           PIC X(250).
023600 01  PB-GEN-SUFFIX                 PIC 9(02).
023700 01  PB-TRIMMED-LINE               PIC X(1000).
023800 01  PB-EXC-REASON                 PIC X(20).
023900 01  PB-OUTPUT-LINE                PIC X(132).
024000 01  PB-COUNT-DISPLAY              PIC Z(06)9.
024100 01  PB-SHORT-DISPLAY              PIC Z(04)9.
024200 01  PB-SET-DISPLAY                PIC 9(06).
024300 01  PB-PCT-DISPLAY                PIC ZZ9.
024400 01  PB-LIVE-DISPLAY               PIC Z(06)9.
024500 01  PB-GATE-WORD                  PIC X(14).
024600 01  PB-SEV-DISPLAYS.
024700     05  PB-SEV-DISPLAY            PIC Z(04)9 OCCURS 3 TIMES.
024800 01  PB-CAT-SET-WORK               PIC 9(06).
024900 01  PB-CAT-GEN-WORK               PIC 9(02).
024910 01  PB-FILE-BASE                  PIC X(20).

025000*-----------------------------------------------------------------
025100* THE THREE GENERATED OUTPUTS. THE STAGED NAME IS THE BASE NAME
025200* PLUS -STAGED AND THE EXTENSION; THE GENERATION NAME IS THE
025300* BASE NAME PLUS .GNN, AS IN MASTER-BACKUP
025400*-----------------------------------------------------------------
025500 01  PB-BASE-TABLE.
025600     05  FILLER                    PIC X(08) VALUE 'README'.
025700     05  FILLER                    PIC X(08) VALUE 'MANIFEST'.
025800     05  FILLER                    PIC X(08) VALUE 'INDEX'.
025900 01  FILLER REDEFINES PB-BASE-TABLE.
026000     05  PB-BASE-NAME              PIC X(08) OCCURS 3 TIMES.
026100 01  PB-EXT-TABLE.
026200     05  FILLER                    PIC X(05) VALUE '.MD'.
026300     05  FILLER                    PIC X(05) VALUE '.JSON'.
026400     05  FILLER                    PIC X(05) VALUE '.HTML'.
026500 01  FILLER REDEFINES PB-EXT-TABLE.
026600     05  PB-EXT-NAME               PIC X(05) OCCURS 3 TIMES.

026700*-----------------------------------------------------------------
026800* THE SET - ONE ENTRY PER FILE (FOLDER PLUS WHICH OF THE THREE
026900* OUTPUTS IN WHICH LANGUAGE), AND THE FOLDERS WHOSE EXCEPTION.RPT
026950* IS GATED
027000*-----------------------------------------------------------------
027100 01  PB-FILE-TABLE.
027200     05  PB-FILE-ENTRY             OCCURS 6513 TIMES.
027300         10  PB-FT-FOLDER          PIC X(200).
027400         10  PB-FT-NAME-IDX        PIC 9(01).
027450         10  PB-FT-LANG-IDX        PIC 9(01).
027500         10  PB-FT-IN-SET-SW       PIC X.
027600             88  PB-FT-In-Set                VALUE 'Y'.
027700             88  PB-FT-Not-In-Set            VALUE 'N'.
027800 01  PB-FOLDER-TABLE.
027900     05  PB-FOLDER-ENTRY           PIC X(200) OCCURS 500 TIMES.

027910*-----------------------------------------------------------------
027915* SECOND LANGUAGES FROM L10N-CONTROL.DAT (A CODE IS 1-8 OF A-Z,
027920* 0-9 AND '-'; A BAD OR REPEATED CODE, OR ONE PAST THE FIFTH, IS
027925* IGNORED). A FILE'S LANGUAGE NUMBER IS ZERO FOR THE BASE OUTPUT
027930*-----------------------------------------------------------------
027935 77  PB-LANG-COUNT                 PIC 9(01) COMP VALUE ZERO.
027940 77  PB-LANG-IDX                   PIC 9(01) COMP VALUE ZERO.
027945 77  PB-LANG-CHAR-IDX              PIC 9(02) COMP VALUE ZERO.
027950 01  PB-LANG-CANDIDATE             PIC X(08).
027955 01  PB-LANG-CHAR                  PIC X(01).
027960     88  PB-Lang-Char-Ok           VALUE 'A' THRU 'Z'
027965                                         '0' THRU '9' '-'.
027970 01  PB-L10NCTL-SPLIT-FIELDS.
027975     05  PB-L10NCTL-SPLIT-KEY      PIC X(20).
027980     05  PB-L10NCTL-SPLIT-VALUE    PIC X(20).
027985 01  PB-LANG-TABLE.
027990     05  PB-LANG-CODE              PIC X(08) OCCURS 5 TIMES.

028000*-----------------------------------------------------------------
028100* EXCEPTIONS BY SEVERITY (1 THE MOST SERIOUS)
028200*-----------------------------------------------------------------
028300 01  PB-SEVERITY-TABLE.
028400     05  PB-SEV-COUNT              PIC 9(05) COMP OCCURS 3 TIMES.

028500*-----------------------------------------------------------------
028600* CONTROL CARD PARSE WORK AREAS
028700*-----------------------------------------------------------------
028800 01  PB-CTL-KEY                    PIC X(20).
028900 01  PB-CTL-VALUE                  PIC X(20).
029000 01  PB-CTL-VALUE-JUST             PIC X(06) JUSTIFIED RIGHT.
029100 01  PB-CTL-VALUE-N                PIC 9(06) VALUE ZERO.

029200*-----------------------------------------------------------------
029300* CATALOG LINE - FIXED LAYOUT SO THE LAST SET AND GENERATION
029400* CAN BE PARSED BACK OUT ON THE NEXT RUN. THE SAME LINE GOES TO
029500* AUDIT-LOG.DAT
029600*-----------------------------------------------------------------
029700 01  PB-CATALOG-LINE.
029800     05  PB-CAT-DATE               PIC X(10).
029900     05  FILLER                    PIC X(01) VALUE SPACE.
030000     05  PB-CAT-TIME               PIC X(08).
030100     05  FILLER                    PIC X(01) VALUE SPACE.
030200     05  PB-CAT-ACTION             PIC X(08).
030300     05  FILLER                    PIC X(01) VALUE SPACE.
030400     05  FILLER                    PIC X(04) VALUE 'SET='.
030500     05  PB-CAT-SET                PIC 9(06).
030600     05  FILLER                    PIC X(01) VALUE SPACE.
030700     05  FILLER                    PIC X(04) VALUE 'GEN='.
030800     05  PB-CAT-GEN                PIC 9(02).
030900     05  FILLER                    PIC X(01) VALUE SPACE.
031000     05  FILLER                    PIC X(06) VALUE 'FILES='.
031100     05  PB-CAT-FILES              PIC 9(04).
031200     05  FILLER                    PIC X(01) VALUE SPACE.
031300     05  FILLER                    PIC X(08) VALUE 'ENTRIES='.
031400     05  PB-CAT-ENTRIES            PIC 9(07).

031500 PROCEDURE DIVISION.
031600*****************************************************************
031700* 0000-MAINLINE                                                 *
031800*****************************************************************
031900 0000-MAINLINE.
032000     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
032100     IF PB-Init-Ok
032200         IF PB-Mode-Promote
032300             PERFORM 2000-PROMOTE-STAGED-SET THRU 2000-EXIT
032400         ELSE
032500             PERFORM 4000-ROLLBACK-SET THRU 4000-EXIT
032600         END-IF
032700     END-IF
032800     PERFORM 9000-TERMINATE         THRU 9000-EXIT
032900     GOBACK.

033000*****************************************************************
033100* 1000-INITIALIZE - OPEN THE REPORT FIRST, STAMP THE RUN, PICK  *
033200*                 UP THE CONTROLS, ANY ROLLBACK REQUEST AND THE *
033300*                 CATALOG, AND FOR A PROMOTE LOAD THE           *
033350*                 LANGUAGES AND LAY OUT THE SET                 *
033400*****************************************************************
033500 1000-INITIALIZE.
033600     OPEN OUTPUT ReportFile
033700     IF PB-RPT-STATUS NOT = '00'
033800         SET PB-Init-Failed TO TRUE
033900         DISPLAY 'PUBLISH: CANNOT OPEN PUBLISH.RPT, STATUS='
034000             PB-RPT-STATUS
034100         GO TO 1000-EXIT
034200     END-IF
034300     ACCEPT PB-RUN-DATE-RAW FROM DATE YYYYMMDD
034400     ACCEPT PB-RUN-TIME-RAW FROM TIME
034500     MOVE SPACES TO PB-STAMP-DATE
034600     STRING PB-RUN-DATE-RAW(1:4) '-' PB-RUN-DATE-RAW(5:2) '-'
034700         PB-RUN-DATE-RAW(7:2) DELIMITED BY SIZE
034800         INTO PB-STAMP-DATE
034900     MOVE SPACES TO PB-STAMP-TIME
035000     STRING PB-RUN-TIME-RAW(1:2) ':' PB-RUN-TIME-RAW(3:2) ':'
035100         PB-RUN-TIME-RAW(5:2) DELIMITED BY SIZE
035200         INTO PB-STAMP-TIME
035300     MOVE SPACES TO PB-OUTPUT-LINE
035400     STRING 'PUBLISH REPORT  ' PB-STAMP-DATE ' ' PB-STAMP-TIME
035500         DELIMITED BY SIZE INTO PB-OUTPUT-LINE
035600     WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
035700     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
035800     PERFORM 1200-READ-ROLLBACK-REQUEST THRU 1200-EXIT
035900     PERFORM 1300-READ-CATALOG THRU 1300-EXIT
036000     IF PB-Mode-Promote
036050         PERFORM 1500-LOAD-LANGUAGES THRU 1500-EXIT
036100         PERFORM 1400-BUILD-FILE-TABLE THRU 1400-EXIT
036200     END-IF.
036300 1000-EXIT.
036400     EXIT.

036500*****************************************************************
036600* 1100-READ-CONTROL - PARSE KEY=VALUE LINES FROM THE OPTIONAL   *
036700*                 CONTROL FILE: KEEP, TOLERANCE AND             *
036800*                 BLOCK-SEVERITY. A VALUE OUT OF RANGE IS       *
036900*                 IGNORED AND THE DEFAULT STANDS                *
037000*****************************************************************
037100 1100-READ-CONTROL.
037200     OPEN INPUT ControlFile
037300     IF PB-CTL-STATUS NOT = '00'
037400         GO TO 1100-EXIT
037500     END-IF
037600     SET Not-End-Of-Control TO TRUE
037700     PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
037800     PERFORM UNTIL End-Of-Control
037900         PERFORM 1120-APPLY-CONTROL-LINE THRU 1120-EXIT
038000         PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
038100     END-PERFORM
038200     CLOSE ControlFile.
038300 1100-EXIT.
038400     EXIT.

038500*****************************************************************
038600* 1110-READ-CONTROL-LINE - READ ONE CONTROL FILE LINE           *
038700*****************************************************************
038800 1110-READ-CONTROL-LINE.
038900     READ ControlFile
039000         AT END
039100             SET End-Of-Control TO TRUE
039200     END-READ.
039300 1110-EXIT.
039400     EXIT.

039500*****************************************************************
039600* 1120-APPLY-CONTROL-LINE - APPLY ONE KEY=VALUE CONTROL LINE    *
039700*****************************************************************
039800 1120-APPLY-CONTROL-LINE.
039900     MOVE SPACES TO PB-CTL-KEY PB-CTL-VALUE
040000     UNSTRING PB-CONTROL-RECORD DELIMITED BY '='
040100         INTO PB-CTL-KEY PB-CTL-VALUE
040200     PERFORM 1130-PARSE-NUM-VALUE THRU 1130-EXIT
040300     IF PB-CTL-VALUE-JUST IS NOT NUMERIC
040400         GO TO 1120-EXIT
040500     END-IF
040600     EVALUATE FUNCTION TRIM(PB-CTL-KEY)
040700         WHEN 'KEEP'
040800             IF PB-CTL-VALUE-N > ZERO AND PB-CTL-VALUE-N < 100
040900                 MOVE PB-CTL-VALUE-N TO PB-KEEP-GENERATIONS
041000             END-IF
041100         WHEN 'TOLERANCE'
041200             IF PB-CTL-VALUE-N < 1000
041300                 MOVE PB-CTL-VALUE-N TO PB-TOLERANCE-PCT
041400             END-IF
041500         WHEN 'BLOCK-SEVERITY'
041600             IF PB-CTL-VALUE-N < 4
041700                 MOVE PB-CTL-VALUE-N TO PB-BLOCK-SEVERITY
041800             END-IF
041900     END-EVALUATE.
042000 1120-EXIT.
042100     EXIT.

042200*****************************************************************
042300* 1130-PARSE-NUM-VALUE - RIGHT-JUSTIFY AND ZERO-FILL A CONTROL  *
042400*                 VALUE SO '5' AND '05' READ THE SAME WAY       *
042500*****************************************************************
042600 1130-PARSE-NUM-VALUE.
042700     MOVE ZERO TO PB-CTL-VALUE-N
042800     MOVE FUNCTION TRIM(PB-CTL-VALUE) TO PB-CTL-VALUE-JUST
042900     INSPECT PB-CTL-VALUE-JUST REPLACING LEADING SPACE BY '0'
043000     IF PB-CTL-VALUE-JUST IS NUMERIC
043100         MOVE PB-CTL-VALUE-JUST TO PB-CTL-VALUE-N
043200     END-IF.
043300 1130-EXIT.
043400     EXIT.

043500*****************************************************************
043600* 1200-READ-ROLLBACK-REQUEST - PUBLISH-ROLLBACK.DAT ON FILE     *
043700*                 MEANS ROLLBACK MODE; A SET=N LINE NAMES THE   *
043800*                 SET TO PUT BACK. THE REQUEST IS REMOVED ONCE  *
043900*                 READ, SO THE NEXT RUN PROMOTES AGAIN          *
044000*****************************************************************
044100 1200-READ-ROLLBACK-REQUEST.
044200     OPEN INPUT RollbackFile
044300     IF PB-ROLLBACK-STATUS NOT = '00'
044400         GO TO 1200-EXIT
044500     END-IF
044600     SET PB-Mode-Rollback TO TRUE
044700     SET Not-End-Of-Control TO TRUE
044800     PERFORM 1210-READ-ROLLBACK-LINE THRU 1210-EXIT
044900     PERFORM UNTIL End-Of-Control
045000         MOVE SPACES TO PB-CTL-KEY PB-CTL-VALUE
045100         UNSTRING PB-ROLLBACK-RECORD DELIMITED BY '='
045200             INTO PB-CTL-KEY PB-CTL-VALUE
045300         IF FUNCTION TRIM(PB-CTL-KEY) = 'SET'
045400             PERFORM 1130-PARSE-NUM-VALUE THRU 1130-EXIT
045500             MOVE PB-CTL-VALUE-N TO PB-ROLLBACK-SET
045600         END-IF
045700         PERFORM 1210-READ-ROLLBACK-LINE THRU 1210-EXIT
045800     END-PERFORM
045900     CLOSE RollbackFile
046000     DELETE FILE RollbackFile.
046100 1200-EXIT.
046200     EXIT.

046300*****************************************************************
046400* 1210-READ-ROLLBACK-LINE - READ ONE ROLLBACK REQUEST LINE      *
046500*****************************************************************
046600 1210-READ-ROLLBACK-LINE.
046700     READ RollbackFile
046800         AT END
046900             SET End-Of-Control TO TRUE
047000     END-READ.
047100 1210-EXIT.
047200     EXIT.

047300*****************************************************************
047400* 1300-READ-CATALOG - READ THE CATALOG THROUGH FOR THE LAST SET *
047500*                 PROMOTED, ITS GENERATION, AND THE SET NOW     *
047600*                 LIVE. NO CATALOG MEANS NOTHING PUBLISHED YET  *
047700*****************************************************************
047800 1300-READ-CATALOG.
047900     MOVE ZERO TO PB-LAST-SET PB-LAST-GEN PB-LIVE-SET
048000     OPEN INPUT CatalogFile
048100     IF PB-CATALOG-STATUS NOT = '00'
048200         GO TO 1300-EXIT
048300     END-IF
048400     SET Not-End-Of-Catalog TO TRUE
048500     PERFORM 1310-READ-CATALOG-LINE THRU 1310-EXIT
048600     PERFORM UNTIL End-Of-Catalog
048700         IF PB-CATALOG-RECORD(34:6) IS NUMERIC
048800             AND PB-CATALOG-RECORD(45:2) IS NUMERIC
048900             EVALUATE PB-CATALOG-RECORD(21:8)
049000                 WHEN 'PROMOTE '
049100                     MOVE PB-CATALOG-RECORD(34:6) TO PB-LAST-SET
049200                     MOVE PB-CATALOG-RECORD(45:2) TO PB-LAST-GEN
049300                     MOVE PB-CATALOG-RECORD(34:6) TO PB-LIVE-SET
049400                 WHEN 'ROLLBACK'
049500                     MOVE PB-CATALOG-RECORD(34:6) TO PB-LIVE-SET
049600             END-EVALUATE
049700         END-IF
049800         PERFORM 1310-READ-CATALOG-LINE THRU 1310-EXIT
049900     END-PERFORM
050000     CLOSE CatalogFile.
050100 1300-EXIT.
050200     EXIT.

050300*****************************************************************
050400* 1310-READ-CATALOG-LINE - READ ONE CATALOG LINE                *
050500*****************************************************************
050600 1310-READ-CATALOG-LINE.
050700     READ CatalogFile
050800         AT END
050900             SET End-Of-Catalog TO TRUE
051000     END-READ.
051100 1310-EXIT.
051200     EXIT.

051300*****************************************************************
051400* 1400-BUILD-FILE-TABLE - LAY OUT THE SET: EVERY LISTED         *
051500*                 SUBFOLDER'S THREE OUTPUTS PLUS THE TOP-LEVEL  *
051600*                 README.MD AND INDEX.HTML, OR THE CURRENT      *
051700*                 DIRECTORY'S THREE WITHOUT A SUBFOLDER LIST,   *
051750*                 EACH README AND INDEX WITH ITS LANGUAGE FILES *
051800*****************************************************************
051900 1400-BUILD-FILE-TABLE.
052000     MOVE ZERO TO PB-FILE-COUNT PB-FOLDER-COUNT
052100     MOVE SPACES TO PB-FOLDER-PATH
052200     OPEN INPUT SubfolderListFile
052300     IF PB-SUBFOLDER-STATUS NOT = '00'
052400         PERFORM 1410-ADD-FOLDER THRU 1410-EXIT
052500         GO TO 1400-EXIT
052600     END-IF
052700     MOVE 1 TO PB-NAME-IDX
052800     PERFORM 1420-ADD-ONE-FILE THRU 1420-EXIT
052900     MOVE 3 TO PB-NAME-IDX
053000     PERFORM 1420-ADD-ONE-FILE THRU 1420-EXIT
053050     PERFORM 1440-ADD-LANGUAGE-FILES THRU 1440-EXIT
053100     SET Not-End-Of-Subfolder-List TO TRUE
053200     PERFORM 1430-READ-SUBFOLDER THRU 1430-EXIT
053300     PERFORM UNTIL End-Of-Subfolder-List OR PB-Init-Failed
053400         MOVE FUNCTION TRIM(PB-SUBFOLDER-RECORD)
053500             TO PB-FOLDER-PATH
053600         IF PB-FOLDER-PATH NOT = SPACES
053700             PERFORM 1410-ADD-FOLDER THRU 1410-EXIT
053800         END-IF
053900         PERFORM 1430-READ-SUBFOLDER THRU 1430-EXIT
054000     END-PERFORM
054100     CLOSE SubfolderListFile.
054200 1400-EXIT.
054300     EXIT.

054400*****************************************************************
054500* 1410-ADD-FOLDER - ADD ONE FOLDER AND ITS THREE OUTPUTS. PAST  *
054600*                 THE TABLE'S 500 FOLDERS THE RUN FAILS RATHER  *
054700*                 THAN PUBLISH PART OF THE ARCHIVE              *
054800*****************************************************************
054900 1410-ADD-FOLDER.
055000     IF PB-FOLDER-COUNT NOT < 500
055100         SET PB-Init-Failed TO TRUE
055200         MOVE 'FAILED    MORE THAN 500 SUBFOLDERS - NOTHING PUBLIS
055300-            'HED' TO PB-OUTPUT-LINE
055400         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
055500         GO TO 1410-EXIT
055600     END-IF
055700     ADD 1 TO PB-FOLDER-COUNT
055800     MOVE PB-FOLDER-PATH TO PB-FOLDER-ENTRY(PB-FOLDER-COUNT)
055900     PERFORM VARYING PB-NAME-IDX FROM 1 BY 1
056000             UNTIL PB-NAME-IDX > 3
056100         PERFORM 1420-ADD-ONE-FILE THRU 1420-EXIT
056200     END-PERFORM
056250     PERFORM 1440-ADD-LANGUAGE-FILES THRU 1440-EXIT.
056300 1410-EXIT.
056400     EXIT.

056500*****************************************************************
056600* 1420-ADD-ONE-FILE - ADD OUTPUT PB-NAME-IDX OF PB-FOLDER-PATH  *
056650*                 IN LANGUAGE PB-LANG-IDX (ZERO FOR THE BASE)   *
056700*****************************************************************
056800 1420-ADD-ONE-FILE.
056900     ADD 1 TO PB-FILE-COUNT
057000     MOVE PB-FOLDER-PATH TO PB-FT-FOLDER(PB-FILE-COUNT)
057100     MOVE PB-NAME-IDX TO PB-FT-NAME-IDX(PB-FILE-COUNT)
057150     MOVE PB-LANG-IDX TO PB-FT-LANG-IDX(PB-FILE-COUNT)
057200     SET PB-FT-In-Set(PB-FILE-COUNT) TO TRUE.
057300 1420-EXIT.
057400     EXIT.

057500*****************************************************************
057600* 1430-READ-SUBFOLDER - READ ONE LINE OF SUBFOLDER-LIST.DAT     *
057700*****************************************************************
057800 1430-READ-SUBFOLDER.
057900     READ SubfolderListFile
058000         AT END
058100             SET End-Of-Subfolder-List TO TRUE
058200     END-READ.
058300 1430-EXIT.
058400     EXIT.

058410*****************************************************************
058415* 1440-ADD-LANGUAGE-FILES - ADD THE README AND INDEX OF         *
058420*                 PB-FOLDER-PATH IN EVERY LANGUAGE              *
058425*****************************************************************
058430 1440-ADD-LANGUAGE-FILES.
058435     PERFORM VARYING PB-LANG-IDX FROM 1 BY 1
058440             UNTIL PB-LANG-IDX > PB-LANG-COUNT
058445         MOVE 1 TO PB-NAME-IDX
058450         PERFORM 1420-ADD-ONE-FILE THRU 1420-EXIT
058455         MOVE 3 TO PB-NAME-IDX
058460         PERFORM 1420-ADD-ONE-FILE THRU 1420-EXIT
058465     END-PERFORM
058470     MOVE ZERO TO PB-LANG-IDX.
058475 1440-EXIT.
058480     EXIT.

058481*****************************************************************
058482* 1500-LOAD-LANGUAGES - LOAD THE LANGUAGE CODES FROM            *
058483*                 L10N-CONTROL.DAT, AS GENERATEREADME DOES. THE *
058484*                 FILE IS OPTIONAL AND LINES OTHER THAN         *
058485*                 LANGUAGE= ARE IGNORED                         *
058486*****************************************************************
058487 1500-LOAD-LANGUAGES.
058488     MOVE ZERO TO PB-LANG-COUNT
058489     OPEN INPUT L10nControlFile
058490     IF PB-L10NCTL-STATUS NOT = '00'
058491         GO TO 1500-EXIT
058492     END-IF
058493     SET Not-End-Of-L10n-Control TO TRUE
058494     PERFORM 1510-READ-L10N-CONTROL THRU 1510-EXIT
058495     PERFORM UNTIL End-Of-L10n-Control
058496         PERFORM 1520-STORE-LANGUAGE THRU 1520-EXIT
058497         PERFORM 1510-READ-L10N-CONTROL THRU 1510-EXIT
058498     END-PERFORM
058499     CLOSE L10nControlFile.
058500 1500-EXIT.
058501     EXIT.

058502*****************************************************************
058503* 1510-READ-L10N-CONTROL - READ ONE LINE OF L10N-CONTROL.DAT    *
058504*****************************************************************
058505 1510-READ-L10N-CONTROL.
058506     READ L10nControlFile
058507         AT END
058508             SET End-Of-L10n-Control TO TRUE
058509     END-READ.
058510 1510-EXIT.
058511     EXIT.

058512*****************************************************************
058513* 1520-STORE-LANGUAGE - KEEP ONE LANGUAGE=CODE LINE'S CODE,     *
058514*                 UPPER-CASED. A BAD CODE, A CODE ALREADY HELD  *
058515*                 AND ANY CODE PAST THE FIFTH ARE DROPPED       *
058516*****************************************************************
058517 1520-STORE-LANGUAGE.
058518     MOVE SPACES TO PB-L10NCTL-SPLIT-FIELDS
058519     UNSTRING PB-L10NCTL-RECORD DELIMITED BY '='
058520         INTO PB-L10NCTL-SPLIT-KEY PB-L10NCTL-SPLIT-VALUE
058521     IF FUNCTION UPPER-CASE(FUNCTION TRIM(PB-L10NCTL-SPLIT-KEY))
058522             NOT = 'LANGUAGE'
058523         GO TO 1520-EXIT
058524     END-IF
058525     MOVE FUNCTION UPPER-CASE(
058526             FUNCTION TRIM(PB-L10NCTL-SPLIT-VALUE))
058527         TO PB-L10NCTL-SPLIT-VALUE
058528     IF PB-L10NCTL-SPLIT-VALUE = SPACES
058529         OR PB-L10NCTL-SPLIT-VALUE(9:12) NOT = SPACES
058530         GO TO 1520-EXIT
058531     END-IF
058532     MOVE PB-L10NCTL-SPLIT-VALUE TO PB-LANG-CANDIDATE
058533     PERFORM 1530-CHECK-LANGUAGE-CODE THRU 1530-EXIT
058534     IF PB-Lang-Code-Bad
058535         GO TO 1520-EXIT
058536     END-IF
058537     SET PB-Lang-Not-Listed TO TRUE
058538     PERFORM VARYING PB-LANG-IDX FROM 1 BY 1
058539             UNTIL PB-LANG-IDX > PB-LANG-COUNT
058540         IF PB-LANG-CODE(PB-LANG-IDX) = PB-LANG-CANDIDATE
058541             SET PB-Lang-Listed TO TRUE
058542         END-IF
058543     END-PERFORM
058544     IF PB-Lang-Listed
058545         OR PB-LANG-COUNT NOT < 5
058546         GO TO 1520-EXIT
058547     END-IF
058548     ADD 1 TO PB-LANG-COUNT
058549     MOVE PB-LANG-CANDIDATE TO PB-LANG-CODE(PB-LANG-COUNT).
058550 1520-EXIT.
058551     EXIT.

058552*****************************************************************
058553* 1530-CHECK-LANGUAGE-CODE - A CODE BECOMES PART OF A FILE NAME *
058554*                 SO ONLY A-Z, 0-9 AND '-' ARE ALLOWED, WITH NO *
058555*                 EMBEDDED SPACE                                *
058556*****************************************************************
058557 1530-CHECK-LANGUAGE-CODE.
058558     SET PB-Lang-Code-Ok TO TRUE
058559     PERFORM VARYING PB-LANG-CHAR-IDX FROM 1 BY 1
058560             UNTIL PB-LANG-CHAR-IDX > 8
058561         MOVE PB-LANG-CANDIDATE(PB-LANG-CHAR-IDX:1)
058562             TO PB-LANG-CHAR
058563         IF PB-LANG-CHAR = SPACE
058564             IF PB-LANG-CANDIDATE(PB-LANG-CHAR-IDX:) NOT = SPACES
058565                 SET PB-Lang-Code-Bad TO TRUE
058566             END-IF
058567         ELSE
058568             IF NOT PB-Lang-Char-Ok
058569                 SET PB-Lang-Code-Bad TO TRUE
058570             END-IF
058571         END-IF
058572     END-PERFORM.
058573 1530-EXIT.
058574     EXIT.

058575*****************************************************************
058600* 2000-PROMOTE-STAGED-SET - RUN THE THREE GATES; ONLY A SET     *
058700*                 THAT PASSES ALL OF THEM IS COPIED INTO THE    *
058800*                 NEXT GENERATION (WRAPPING PAST KEEP) AND LIVE,*
058900*                 THEN CATALOGED AND LOGGED                     *
059000*****************************************************************
059100 2000-PROMOTE-STAGED-SET.
059200     MOVE ZERO TO PB-GATE-FAIL-COUNT
059300     PERFORM 2100-CHECK-STAGED-FILES THRU 2100-EXIT
059400     PERFORM 2200-CHECK-ENTRY-TOLERANCE THRU 2200-EXIT
059500     PERFORM 2300-CHECK-EXCEPTIONS THRU 2300-EXIT
059600     IF PB-GATE-FAIL-COUNT > ZERO
059700         MOVE PB-GATE-FAIL-COUNT TO PB-SHORT-DISPLAY
059800         MOVE SPACES TO PB-OUTPUT-LINE
059900         STRING 'FAILED    STAGED SET NOT PROMOTED - '
060000             FUNCTION TRIM(PB-SHORT-DISPLAY)
060100             ' GATE CHECK(S) FAILED, LIVE SET UNCHANGED'
060200             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
060300         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
060400         GO TO 2000-EXIT
060500     END-IF
060600     COMPUTE PB-THIS-SET = PB-LAST-SET + 1
060700     COMPUTE PB-THIS-GEN = PB-LAST-GEN + 1
060800     IF PB-THIS-GEN > PB-KEEP-GENERATIONS
060900         MOVE 1 TO PB-THIS-GEN
061000     END-IF
061100     PERFORM 2400-OPEN-SET-LIST THRU 2400-EXIT
061200     IF PB-SETLIST-STATUS NOT = '00'
061300         GO TO 2000-EXIT
061400     END-IF
061500     SET PB-Set-Complete TO TRUE
061600     MOVE ZERO TO PB-DONE-COUNT
061700     PERFORM VARYING PB-FILE-IDX FROM 1 BY 1
061800             UNTIL PB-FILE-IDX > PB-FILE-COUNT
061900         IF PB-FT-In-Set(PB-FILE-IDX)
062000             PERFORM 2500-PROMOTE-ONE-FILE THRU 2500-EXIT
062100         END-IF
062200     END-PERFORM
062300     CLOSE SetListFile
062400     IF PB-Set-Incomplete
062500         MOVE PB-LIVE-SET TO PB-SET-DISPLAY
062600         MOVE SPACES TO PB-OUTPUT-LINE
062700         STRING 'FAILED    PROMOTE INCOMPLETE - PUT SET '
062800             PB-SET-DISPLAY ' BACK WITH PUBLISH-ROLLBACK.DAT'
062900             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
063000         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
063100         GO TO 2000-EXIT
063200     END-IF
063300     MOVE 'PROMOTE' TO PB-CAT-ACTION
063400     MOVE PB-STAGED-ENTRIES TO PB-SET-ENTRIES
063500     PERFORM 2700-WRITE-CATALOG-LINE THRU 2700-EXIT
063600     PERFORM 2800-WRITE-AUDIT-LINE THRU 2800-EXIT.
063700 2000-EXIT.
063800     EXIT.

063900*****************************************************************
064000* 2100-CHECK-STAGED-FILES - GATE 1: EVERY STAGED FILE IN THE    *
064100*                 SET IS ON DISK AND HAS AT LEAST ONE LINE OF   *
064200*                 TEXT. ENTRIES ARE COUNTED FROM THE STAGED AND *
064300*                 LIVE MANIFESTS FOR GATE 2 ON THE WAY. AN HTML *
064400*                 PAGE OR LANGUAGE FILE WITH NEITHER A LIVE NOR *
064500*                 A STAGED COPY IS DROPPED FROM THE SET         *
064600*****************************************************************
064700 2100-CHECK-STAGED-FILES.
064800     MOVE ZERO TO PB-STAGED-ENTRIES PB-LIVE-ENTRIES
064900     PERFORM VARYING PB-FILE-IDX FROM 1 BY 1
065000             UNTIL PB-FILE-IDX > PB-FILE-COUNT
065100         PERFORM 2110-CHECK-ONE-STAGED THRU 2110-EXIT
065200     END-PERFORM.
065300 2100-EXIT.
065400     EXIT.

065500*****************************************************************
065600* 2110-CHECK-ONE-STAGED - GATE 1 FOR ONE FILE OF THE SET        *
065700*****************************************************************
065800 2110-CHECK-ONE-STAGED.
065900     PERFORM 2900-BUILD-PATHS THRU 2900-EXIT
066000     MOVE PB-LIVE-PATH TO PB-SOURCE-ASSIGN
066100     PERFORM 2950-COUNT-SOURCE THRU 2950-EXIT
066200     IF PB-FT-NAME-IDX(PB-FILE-IDX) = 2
066300         ADD PB-OBJECT-COUNT TO PB-LIVE-ENTRIES
066400     END-IF
066500     IF (PB-FT-NAME-IDX(PB-FILE-IDX) = 3
066550         OR PB-FT-LANG-IDX(PB-FILE-IDX) > ZERO)
066600         AND PB-SOURCE-STATUS NOT = '00'
066700         MOVE PB-STAGED-PATH TO PB-SOURCE-ASSIGN
066800         PERFORM 2950-COUNT-SOURCE THRU 2950-EXIT
066900         IF PB-SOURCE-STATUS NOT = '00'
067000             SET PB-FT-Not-In-Set(PB-FILE-IDX) TO TRUE
067100             GO TO 2110-EXIT
067200         END-IF
067300     END-IF
067400     MOVE PB-STAGED-PATH TO PB-SOURCE-ASSIGN
067500     PERFORM 2950-COUNT-SOURCE THRU 2950-EXIT
067600     MOVE SPACES TO PB-OUTPUT-LINE
067700     IF PB-SOURCE-STATUS NOT = '00'
067800         ADD 1 TO PB-GATE-FAIL-COUNT
067900         STRING 'FAILED    GATE STAGED FILE MISSING '
068000             FUNCTION TRIM(PB-STAGED-PATH)
068100             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
068200         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
068300         GO TO 2110-EXIT
068400     END-IF
068500     IF PB-TEXT-COUNT = ZERO
068600         ADD 1 TO PB-GATE-FAIL-COUNT
068700         STRING 'FAILED    GATE STAGED FILE EMPTY '
068800             FUNCTION TRIM(PB-STAGED-PATH)
068900             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
069000         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
069100         GO TO 2110-EXIT
069200     END-IF
069300     MOVE PB-RECORD-COUNT TO PB-COUNT-DISPLAY
069400     IF PB-FT-NAME-IDX(PB-FILE-IDX) = 2
069500         ADD PB-OBJECT-COUNT TO PB-STAGED-ENTRIES
069600         MOVE PB-OBJECT-COUNT TO PB-SHORT-DISPLAY
069700         STRING 'STAGED    ' FUNCTION TRIM(PB-STAGED-PATH)
069800             ' LINES=' PB-COUNT-DISPLAY
069900             ' ENTRIES=' PB-SHORT-DISPLAY
070000             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
070100     ELSE
070200         STRING 'STAGED    ' FUNCTION TRIM(PB-STAGED-PATH)
070300             ' LINES=' PB-COUNT-DISPLAY
070400             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
070500     END-IF
070600     WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE.
070700 2110-EXIT.
070800     EXIT.

070900*****************************************************************
071000* 2200-CHECK-ENTRY-TOLERANCE - GATE 2: THE STAGED MANIFESTS'    *
071100*                 ENTRY COUNT MAY DIFFER FROM THE LIVE ONES' BY *
071200*                 NO MORE THAN TOLERANCE PERCENT OF THE LIVE    *
071300*                 COUNT. WITH NO LIVE ENTRIES (THE FIRST        *
071400*                 PUBLICATION) THERE IS NOTHING TO MEASURE FROM *
071500*****************************************************************
071600 2200-CHECK-ENTRY-TOLERANCE.
071700     MOVE PB-TOLERANCE-PCT TO PB-PCT-DISPLAY
071800     IF PB-LIVE-ENTRIES = ZERO
071900         MOVE 'NOTE      NO LIVE ENTRIES - ENTRY TOLERANCE NOT APP
072000-            'LIED' TO PB-OUTPUT-LINE
072100         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
072200         GO TO 2200-EXIT
072300     END-IF
072400     IF PB-STAGED-ENTRIES > PB-LIVE-ENTRIES
072500         COMPUTE PB-ENTRY-DIFF =
072600             PB-STAGED-ENTRIES - PB-LIVE-ENTRIES
072700     ELSE
072800         COMPUTE PB-ENTRY-DIFF =
072900             PB-LIVE-ENTRIES - PB-STAGED-ENTRIES
073000     END-IF
073100     COMPUTE PB-DIFF-WORK = PB-ENTRY-DIFF * 100
073200     COMPUTE PB-ALLOWED-WORK = PB-LIVE-ENTRIES * PB-TOLERANCE-PCT
073300     IF PB-DIFF-WORK > PB-ALLOWED-WORK
073400         ADD 1 TO PB-GATE-FAIL-COUNT
073500         MOVE 'FAILED    GATE' TO PB-GATE-WORD
073600     ELSE
073700         MOVE 'GATE      OK' TO PB-GATE-WORD
073800     END-IF
073900     MOVE PB-STAGED-ENTRIES TO PB-COUNT-DISPLAY
074000     MOVE PB-LIVE-ENTRIES TO PB-LIVE-DISPLAY
074100     MOVE SPACES TO PB-OUTPUT-LINE
074200     STRING PB-GATE-WORD ' ENTRIES STAGED=' PB-COUNT-DISPLAY
074300         ' LIVE=' PB-LIVE-DISPLAY
074400         ' TOLERANCE=' PB-PCT-DISPLAY '%'
074500         DELIMITED BY SIZE INTO PB-OUTPUT-LINE
074600     WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE.
074700 2200-EXIT.
074800     EXIT.

074900*****************************************************************
075000* 2300-CHECK-EXCEPTIONS - GATE 3: GRADE EVERY EXCEPTION ON EACH *
075100*                 FOLDER'S EXCEPTION.RPT; ANY GRADED AT OR      *
075200*                 ABOVE BLOCK-SEVERITY FAILS THE GATE           *
075300*****************************************************************
075400 2300-CHECK-EXCEPTIONS.
075500     MOVE ZERO TO PB-SEV-COUNT(1) PB-SEV-COUNT(2) PB-SEV-COUNT(3)
075600     PERFORM VARYING PB-FOLDER-IDX FROM 1 BY 1
075700             UNTIL PB-FOLDER-IDX > PB-FOLDER-COUNT
075800         PERFORM 2310-CHECK-FOLDER-EXCEPTIONS THRU 2310-EXIT
075900     END-PERFORM
076000     MOVE PB-SEV-COUNT(1) TO PB-SEV-DISPLAY(1)
076100     MOVE PB-SEV-COUNT(2) TO PB-SEV-DISPLAY(2)
076200     MOVE PB-SEV-COUNT(3) TO PB-SEV-DISPLAY(3)
076300     MOVE SPACES TO PB-OUTPUT-LINE
076400     STRING 'GATE      EXCEPTIONS SEV1=' PB-SEV-DISPLAY(1)
076500         ' SEV2=' PB-SEV-DISPLAY(2)
076600         ' SEV3=' PB-SEV-DISPLAY(3)
076700         ' BLOCK-SEVERITY=' PB-BLOCK-SEVERITY
076800         DELIMITED BY SIZE INTO PB-OUTPUT-LINE
076900     WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE.
077000 2300-EXIT.
077100     EXIT.

077200*****************************************************************
077300* 2310-CHECK-FOLDER-EXCEPTIONS - READ ONE FOLDER'S              *
077400*                 EXCEPTION.RPT. NONE ON FILE IS A NOTE         *
077500*****************************************************************
077600 2310-CHECK-FOLDER-EXCEPTIONS.
077700     MOVE PB-FOLDER-ENTRY(PB-FOLDER-IDX) TO PB-FOLDER-PATH
077800     MOVE SPACES TO PB-EXCEPTION-ASSIGN
077900     IF PB-FOLDER-PATH = SPACES
078000         MOVE 'EXCEPTION.RPT' TO PB-EXCEPTION-ASSIGN
078100     ELSE
078200         STRING FUNCTION TRIM(PB-FOLDER-PATH) '/EXCEPTION.RPT'
078300             DELIMITED BY SIZE INTO PB-EXCEPTION-ASSIGN
078400     END-IF
078500     OPEN INPUT ExceptionFile
078600     IF PB-EXCEPTION-STATUS NOT = '00'
078700         MOVE SPACES TO PB-OUTPUT-LINE
078800         STRING 'NOTE      NO ' FUNCTION TRIM(PB-EXCEPTION-ASSIGN)
078900             ' ON FILE - NO EXCEPTIONS GRADED'
079000             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
079100         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
079200         GO TO 2310-EXIT
079300     END-IF
079400     SET Not-End-Of-Exceptions TO TRUE
079500     PERFORM 2320-READ-EXCEPTION THRU 2320-EXIT
079600     PERFORM UNTIL End-Of-Exceptions
079700         IF PB-EXCEPTION-RECORD(1:9) = 'EXCEPTION'
079800             PERFORM 2330-GRADE-EXCEPTION THRU 2330-EXIT
079900         END-IF
080000         PERFORM 2320-READ-EXCEPTION THRU 2320-EXIT
080100     END-PERFORM
080200     CLOSE ExceptionFile.
080300 2310-EXIT.
080400     EXIT.

080500*****************************************************************
080600* 2320-READ-EXCEPTION - READ ONE EXCEPTION.RPT LINE             *
080700*****************************************************************
080800 2320-READ-EXCEPTION.
080900     READ ExceptionFile
081000         AT END
081100             SET End-Of-Exceptions TO TRUE
081200     END-READ.
081300 2320-EXIT.
081400     EXIT.

081500*****************************************************************
081600* 2330-GRADE-EXCEPTION - GRADE ONE EXCEPTION BY ITS REASON      *
081700*                 (COLUMNS 20-39 OF GENERATEREADME'S LAYOUT).   *
081800*                 INPUT MISSING AND LEDGER UNAVAILABLE MEAN THE *
081900*                 RUN ITSELF IS SUSPECT AND MANIFEST OVERFLOW   *
081910*                 THAT MANIFEST.JSON IS BROKEN; DEPENDS TABLE   *
081920*                 FULL AND TAGS TABLE FULL MEAN DATA WAS        *
082000*                 SILENTLY LEFT OUT; THE REST ARE ONE BAD       *
082100*                 ENTRY EACH                                    *
082200*****************************************************************
082300 2330-GRADE-EXCEPTION.
082400     MOVE PB-EXCEPTION-RECORD(20:20) TO PB-EXC-REASON
082500     EVALUATE PB-EXC-REASON
082600         WHEN 'INPUT MISSING'
082700         WHEN 'LEDGER UNAVAILABLE'
082750         WHEN 'MANIFEST OVERFLOW'
082800             MOVE 1 TO PB-SEVERITY
082900         WHEN 'DEPENDS TABLE FULL'
082950         WHEN 'TAGS TABLE FULL'
083000             MOVE 2 TO PB-SEVERITY
083100         WHEN OTHER
083200             MOVE 3 TO PB-SEVERITY
083300     END-EVALUATE
083400     ADD 1 TO PB-SEV-COUNT(PB-SEVERITY)
083500     IF PB-SEVERITY > PB-BLOCK-SEVERITY
083600         GO TO 2330-EXIT
083700     END-IF
083800     ADD 1 TO PB-GATE-FAIL-COUNT
083900     MOVE SPACES TO PB-OUTPUT-LINE
084000     STRING 'FAILED    GATE SEV=' PB-SEVERITY ' '
084100         FUNCTION TRIM(PB-EXCEPTION-ASSIGN) ': '
084200         FUNCTION TRIM(PB-EXC-REASON)
084300         DELIMITED BY SIZE INTO PB-OUTPUT-LINE
084400     WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE.
084500 2330-EXIT.
084600     EXIT.

084700*****************************************************************
084800* 2400-OPEN-SET-LIST - START PUBLISH-SET.GNN FOR THE GENERATION *
084900*                 BEING WRITTEN                                 *
085000*****************************************************************
085100 2400-OPEN-SET-LIST.
085200     MOVE PB-THIS-GEN TO PB-GEN-SUFFIX
085300     MOVE SPACES TO PB-SETLIST-ASSIGN
085400     STRING 'PUBLISH-SET.G' PB-GEN-SUFFIX
085500         DELIMITED BY SIZE INTO PB-SETLIST-ASSIGN
085600     OPEN OUTPUT SetListFile
085700     IF PB-SETLIST-STATUS NOT = '00'
085800         MOVE SPACES TO PB-OUTPUT-LINE
085900         STRING 'FAILED    ' FUNCTION TRIM(PB-SETLIST-ASSIGN)
086000             ' COULD NOT BE WRITTEN (STATUS=' PB-SETLIST-STATUS
086100             ') - NOTHING PROMOTED'
086200             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
086300         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
086400     END-IF.
086500 2400-EXIT.
086600     EXIT.

086700*****************************************************************
086800* 2500-PROMOTE-ONE-FILE - COPY ONE STAGED FILE INTO ITS         *
086900*                 GENERATION FILE, THEN OVER THE LIVE FILE,     *
087000*                 LIST IT IN THE SET AND REMOVE THE STAGED COPY *
087100*****************************************************************
087200 2500-PROMOTE-ONE-FILE.
087300     PERFORM 2900-BUILD-PATHS THRU 2900-EXIT
087400     MOVE PB-STAGED-PATH TO PB-SOURCE-ASSIGN
087500     MOVE PB-GEN-PATH TO PB-TARGET-ASSIGN
087600     PERFORM 2600-COPY-FILE THRU 2600-EXIT
087700     IF PB-Copy-Failed
087800         SET PB-Set-Incomplete TO TRUE
087900         GO TO 2500-EXIT
088000     END-IF
088100     MOVE PB-LIVE-PATH TO PB-TARGET-ASSIGN
088200     PERFORM 2600-COPY-FILE THRU 2600-EXIT
088300     IF PB-Copy-Failed
088400         SET PB-Set-Incomplete TO TRUE
088500         GO TO 2500-EXIT
088600     END-IF
088700     MOVE SPACES TO PB-SETLIST-RECORD
088800     STRING FUNCTION TRIM(PB-LIVE-PATH) '|'
088900         FUNCTION TRIM(PB-GEN-PATH)
089000         DELIMITED BY SIZE INTO PB-SETLIST-RECORD
089100     WRITE PB-SETLIST-RECORD
089200     DELETE FILE SourceFile
089300     ADD 1 TO PB-DONE-COUNT
089400     MOVE PB-RECORD-COUNT TO PB-COUNT-DISPLAY
089500     MOVE SPACES TO PB-OUTPUT-LINE
089600     STRING 'PROMOTED  ' FUNCTION TRIM(PB-LIVE-PATH)
089700         ' AS ' FUNCTION TRIM(PB-GEN-PATH)
089800         ' LINES=' PB-COUNT-DISPLAY
089900         DELIMITED BY SIZE INTO PB-OUTPUT-LINE
090000     WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE.
090100 2500-EXIT.
090200     EXIT.

090300*****************************************************************
090400* 2600-COPY-FILE - COPY PB-SOURCE-ASSIGN TO PB-TARGET-ASSIGN,   *
090500*                 COUNTING LINES AND MANIFEST OBJECTS. A FILE   *
090600*                 THAT CANNOT BE READ OR WRITTEN IS A FAILED    *
090700*                 LINE AND LEAVES THE TARGET AS IT WAS WHERE    *
090800*                 THE SOURCE COULD NOT BE READ                  *
090900*****************************************************************
091000 2600-COPY-FILE.
091100     SET PB-Copy-Ok TO TRUE
091200     MOVE ZERO TO PB-RECORD-COUNT PB-OBJECT-COUNT
091300     OPEN INPUT SourceFile
091400     IF PB-SOURCE-STATUS NOT = '00'
091500         SET PB-Copy-Failed TO TRUE
091600         MOVE SPACES TO PB-OUTPUT-LINE
091700         STRING 'FAILED    ' FUNCTION TRIM(PB-SOURCE-ASSIGN)
091800             ' NOT ON FILE - NOT COPIED (STATUS='
091900             PB-SOURCE-STATUS ')'
092000             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
092100         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
092200         GO TO 2600-EXIT
092300     END-IF
092400     OPEN OUTPUT TargetFile
092500     IF PB-TARGET-STATUS NOT = '00'
092600         SET PB-Copy-Failed TO TRUE
092700         MOVE SPACES TO PB-OUTPUT-LINE
092800         STRING 'FAILED    ' FUNCTION TRIM(PB-TARGET-ASSIGN)
092900             ' COULD NOT BE WRITTEN (STATUS='
093000             PB-TARGET-STATUS ')'
093100             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
093200         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
093300         CLOSE SourceFile
093400         GO TO 2600-EXIT
093500     END-IF
093600     SET Not-End-Of-Copy TO TRUE
093700     PERFORM 2610-READ-SOURCE THRU 2610-EXIT
093800     PERFORM UNTIL End-Of-Copy
093900         WRITE PB-TARGET-RECORD FROM PB-SOURCE-RECORD
094000         ADD 1 TO PB-RECORD-COUNT
094100         MOVE FUNCTION TRIM(PB-SOURCE-RECORD) TO PB-TRIMMED-LINE
094200         IF PB-TRIMMED-LINE(1:1) = '{'
094300             ADD 1 TO PB-OBJECT-COUNT
094400         END-IF
094500         PERFORM 2610-READ-SOURCE THRU 2610-EXIT
094600     END-PERFORM
094700     CLOSE SourceFile
094800     CLOSE TargetFile.
094900 2600-EXIT.
095000     EXIT.

095100*****************************************************************
095200* 2610-READ-SOURCE - READ ONE SOURCE LINE                       *
095300*****************************************************************
095400 2610-READ-SOURCE.
095500     READ SourceFile
095600         AT END
095700             SET End-Of-Copy TO TRUE
095800     END-READ.
095900 2610-EXIT.
096000     EXIT.

096100*****************************************************************
096200* 2700-WRITE-CATALOG-LINE - APPEND THIS PROMOTE OR ROLLBACK TO  *
096300*                 THE CATALOG (EXTEND, WITH THE USUAL CREATE    *
096400*                 FALLBACK)                                     *
096500*****************************************************************
096600 2700-WRITE-CATALOG-LINE.
096700     MOVE PB-STAMP-DATE TO PB-CAT-DATE
096800     MOVE PB-STAMP-TIME TO PB-CAT-TIME
096900     MOVE PB-THIS-SET TO PB-CAT-SET
097000     MOVE PB-THIS-GEN TO PB-CAT-GEN
097100     MOVE PB-DONE-COUNT TO PB-CAT-FILES
097200     MOVE PB-SET-ENTRIES TO PB-CAT-ENTRIES
097300     OPEN EXTEND CatalogFile
097400     IF PB-CATALOG-STATUS NOT = '00'
097500         OPEN OUTPUT CatalogFile
097600     END-IF
097700     IF PB-CATALOG-STATUS = '00'
097800         WRITE PB-CATALOG-RECORD FROM PB-CATALOG-LINE
097900         CLOSE CatalogFile
098000     ELSE
098100         MOVE SPACES TO PB-OUTPUT-LINE
098200         STRING 'FAILED    PUBLISH-CATALOG.DAT COULD NOT BE '
098300             'WRITTEN (STATUS=' PB-CATALOG-STATUS ')'
098400             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
098500         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
098600     END-IF.
098700 2700-EXIT.
098800     EXIT.

098900*****************************************************************
099000* 2800-WRITE-AUDIT-LINE - APPEND THE SAME LINE TO AUDIT-LOG.DAT *
099100*                 SO AUDIT-TREND'S REVIEWER CAN SEE IT HAPPENED *
099200*****************************************************************
099300 2800-WRITE-AUDIT-LINE.
099400     OPEN EXTEND AuditLogFile
099500     IF PB-AUDIT-STATUS NOT = '00'
099600         OPEN OUTPUT AuditLogFile
099700     END-IF
099800     IF PB-AUDIT-STATUS = '00'
099900         WRITE PB-AUDIT-RECORD FROM PB-CATALOG-LINE
100000         CLOSE AuditLogFile
100100     ELSE
100200         MOVE SPACES TO PB-OUTPUT-LINE
100300         STRING 'FAILED    AUDIT-LOG.DAT COULD NOT BE WRITTEN '
100400             '(STATUS=' PB-AUDIT-STATUS ')'
100500             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
100600         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
100700     END-IF.
100800 2800-EXIT.
100900     EXIT.

101000*****************************************************************
101100* 2900-BUILD-PATHS - LIVE, STAGED AND GENERATION (PB-THIS-GEN)  *
101200*                 NAMES OF FILE PB-FILE-IDX. A BLANK FOLDER IS  *
101300*                 THE CURRENT DIRECTORY. A LANGUAGE FILE HAS    *
101350*                 ITS CODE AFTER THE BASE NAME (README.JA.MD)   *
101400*****************************************************************
101500 2900-BUILD-PATHS.
101600     MOVE PB-FT-FOLDER(PB-FILE-IDX) TO PB-FOLDER-PATH
101700     MOVE PB-FT-NAME-IDX(PB-FILE-IDX) TO PB-NAME-IDX
101800     MOVE PB-THIS-GEN TO PB-GEN-SUFFIX
101900     MOVE SPACES TO PB-LIVE-PATH PB-STAGED-PATH PB-GEN-PATH
101910     MOVE PB-BASE-NAME(PB-NAME-IDX) TO PB-FILE-BASE
101920     IF PB-FT-LANG-IDX(PB-FILE-IDX) > ZERO
101930         MOVE PB-FT-LANG-IDX(PB-FILE-IDX) TO PB-LANG-IDX
101940         MOVE SPACES TO PB-FILE-BASE
101950         STRING FUNCTION TRIM(PB-BASE-NAME(PB-NAME-IDX)) '.'
101960             FUNCTION TRIM(PB-LANG-CODE(PB-LANG-IDX))
101970             DELIMITED BY SIZE INTO PB-FILE-BASE
101980         MOVE ZERO TO PB-LANG-IDX
101990     END-IF
102000     IF PB-FOLDER-PATH = SPACES
102100         STRING FUNCTION TRIM(PB-FILE-BASE)
102200             FUNCTION TRIM(PB-EXT-NAME(PB-NAME-IDX))
102300             DELIMITED BY SIZE INTO PB-LIVE-PATH
102400         STRING FUNCTION TRIM(PB-FILE-BASE)
102500             '-STAGED'
102600             FUNCTION TRIM(PB-EXT-NAME(PB-NAME-IDX))
102700             DELIMITED BY SIZE INTO PB-STAGED-PATH
102800         STRING FUNCTION TRIM(PB-FILE-BASE)
102900             '.G' PB-GEN-SUFFIX
103000             DELIMITED BY SIZE INTO PB-GEN-PATH
103100     ELSE
103200         STRING FUNCTION TRIM(PB-FOLDER-PATH) '/'
103300             FUNCTION TRIM(PB-FILE-BASE)
103400             FUNCTION TRIM(PB-EXT-NAME(PB-NAME-IDX))
103500             DELIMITED BY SIZE INTO PB-LIVE-PATH
103600         STRING FUNCTION TRIM(PB-FOLDER-PATH) '/'
103700             FUNCTION TRIM(PB-FILE-BASE)
103800             '-STAGED'
103900             FUNCTION TRIM(PB-EXT-NAME(PB-NAME-IDX))
104000             DELIMITED BY SIZE INTO PB-STAGED-PATH
104100         STRING FUNCTION TRIM(PB-FOLDER-PATH) '/'
104200             FUNCTION TRIM(PB-FILE-BASE)
104300             '.G' PB-GEN-SUFFIX
104400             DELIMITED BY SIZE INTO PB-GEN-PATH
104500     END-IF.
104600 2900-EXIT.
104700     EXIT.

104800*****************************************************************
104900* 2950-COUNT-SOURCE - COUNT THE LINES, NON-BLANK LINES AND      *
105000*                 MANIFEST OBJECTS (LINES OPENING WITH {, AS    *
105100*                 DELTAREPORT COUNTS THEM) OF PB-SOURCE-ASSIGN. *
105200*                 A FILE NOT ON DISK LEAVES ITS STATUS SET AND  *
105300*                 EVERY COUNT ZERO                              *
105400*****************************************************************
105500 2950-COUNT-SOURCE.
105600     MOVE ZERO TO PB-RECORD-COUNT PB-TEXT-COUNT PB-OBJECT-COUNT
105700     OPEN INPUT SourceFile
105800     IF PB-SOURCE-STATUS NOT = '00'
105900         GO TO 2950-EXIT
106000     END-IF
106100     SET Not-End-Of-Copy TO TRUE
106200     PERFORM 2610-READ-SOURCE THRU 2610-EXIT
106300     PERFORM UNTIL End-Of-Copy
106400         ADD 1 TO PB-RECORD-COUNT
106500         MOVE FUNCTION TRIM(PB-SOURCE-RECORD) TO PB-TRIMMED-LINE
106600         IF PB-TRIMMED-LINE NOT = SPACES
106700             ADD 1 TO PB-TEXT-COUNT
106800         END-IF
106900         IF PB-TRIMMED-LINE(1:1) = '{'
107000             ADD 1 TO PB-OBJECT-COUNT
107100         END-IF
107200         PERFORM 2610-READ-SOURCE THRU 2610-EXIT
107300     END-PERFORM
107400     CLOSE SourceFile.
107500 2950-EXIT.
107600     EXIT.

107700*****************************************************************
107800* 4000-ROLLBACK-SET - PUT AN EARLIER PUBLISHED SET BACK LIVE:   *
107900*                 THE SET ASKED FOR, OR BY DEFAULT THE ONE      *
108000*                 BEFORE THE SET NOW LIVE. A SET WHOSE          *
108100*                 GENERATION HAS SINCE BEEN REUSED IS NO LONGER *
108200*                 KEPT AND CANNOT BE PUT BACK                   *
108300*****************************************************************
108400 4000-ROLLBACK-SET.
108500     MOVE PB-ROLLBACK-SET TO PB-THIS-SET
108600     IF PB-THIS-SET = ZERO AND PB-LIVE-SET > 1
108700         COMPUTE PB-THIS-SET = PB-LIVE-SET - 1
108800     END-IF
108900     MOVE SPACES TO PB-OUTPUT-LINE
109000     IF PB-THIS-SET = ZERO
109100         STRING 'FAILED    ROLLBACK - NO EARLIER SET HAS BEEN '
109200             'PUBLISHED' DELIMITED BY SIZE INTO PB-OUTPUT-LINE
109300         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
109400         GO TO 4000-EXIT
109500     END-IF
109600     MOVE PB-THIS-SET TO PB-SET-DISPLAY
109700     PERFORM 4100-FIND-TARGET-GEN THRU 4100-EXIT
109800     IF PB-Target-Not-Found
109900         STRING 'FAILED    ROLLBACK - SET ' PB-SET-DISPLAY
110000             ' IS NOT IN PUBLISH-CATALOG.DAT'
110100             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
110200         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
110300         GO TO 4000-EXIT
110400     END-IF
110500     MOVE PB-THIS-GEN TO PB-GEN-SUFFIX
110600     IF PB-Target-Reused
110700         STRING 'FAILED    ROLLBACK - SET ' PB-SET-DISPLAY
110800             ' IS NO LONGER KEPT (GENERATION ' PB-GEN-SUFFIX
110900             ' REUSED BY A LATER SET)'
111000             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
111100         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
111200         GO TO 4000-EXIT
111300     END-IF
111400     MOVE SPACES TO PB-SETLIST-ASSIGN
111500     STRING 'PUBLISH-SET.G' PB-GEN-SUFFIX
111600         DELIMITED BY SIZE INTO PB-SETLIST-ASSIGN
111700     OPEN INPUT SetListFile
111800     IF PB-SETLIST-STATUS NOT = '00'
111900         STRING 'FAILED    ROLLBACK - '
112000             FUNCTION TRIM(PB-SETLIST-ASSIGN)
112100             ' NOT ON FILE (STATUS=' PB-SETLIST-STATUS ')'
112200             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
112300         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
112400         GO TO 4000-EXIT
112500     END-IF
112600     SET PB-Set-Complete TO TRUE
112700     MOVE ZERO TO PB-DONE-COUNT PB-SET-ENTRIES
112800     SET Not-End-Of-Set-List TO TRUE
112900     PERFORM 4200-READ-SET-LIST THRU 4200-EXIT
113000     PERFORM UNTIL End-Of-Set-List
113100         IF PB-SETLIST-RECORD NOT = SPACES
113200             PERFORM 4300-RESTORE-ONE-FILE THRU 4300-EXIT
113300         END-IF
113400         PERFORM 4200-READ-SET-LIST THRU 4200-EXIT
113500     END-PERFORM
113600     CLOSE SetListFile
113700     IF PB-Set-Incomplete
113800         MOVE SPACES TO PB-OUTPUT-LINE
113900         STRING 'FAILED    ROLLBACK TO SET ' PB-SET-DISPLAY
114000             ' INCOMPLETE - LIVE SET IS MIXED'
114100             DELIMITED BY SIZE INTO PB-OUTPUT-LINE
114200         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
114300     END-IF
114400     IF PB-DONE-COUNT > ZERO
114500         MOVE 'ROLLBACK' TO PB-CAT-ACTION
114600         PERFORM 2700-WRITE-CATALOG-LINE THRU 2700-EXIT
114700         PERFORM 2800-WRITE-AUDIT-LINE THRU 2800-EXIT
114800     END-IF.
114900 4000-EXIT.
115000     EXIT.

115100*****************************************************************
115200* 4100-FIND-TARGET-GEN - FIND THE PROMOTE LINE OF SET           *
115300*                 PB-THIS-SET AND ITS GENERATION, AND WHETHER A *
115400*                 LATER PROMOTE HAS WRITTEN OVER THAT           *
115500*                 GENERATION                                    *
115600*****************************************************************
115700 4100-FIND-TARGET-GEN.
115800     SET PB-Target-Not-Found TO TRUE
115900     SET PB-Target-Not-Reused TO TRUE
116000     MOVE ZERO TO PB-THIS-GEN
116100     OPEN INPUT CatalogFile
116200     IF PB-CATALOG-STATUS NOT = '00'
116300         GO TO 4100-EXIT
116400     END-IF
116500     SET Not-End-Of-Catalog TO TRUE
116600     PERFORM 1310-READ-CATALOG-LINE THRU 1310-EXIT
116700     PERFORM UNTIL End-Of-Catalog
116800         IF PB-CATALOG-RECORD(21:8) = 'PROMOTE '
116900             AND PB-CATALOG-RECORD(34:6) IS NUMERIC
117000             AND PB-CATALOG-RECORD(45:2) IS NUMERIC
117100             PERFORM 4110-CHECK-PROMOTE-LINE THRU 4110-EXIT
117200         END-IF
117300         PERFORM 1310-READ-CATALOG-LINE THRU 1310-EXIT
117400     END-PERFORM
117500     CLOSE CatalogFile.
117600 4100-EXIT.
117700     EXIT.

117800*****************************************************************
117900* 4110-CHECK-PROMOTE-LINE - ONE PROMOTE LINE AGAINST THE TARGET *
118000*****************************************************************
118100 4110-CHECK-PROMOTE-LINE.
118200     MOVE PB-CATALOG-RECORD(34:6) TO PB-CAT-SET-WORK
118300     MOVE PB-CATALOG-RECORD(45:2) TO PB-CAT-GEN-WORK
118400     IF PB-CAT-SET-WORK = PB-THIS-SET
118500         SET PB-Target-Found TO TRUE
118600         SET PB-Target-Not-Reused TO TRUE
118700         MOVE PB-CAT-GEN-WORK TO PB-THIS-GEN
118800         GO TO 4110-EXIT
118900     END-IF
119000     IF PB-Target-Found
119100         AND PB-CAT-SET-WORK > PB-THIS-SET
119200         AND PB-CAT-GEN-WORK = PB-THIS-GEN
119300         SET PB-Target-Reused TO TRUE
119400     END-IF.
119500 4110-EXIT.
119600     EXIT.

119700*****************************************************************
119800* 4200-READ-SET-LIST - READ ONE LINE OF PUBLISH-SET.GNN         *
119900*****************************************************************
120000 4200-READ-SET-LIST.
120100     READ SetListFile
120200         AT END
120300             SET End-Of-Set-List TO TRUE
120400     END-READ.
120500 4200-EXIT.
120600     EXIT.

120700*****************************************************************
120800* 4300-RESTORE-ONE-FILE - COPY ONE GENERATION FILE BACK OVER    *
120900*                 ITS LIVE FILE                                 *
121000*****************************************************************
121100 4300-RESTORE-ONE-FILE.
121200     MOVE SPACES TO PB-LIVE-PATH PB-GEN-PATH
121300     UNSTRING PB-SETLIST-RECORD DELIMITED BY '|'
121400         INTO PB-LIVE-PATH PB-GEN-PATH
121500     MOVE PB-GEN-PATH TO PB-SOURCE-ASSIGN
121600     MOVE PB-LIVE-PATH TO PB-TARGET-ASSIGN
121700     PERFORM 2600-COPY-FILE THRU 2600-EXIT
121800     IF PB-Copy-Failed
121900         SET PB-Set-Incomplete TO TRUE
122000         GO TO 4300-EXIT
122100     END-IF
122200     ADD 1 TO PB-DONE-COUNT
122300     MOVE ZERO TO PB-MANIFEST-TALLY
122400     INSPECT PB-LIVE-PATH TALLYING PB-MANIFEST-TALLY
122500         FOR ALL 'MANIFEST.JSON'
122600     IF PB-MANIFEST-TALLY > ZERO
122700         ADD PB-OBJECT-COUNT TO PB-SET-ENTRIES
122800     END-IF
122900     MOVE PB-RECORD-COUNT TO PB-COUNT-DISPLAY
123000     MOVE SPACES TO PB-OUTPUT-LINE
123100     STRING 'RESTORED  ' FUNCTION TRIM(PB-LIVE-PATH)
123200         ' FROM ' FUNCTION TRIM(PB-GEN-PATH)
123300         ' LINES=' PB-COUNT-DISPLAY
123400         DELIMITED BY SIZE INTO PB-OUTPUT-LINE
123500     WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE.
123600 4300-EXIT.
123700     EXIT.

123800*****************************************************************
123900* 9000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE THE REPORT   *
124000*****************************************************************
124100 9000-TERMINATE.
124200     IF PB-RPT-STATUS = '00' AND PB-Init-Ok
124300         MOVE SPACES TO PB-OUTPUT-LINE
124400         MOVE PB-THIS-SET TO PB-SET-DISPLAY
124500         MOVE PB-THIS-GEN TO PB-GEN-SUFFIX
124600         MOVE PB-DONE-COUNT TO PB-SHORT-DISPLAY
124700         IF PB-Mode-Promote
124800             STRING 'SUMMARY:  MODE=PROMOTE SET=' PB-SET-DISPLAY
124900                 ' GENERATION=' PB-GEN-SUFFIX
125000                 ' PROMOTED=' PB-SHORT-DISPLAY
125100                 DELIMITED BY SIZE INTO PB-OUTPUT-LINE
125200         ELSE
125300             STRING 'SUMMARY:  MODE=ROLLBACK SET=' PB-SET-DISPLAY
125400                 ' GENERATION=' PB-GEN-SUFFIX
125500                 ' RESTORED=' PB-SHORT-DISPLAY
125600                 DELIMITED BY SIZE INTO PB-OUTPUT-LINE
125700         END-IF
125800         WRITE PB-REPORT-RECORD FROM PB-OUTPUT-LINE
125900     END-IF
126000     IF PB-RPT-STATUS = '00'
126100         CLOSE ReportFile
126200     END-IF.
126300 9000-EXIT.
126400     EXIT.
