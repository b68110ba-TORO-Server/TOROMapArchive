002617*                  SO ITS TABLES AND SWITCHES START CLEAN ON
002618*                  EVERY CALL (THE SAME CHANGE GENERATEREADME
002619*                  GOT WHEN THIS PROGRAM BECAME ITS CALLER).
002620* 2026-10-15 RW    THE CONSOLIDATED README IS NOW WRITTEN TO
002621*                  README-STAGED.MD, LIKE EVERY SUBFOLDER README,
002622*                  FOR PUBLISH TO CHECK AND PROMOTE. ITS LINKS
002623*                  STILL POINT AT THE LIVE SUBFOLDER README.MD.
002633* 2026-10-15 RW    FOR EACH LANGUAGE NAMED IN L10N-CONTROL.DAT
002643*                  (LANGUAGE=CODE) A CONSOLIDATED
002653*                  README.<LANG>-STAGED.MD IS ALSO WRITTEN,
002663*                  LINKING THE SAME SUBFOLDERS' README.<LANG>.MD
002673*                  PAGES THAT GENERATEREADME NOW WRITES PER
002683*                  LANGUAGE.
002500*-----------------------------------------------------------------

002600 ENVIRONMENT DIVISION.
003200         ORGANIZATION IS LINE SEQUENTIAL
003210         FILE STATUS IS BD-FLDRCTL-STATUS.

003300     SELECT TopReportFile ASSIGN TO 'README-STAGED.MD'
003400         ORGANIZATION IS LINE SEQUENTIAL
003410         FILE STATUS IS BD-TOPRPT-STATUS.

003501         ORGANIZATION IS LINE SEQUENTIAL
003502         FILE STATUS IS BD-RUNMODE-STATUS.

003522     SELECT L10nControlFile ASSIGN TO 'L10N-CONTROL.DAT'
003532         ORGANIZATION IS LINE SEQUENTIAL
003542         FILE STATUS IS BD-L10NCTL-STATUS.

003562     SELECT TopLangFile ASSIGN TO DYNAMIC BD-TOPLANG-ASSIGN
003572         ORGANIZATION IS LINE SEQUENTIAL
003582         FILE STATUS IS BD-TOPLANG-STATUS.

003495     SELECT SortFile ASSIGN TO 'SORTWK1'.

003500 DATA DIVISION.
004282* DURABLE PER-SUBFOLDER COMPLETION STATE - ONE LINE APPENDED AS
004283* EACH SUBFOLDER FINISHES; ON RESTART/RETRY THE LAST LINE FOR A
004284* FOLDER IS ITS LAST KNOWN STATE
004288*-----------------------------------------------------------------
004292 FD  StateFile.
004296 01  BD-STATE-RECORD.
004300     05  BD-STATE-STATUS-TXT       PIC X(08).
004304     05  FILLER                    PIC X(01).
004308     05  BD-STATE-FOLDER           PIC X(200).

004312 FD  RunModeFile.
004316 01  BD-RUN-MODE-RECORD            PIC X(20).

004320*-----------------------------------------------------------------
004324* SECOND-LANGUAGE FILES - THE OPTIONAL LANGUAGE LIST (ONE
004328* LANGUAGE=CODE LINE PER LANGUAGE) AND THE CONSOLIDATED README
004332* FOR ONE LANGUAGE
004336*-----------------------------------------------------------------
004340 FD  L10nControlFile.
004344 01  BD-L10NCTL-RECORD             PIC X(80).

004348 FD  TopLangFile.
004352 01  BD-TOPLANG-RECORD             PIC X(250).

004356*-----------------------------------------------------------------
004360* SORT WORK FILE FOR THE CROSS-SUBFOLDER UNIQUENESS PASS - ONE
004364* RECORD PER LISTED NAME, SORTED SO EQUAL NAMES COME TOGETHER
004368*-----------------------------------------------------------------
004372 SD  SortFile.
004376 01  SD-RECORD.
004380     05  SD-NAME                    PIC X(256).
004384     05  SD-FOLDER                  PIC X(200).

004388 WORKING-STORAGE SECTION.
004400*-----------------------------------------------------------------
004500* SWITCHES
004600*-----------------------------------------------------------------
005085     05  BD-STATE-FOUND-SW         PIC X     VALUE 'N'.
005086         88  BD-State-Found                   VALUE 'Y'.
005087         88  BD-State-Not-Found               VALUE 'N'.
005088     05  BD-L10NCTL-EOF-FLAG       PIC X     VALUE 'N'.
005089         88  End-Of-L10n-Control              VALUE 'Y'.
005090         88  Not-End-Of-L10n-Control          VALUE 'N'.
005091     05  BD-LANG-CODE-SW           PIC X     VALUE 'Y'.
005092         88  BD-Lang-Code-Ok                  VALUE 'Y'.
005093         88  BD-Lang-Code-Bad                 VALUE 'N'.
005094     05  BD-LANG-LISTED-SW         PIC X     VALUE 'N'.
005095         88  BD-Lang-Listed                   VALUE 'Y'.
005096         88  BD-Lang-Not-Listed               VALUE 'N'.

005100*-----------------------------------------------------------------
005200* COUNTERS AND WORK AREAS
005640 77  BD-SUBFOLDER-STATUS           PIC X(02) VALUE SPACES.
005650 77  BD-FLDRCTL-STATUS             PIC X(02) VALUE SPACES.
005660 77  BD-TOPRPT-STATUS              PIC X(02) VALUE SPACES.
005661 77  BD-CALLSTAT-STATUS            PIC X(02) VALUE SPACES.
005662 77  BD-SUMMARY-STATUS             PIC X(02) VALUE SPACES.
005663 77  BD-SUBAUDIT-STATUS            PIC X(02) VALUE SPACES.
005664 77  BD-SUBLIST-STATUS             PIC X(02) VALUE SPACES.
005665 77  BD-STATE-STATUS               PIC X(02) VALUE SPACES.
005666 77  BD-RUNMODE-STATUS             PIC X(02) VALUE SPACES.
005667 77  BD-L10NCTL-STATUS             PIC X(02) VALUE SPACES.
005668 77  BD-TOPLANG-STATUS             PIC X(02) VALUE SPACES.

005669*-----------------------------------------------------------------
005670* DYNAMIC ASSIGNMENTS FOR READING A SUBFOLDER'S AUDIT LOG AND
005671* FILE LIST BACK AFTER (OR AFTER ALL) GENERATEREADME CALLS
005672*-----------------------------------------------------------------
005673 01  BD-AUDIT-ASSIGN               PIC X(250).
005674 01  BD-LIST-ASSIGN                PIC X(250).

005681*-----------------------------------------------------------------
005682* PER-SUBFOLDER RESULT TABLE FOR THE CONSOLIDATED SUMMARY AND
005733 01  BD-TOTAL-DISPLAY2             PIC Z(08)9.
005734 01  BD-TOTAL-DISPLAY3             PIC Z(08)9.

005740*-----------------------------------------------------------------
005742* SECOND-LANGUAGE WORK AREAS - THE LANGUAGES FROM
005750* L10N-CONTROL.DAT (A CODE IS 1-8 OF A-Z, 0-9 AND '-'; A BAD OR
005756* REPEATED CODE, OR ONE PAST THE FIFTH, IS IGNORED, AS IN
005758* GENERATEREADME)
005760*-----------------------------------------------------------------
005762 77  BD-LANG-COUNT                 PIC 9(02) COMP VALUE ZERO.
005764 77  BD-LANG-CHAR-IDX              PIC 9(02) COMP VALUE ZERO.
005766 01  BD-TOPLANG-ASSIGN             PIC X(250).
005768 01  BD-CUR-LANG                   PIC X(08) VALUE SPACES.
005770 01  BD-LANG-CANDIDATE             PIC X(08).
005772 01  BD-LANG-CHAR                  PIC X(01).
005774     88  BD-Lang-Char-Ok           VALUE 'A' THRU 'Z'
005776                                         '0' THRU '9' '-'.
005778 01  BD-L10NCTL-SPLIT-FIELDS.
005780     05  BD-L10NCTL-SPLIT-KEY      PIC X(20).
005782     05  BD-L10NCTL-SPLIT-VALUE    PIC X(20).
005784 01  BD-LANG-TABLE.
005786     05  BD-LANG-CODE              PIC X(08) OCCURS 5 TIMES
005788                                   INDEXED BY BD-LANG-IDX.

005790 PROCEDURE DIVISION.
005800*****************************************************************
005900* 0000-MAINLINE                                                 *
006000*****************************************************************
006700         END-PERFORM
006705         PERFORM 4000-WRITE-BATCH-SUMMARY THRU 4000-EXIT
006706         PERFORM 5000-FIND-CROSS-DUPS THRU 5000-EXIT
006707         PERFORM 6000-WRITE-LANGUAGE-READMES THRU 6000-EXIT
006710     END-IF
006800     PERFORM 9000-TERMINATE       THRU 9000-EXIT
006900     GOBACK.
007760     END-IF
007770     IF BD-TOPRPT-STATUS NOT = '00'
007780         SET BD-Init-Failed TO TRUE
007790         DISPLAY 'BATCHDRIVER: CANNOT OPEN README-STAGED.MD, '
007791             'STATUS=' BD-TOPRPT-STATUS
007792     END-IF
007793     IF BD-Init-Failed
007794         IF BD-SUBFOLDER-STATUS = '00'
012314 5220-EXIT.
012315     EXIT.

014010*****************************************************************
014020* 6000-WRITE-LANGUAGE-READMES - FOR EACH LANGUAGE NAMED IN      *
014030*                 L10N-CONTROL.DAT, WRITE A CONSOLIDATED        *
014040*                 README.<LANG>-STAGED.MD LINKING THE SAME      *
014050*                 SUBFOLDERS AS THE BASE ONE. WITH NO CONTROL   *
014060*                 FILE NOTHING MORE IS WRITTEN                  *
014070*****************************************************************
014080 6000-WRITE-LANGUAGE-READMES.
014090     PERFORM 6100-LOAD-LANGUAGES THRU 6100-EXIT
014100     PERFORM VARYING BD-LANG-IDX FROM 1 BY 1
014110             UNTIL BD-LANG-IDX > BD-LANG-COUNT
014120         PERFORM 6200-WRITE-ONE-LANGUAGE THRU 6200-EXIT
014130     END-PERFORM.
014140 6000-EXIT.
014150     EXIT.

014170*****************************************************************
014180* 6100-LOAD-LANGUAGES - LOAD THE LANGUAGE CODES FROM            *
014190*                 L10N-CONTROL.DAT. LINES OTHER THAN LANGUAGE=  *
014200*                 ARE IGNORED                                   *
014210*****************************************************************
014220 6100-LOAD-LANGUAGES.
014230     MOVE ZERO TO BD-LANG-COUNT
014240     OPEN INPUT L10nControlFile
014250     IF BD-L10NCTL-STATUS NOT = '00'
014260         GO TO 6100-EXIT
014270     END-IF
014280     SET Not-End-Of-L10n-Control TO TRUE
014290     PERFORM 6110-READ-L10N-CONTROL THRU 6110-EXIT
014300     PERFORM UNTIL End-Of-L10n-Control
014310         PERFORM 6120-STORE-LANGUAGE THRU 6120-EXIT
014320         PERFORM 6110-READ-L10N-CONTROL THRU 6110-EXIT
014330     END-PERFORM
014340     CLOSE L10nControlFile.
014350 6100-EXIT.
014360     EXIT.

014380*****************************************************************
014390* 6110-READ-L10N-CONTROL - READ ONE LINE OF L10N-CONTROL.DAT    *
014400*****************************************************************
014410 6110-READ-L10N-CONTROL.
014420     READ L10nControlFile
014430         AT END
014440             SET End-Of-L10n-Control TO TRUE
014450     END-READ.
014460 6110-EXIT.
014470     EXIT.

014490*****************************************************************
014500* 6120-STORE-LANGUAGE - KEEP ONE LANGUAGE=CODE LINE'S CODE,     *
014510*                 UPPER-CASED. A BAD CODE, A CODE ALREADY HELD  *
014520*                 AND ANY CODE PAST THE FIFTH ARE DROPPED       *
014530*****************************************************************
014540 6120-STORE-LANGUAGE.
014550     MOVE SPACES TO BD-L10NCTL-SPLIT-FIELDS
014560     UNSTRING BD-L10NCTL-RECORD DELIMITED BY '='
014570         INTO BD-L10NCTL-SPLIT-KEY BD-L10NCTL-SPLIT-VALUE
014580     IF FUNCTION UPPER-CASE(FUNCTION TRIM(BD-L10NCTL-SPLIT-KEY))
014590             NOT = 'LANGUAGE'
014600         GO TO 6120-EXIT
014610     END-IF
014620     MOVE FUNCTION UPPER-CASE(
014630             FUNCTION TRIM(BD-L10NCTL-SPLIT-VALUE))
014640         TO BD-L10NCTL-SPLIT-VALUE
014650     IF BD-L10NCTL-SPLIT-VALUE = SPACES
014660         OR BD-L10NCTL-SPLIT-VALUE(9:12) NOT = SPACES
014670         GO TO 6120-EXIT
014680     END-IF
014690     MOVE BD-L10NCTL-SPLIT-VALUE TO BD-LANG-CANDIDATE
014700     PERFORM 6130-CHECK-LANGUAGE-CODE THRU 6130-EXIT
014710     IF BD-Lang-Code-Bad
014720         GO TO 6120-EXIT
014730     END-IF
014740     SET BD-Lang-Not-Listed TO TRUE
014750     PERFORM VARYING BD-LANG-IDX FROM 1 BY 1
014760             UNTIL BD-LANG-IDX > BD-LANG-COUNT
014770         IF BD-LANG-CODE(BD-LANG-IDX) = BD-LANG-CANDIDATE
014780             SET BD-Lang-Listed TO TRUE
014790         END-IF
014800     END-PERFORM
014810     IF BD-Lang-Listed
014820         OR BD-LANG-COUNT NOT < 5
014830         GO TO 6120-EXIT
014840     END-IF
014850     ADD 1 TO BD-LANG-COUNT
014860     MOVE BD-LANG-CANDIDATE TO BD-LANG-CODE(BD-LANG-COUNT).
014870 6120-EXIT.
014880     EXIT.

014900*****************************************************************
014910* 6130-CHECK-LANGUAGE-CODE - A CODE BECOMES PART OF A FILE NAME *
014920*                 SO ONLY A-Z, 0-9 AND '-' ARE ALLOWED, WITH NO *
014930*                 EMBEDDED SPACE                                *
014940*****************************************************************
014950 6130-CHECK-LANGUAGE-CODE.
014960     SET BD-Lang-Code-Ok TO TRUE
014970     PERFORM VARYING BD-LANG-CHAR-IDX FROM 1 BY 1
014980             UNTIL BD-LANG-CHAR-IDX > 8
014990         MOVE BD-LANG-CANDIDATE(BD-LANG-CHAR-IDX:1)
015000             TO BD-LANG-CHAR
015010         IF BD-LANG-CHAR = SPACE
015020             IF BD-LANG-CANDIDATE(BD-LANG-CHAR-IDX:) NOT = SPACES
015030                 SET BD-Lang-Code-Bad TO TRUE
015040             END-IF
015050         ELSE
015060             IF NOT BD-Lang-Char-Ok
015070                 SET BD-Lang-Code-Bad TO TRUE
015080             END-IF
015090         END-IF
015100     END-PERFORM.
015110 6130-EXIT.
015120     EXIT.

015140*****************************************************************
015150* 6200-WRITE-ONE-LANGUAGE - WRITE ONE LANGUAGE'S CONSOLIDATED   *
015160*                 README, LINKING EVERY SUBFOLDER THE BASE ONE  *
015170*                 LINKS (COMPLETED THIS RUN OR SKIPPED AS       *
015180*                 PRIOR-OK). ONE THAT WILL NOT OPEN IS SKIPPED  *
015190*****************************************************************
015200 6200-WRITE-ONE-LANGUAGE.
015210     MOVE BD-LANG-CODE(BD-LANG-IDX) TO BD-CUR-LANG
015220     MOVE SPACES TO BD-TOPLANG-ASSIGN
015230     STRING 'README.' FUNCTION TRIM(BD-CUR-LANG) '-STAGED.MD'
015240         DELIMITED BY SIZE INTO BD-TOPLANG-ASSIGN
015250     OPEN OUTPUT TopLangFile
015260     IF BD-TOPLANG-STATUS NOT = '00'
015270         DISPLAY 'BATCHDRIVER: CANNOT OPEN '
015280             FUNCTION TRIM(BD-TOPLANG-ASSIGN)
015290             ', STATUS=' BD-TOPLANG-STATUS
015300         GO TO 6200-EXIT
015310     END-IF
015320     MOVE '# Map Archive' TO BD-TOP-LINE
015330     WRITE BD-TOPLANG-RECORD FROM BD-TOP-LINE
015340     PERFORM VARYING BD-FOLDER-IDX FROM 1 BY 1
015350             UNTIL BD-FOLDER-IDX > BD-TABLE-COUNT
015360         IF BD-TBL-STATUS(BD-FOLDER-IDX) = 'OK'
015370             OR BD-TBL-STATUS(BD-FOLDER-IDX) = 'SKIPPED'
015380             PERFORM 6210-WRITE-LANGUAGE-LINK THRU 6210-EXIT
015390         END-IF
015400     END-PERFORM
015410     CLOSE TopLangFile.
015420 6200-EXIT.
015430     EXIT.

015450*****************************************************************
015460* 6210-WRITE-LANGUAGE-LINK - ADD ONE SUBFOLDER'S LINK TO THE    *
015470*                 CURRENT LANGUAGE'S CONSOLIDATED README        *
015480*****************************************************************
015490 6210-WRITE-LANGUAGE-LINK.
015500     MOVE SPACES TO BD-TOP-LINE
015510     STRING '## [' DELIMITED BY SIZE
015520         FUNCTION TRIM(BD-TBL-FOLDER(BD-FOLDER-IDX))
015530             DELIMITED BY SIZE
015540         '](' DELIMITED BY SIZE
015550         FUNCTION TRIM(BD-TBL-FOLDER(BD-FOLDER-IDX))
015560             DELIMITED BY SIZE
015570         '/README.' DELIMITED BY SIZE
015580         FUNCTION TRIM(BD-CUR-LANG) DELIMITED BY SIZE
015590         '.MD)' DELIMITED BY SIZE
015600         INTO BD-TOP-LINE
015610     WRITE BD-TOPLANG-RECORD FROM BD-TOP-LINE.
015620 6210-EXIT.
015630     EXIT.

011800*****************************************************************
011900* 9000-TERMINATE - CLOSE FILES AND REMOVE ANY LEFTOVER           *
012000*                  FOLDER-CONTROL.DAT SO A STANDALONE            *
