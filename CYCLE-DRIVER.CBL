004700*                  RESETS RETURN-CODE ON RETURN FROM ONE - SO
004800*                  EACH STEP IS JUDGED BY ITS OWN ARTIFACTS, AS
004900*                  BATCH-DRIVER ALREADY JUDGES GENERATEREADME.
004902* 2026-10-15 RW    NEW STEP WORD HELDENTRIES CALLS HELDENTRIES
004904*                  AND JUDGES IT BY FAILED LINES ON
004906*                  HELD-ENTRIES.RPT.
004908* 2026-10-15 RW    NEW STEP WORD CAPACITY CALLS CAPACITY AND
004910*                  JUDGES IT BY FAILED LINES ON CAPACITY.RPT. ITS
004912*                  WARNINGS ARE ADDED TO OPERATOR-ALERT.DAT, WHICH
004914*                  AUDITTREND STARTS AFRESH, SO PLAN CAPACITY
004916*                  AFTER AUDITTREND.
004918* 2026-10-15 RW    STEPS ARE NOW ALSO BALANCED AGAINST EACH OTHER,
004920*                  NOT JUST JUDGED ONE BY ONE. AFTER A GOOD
004922*                  GENERATEREADME (THE CURRENT DIRECTORY) OR
004924*                  BATCHDRIVER (EVERY SUBFOLDER IN
004926*                  SUBFOLDER-LIST.DAT) STEP, FILE-LIST.DAT LINES
004928*                  MUST MATCH THE AUDIT-LOG.DAT READ COUNT, READ
004930*                  MUST FOOT TO WRITTEN + REJECTED + HELD, WRITTEN
004932*                  MUST MATCH THE MAP-MASTER.DAT RECORDS, AND THE
004934*                  RECORDS MUST MATCH THE COMPLETE OBJECTS IN A
004936*                  MANIFEST.JSON THAT ENDS WITH ITS CLOSING
004938*                  BRACKET. AFTER A GOOD COMPARE STEP THE
004940*                  CHANGELOG.MD ADDED LESS REMOVED MUST EQUAL THE
004942*                  CHANGE IN MANIFEST OBJECTS SINCE
004944*                  MANIFEST-PREV.JSON. EVERY CHECK IS WRITTEN TO
004946*                  BALANCE.RPT; ANY ONE OUT OF BALANCE FAILS THE
004948*                  STEP AND HALTS THE CYCLE LIKE A FAILED LINE.
004950* 2026-10-15 RW    TWO NEW STEP WORDS. GENHTML CALLS
004952*                  GENERATEHTML; IT LEAVES NO REPORT TO JUDGE, SO
004954*                  LIKE SNAPSHOT IT IS OK ONCE IT RETURNS, AND A
004956*                  PAGE IT COULD NOT BUILD IS CAUGHT BY THE
004958*                  PUBLISH GATE. PUBLISH CALLS PUBLISH AND IS
004960*                  JUDGED BY FAILED LINES ON PUBLISH.RPT, SO A
004962*                  STAGED SET THAT FAILS ITS GATE CHECKS HALTS
004964*                  THE CYCLE WITH THE LIVE SET UNTOUCHED. THE
004966*                  GENERATORS NOW WRITE STAGED COPIES, SO PLAN
004968*                  GENHTML (WHERE THE HTML PAGES ARE KEPT) AND
004970*                  PUBLISH AFTER GENERATEREADME OR BATCHDRIVER
004972*                  AND BEFORE COMPARE. THE BALANCE CHECKS AFTER
004974*                  GENERATEREADME AND BATCHDRIVER NOW COUNT
004976*                  MANIFEST-STAGED.JSON, THE FILE THOSE STEPS
004978*                  HAVE JUST WRITTEN.
004980* 2026-10-15 RW    NEW STEP WORD TAGMAINT CALLS TAGMAINT AND IS
004982*                  JUDGED BY FAILED LINES ON TAG-MAINT.RPT, LIKE
004984*                  METAMAINT. PLAN IT BEFORE GENERATEREADME SO
004986*                  THE DAY'S TAG CHANGES REACH THE PAGES.
004988* 2026-10-15 RW    TWO NEW STEP WORDS. ISSUEINTAKE CALLS
004990*                  ISSUEINTAKE AND ISSUEAGING CALLS ISSUEAGING,
004992*                  EACH JUDGED BY FAILED LINES ON ITS REPORT
004994*                  (ISSUE-INTAKE.RPT, ISSUE-AGING.RPT). BOTH NEED
004996*                  THE DAY'S MAP-MASTER.DAT, SO PLAN THEM AFTER
004998*                  GENERATEREADME; A SECOND GENERATEREADME (OR
005000*                  GENHTML) AFTER ISSUEINTAKE CARRIES THE DAY'S
005002*                  ISSUE COUNTS ONTO THE PAGES.
005004* 2026-10-15 RW    NEW STEP WORD DOWNLOADTREND CALLS
005006*                  DOWNLOADTREND AND IS JUDGED BY FAILED LINES ON
005008*                  DOWNLOAD-TREND.RPT. PLAN IT AFTER
005010*                  DOWNLOADSTATS SO THE DAY'S DOWNLOADS ARE IN
005012*                  THE MONTH'S FIGURES.
005014* 2026-10-15 RW    TWO NEW STEP WORDS. L10NMAINT CALLS L10NMAINT
005016*                  AND L10NCOVERAGE CALLS L10NCOVERAGE, EACH
005018*                  JUDGED BY FAILED LINES ON ITS REPORT
005020*                  (L10N-MAINT.RPT, L10N-COVERAGE.RPT). PLAN
005022*                  L10NMAINT BEFORE GENERATEREADME SO THE DAY'S
005024*                  TRANSLATIONS REACH THE LANGUAGE PAGES, AND
005026*                  L10NCOVERAGE AFTER IT.
005028* 2026-10-15 RW    TWO NEW STEP WORDS. INTEGRITYCHECK CALLS
005030*                  INTEGRITYCHECK AND VERSIONHISTORY CALLS
005032*                  VERSIONHISTORY, EACH JUDGED BY FAILED LINES ON
005034*                  ITS REPORT (INTEGRITY.RPT AND
005036*                  VERSION-HISTORY.RPT). BROKEN LINKS DO NOT HALT
005038*                  THE CYCLE - OPS-DIGEST GRADES INTEGRITY.RPT'S
005040*                  RESULT LINE. PLAN BOTH AFTER GENERATEREADME.
005042*-----------------------------------------------------------------
005100
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
007500     SELECT CheckFile ASSIGN TO DYNAMIC CY-CHECK-ASSIGN
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS CY-CHECK-STATUS.
007705
007710     SELECT BalanceFile ASSIGN TO 'BALANCE.RPT'
007715         ORGANIZATION IS LINE SEQUENTIAL
007720         FILE STATUS IS CY-BAL-STATUS.
007725
007730     SELECT SubfolderListFile ASSIGN TO 'SUBFOLDER-LIST.DAT'
007735         ORGANIZATION IS LINE SEQUENTIAL
007740         FILE STATUS IS CY-SUBLIST-STATUS.
007745
007750     SELECT ListCountFile ASSIGN TO DYNAMIC CY-LIST-ASSIGN
007755         ORGANIZATION IS LINE SEQUENTIAL
007760         FILE STATUS IS CY-LIST-STATUS.
007765
007770     SELECT MasterCountFile ASSIGN TO DYNAMIC CY-MASTER-ASSIGN
007775         ORGANIZATION IS INDEXED
007780         ACCESS MODE IS SEQUENTIAL
007785         RECORD KEY IS CY-MASTER-NAME
007790         FILE STATUS IS CY-MASTER-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
010700
010800 FD  CheckFile.
010900 01  CY-CHECK-RECORD               PIC X(512).
010903
010909 FD  BalanceFile.
010912 01  CY-BALANCE-RECORD             PIC X(132).
010915
010918 FD  SubfolderListFile.
010921 01  CY-SUBFOLDER-RECORD           PIC X(200).
010924
010927*-----------------------------------------------------------------
010930* FILE-LIST.DAT IS COUNTED THROUGH THE SAME 256-BYTE RECORD
010933* GENERATEREADME READS IT WITH, SO AN OVERLONG LINE BREAKS INTO
010936* THE SAME NUMBER OF RECORDS ON BOTH SIDES OF THE BALANCE
010939*-----------------------------------------------------------------
010942 FD  ListCountFile.
010945 01  CY-LIST-RECORD                PIC X(256).
010948
010951*-----------------------------------------------------------------
010954* MAP MASTER - WRITTEN BY GENERATEREADME; THE RECORD LAYOUT
010957* MUST MATCH THE ONE DECLARED THERE. ONLY COUNTED HERE
010960*-----------------------------------------------------------------
010963 FD  MasterCountFile.
010966 01  CY-MASTER-RECORD.
010969     05  CY-MASTER-NAME            PIC X(256).
010972     05  CY-MASTER-CATEGORY        PIC X(30).
010975     05  CY-MASTER-DESC            PIC X(200).
010978     05  CY-MASTER-UPLOADER        PIC X(60).
010981     05  CY-MASTER-DATE            PIC X(10).
010984     05  CY-MASTER-SIZE            PIC X(12).
010987     05  CY-MASTER-CHECKSUM        PIC X(64).
010990     05  CY-MASTER-DLCOUNT         PIC 9(09).
011000
011100 WORKING-STORAGE SECTION.
011200*-----------------------------------------------------------------
013700     05  CY-RESUME-SW              PIC X     VALUE 'N'.
013800         88  CY-Resuming                     VALUE 'Y'.
013900         88  CY-Fresh-Cycle                  VALUE 'N'.
013903
013906     05  CY-SUBLIST-EOF-FLAG       PIC X     VALUE 'N'.
013909         88  End-Of-Subfolder-List           VALUE 'Y'.
013912         88  Not-End-Of-Subfolder-List       VALUE 'N'.
013915     05  CY-LIST-EOF-FLAG          PIC X     VALUE 'N'.
013918         88  End-Of-List                     VALUE 'Y'.
013921         88  Not-End-Of-List                 VALUE 'N'.
013924     05  CY-MASTER-EOF-FLAG        PIC X     VALUE 'N'.
013927         88  End-Of-Master                   VALUE 'Y'.
013930         88  Not-End-Of-Master               VALUE 'N'.
013933     05  CY-BALANCE-SW             PIC X     VALUE 'Y'.
013936         88  CY-In-Balance                   VALUE 'Y'.
013939         88  CY-Out-Of-Balance               VALUE 'N'.
013942     05  CY-AUDIT-FOUND-SW         PIC X     VALUE 'N'.
013945         88  CY-Audit-Line-Found             VALUE 'Y'.
013948         88  CY-Audit-Line-Not-Found         VALUE 'N'.
013951     05  CY-MANIFEST-CLOSED-SW     PIC X     VALUE 'N'.
013954         88  CY-Manifest-Closed              VALUE 'Y'.
013957         88  CY-Manifest-Not-Closed          VALUE 'N'.
013960     05  CY-ADDED-FOUND-SW         PIC X     VALUE 'N'.
013963         88  CY-Added-Found                  VALUE 'Y'.
013966         88  CY-Added-Not-Found              VALUE 'N'.
013969     05  CY-REMOVED-FOUND-SW       PIC X     VALUE 'N'.
013972         88  CY-Removed-Found                VALUE 'Y'.
013975         88  CY-Removed-Not-Found            VALUE 'N'.
013978     05  CY-BAL-STARTED-SW         PIC X     VALUE 'N'.
013981         88  CY-Balance-Started              VALUE 'Y'.
013984         88  CY-Balance-Not-Started          VALUE 'N'.
014000
014100*-----------------------------------------------------------------
014200* FILE STATUS CODES
014700 77  CY-CALLSTAT-STATUS            PIC X(02) VALUE SPACES.
014800 77  CY-DELTACTL-STATUS            PIC X(02) VALUE SPACES.
014900 77  CY-CHECK-STATUS               PIC X(02) VALUE SPACES.
014920 77  CY-BAL-STATUS                 PIC X(02) VALUE SPACES.
014940 77  CY-SUBLIST-STATUS             PIC X(02) VALUE SPACES.
014960 77  CY-LIST-STATUS                PIC X(02) VALUE SPACES.
014980 77  CY-MASTER-STATUS              PIC X(02) VALUE SPACES.
015000
015100*-----------------------------------------------------------------
015200* COUNTERS AND WORK AREAS
017000 01  CY-STAMP-DATE                 PIC X(10).
017100 01  CY-STAMP-TIME                 PIC X(08).
017200
017204*-----------------------------------------------------------------
017206* BALANCING WORK AREAS - THE COUNTS ONE STEP HANDS THE NEXT. THE
017208* AUDIT LINE LAYOUT MIRRORS THE ONE GENERATEREADME WRITES (SEE
017210* ALSO BATCH-DRIVER AND AUDIT-TREND)
017212*-----------------------------------------------------------------
017214 77  CY-BAL-CHECK-COUNT            PIC 9(05) COMP VALUE ZERO.
017216 77  CY-BAL-FAIL-COUNT             PIC 9(05) COMP VALUE ZERO.
017218 77  CY-BAL-LIST-LINES             PIC 9(07) COMP VALUE ZERO.
017220 77  CY-BAL-MASTER-RECS            PIC 9(07) COMP VALUE ZERO.
017222 77  CY-BAL-OBJECTS                PIC 9(07) COMP VALUE ZERO.
017224 77  CY-BAL-PREV-OBJECTS           PIC 9(07) COMP VALUE ZERO.
017226 77  CY-BAL-ADDED                  PIC 9(07) COMP VALUE ZERO.
017228 77  CY-BAL-REMOVED                PIC 9(07) COMP VALUE ZERO.
017230 77  CY-AUD-READ                   PIC 9(07) COMP VALUE ZERO.
017232 77  CY-AUD-WRITTEN                PIC 9(07) COMP VALUE ZERO.
017234 77  CY-AUD-REJECTED               PIC 9(07) COMP VALUE ZERO.
017236 77  CY-AUD-HELD                   PIC 9(07) COMP VALUE ZERO.
017238 77  CY-BAL-LEFT                   PIC S9(09) COMP VALUE ZERO.
017240 77  CY-BAL-RIGHT                  PIC S9(09) COMP VALUE ZERO.
017242 77  CY-BAL-POS                    PIC 9(04) COMP VALUE ZERO.
017244 01  CY-BAL-FOLDER                 PIC X(200).
017246 01  CY-BAL-FILE-NAME              PIC X(40).
017248 01  CY-BAL-ASSIGN                 PIC X(250).
017250 01  CY-LIST-ASSIGN                PIC X(250).
017252 01  CY-MASTER-ASSIGN              PIC X(250).
017254 01  CY-BAL-TRIMMED                PIC X(512).
017256 01  CY-LAST-AUDIT-LINE            PIC X(80).
017258 01  CY-PARSE-FIELD                PIC X(07).
017260 01  CY-PARSE-JUST                 PIC X(07) JUSTIFIED RIGHT.
017262 01  CY-PARSE-COUNT                PIC 9(07) VALUE ZERO.
017264 01  CY-BAL-COUNT-DISPLAY          PIC Z(04)9.
017266 01  CY-BALANCE-LINE.
017268     05  CY-BL-RESULT              PIC X(16).
017270     05  CY-BL-LEFT-LABEL          PIC X(26).
017272     05  CY-BL-LEFT-COUNT          PIC -(08)9.
017274     05  FILLER                    PIC X(06) VALUE '  VS  '.
017276     05  CY-BL-RIGHT-LABEL         PIC X(26).
017278     05  CY-BL-RIGHT-COUNT         PIC -(08)9.
017280
017300*-----------------------------------------------------------------
017400* THE PLAN - STEP WORDS IN RUN ORDER, VALIDATED BEFORE ANYTHING
017500* RUNS SO A TYPO IN CYCLE-PLAN.DAT CANNOT HALF-RUN THE CYCLE
028800         AND CY-STEP-NAME NOT = 'RECONCILE'
028900         AND CY-STEP-NAME NOT = 'METAMAINT'
029000         AND CY-STEP-NAME NOT = 'AUDITTREND'
029007         AND CY-STEP-NAME NOT = 'HELDENTRIES'
029014         AND CY-STEP-NAME NOT = 'CAPACITY'
029021         AND CY-STEP-NAME NOT = 'GENHTML'
029028         AND CY-STEP-NAME NOT = 'PUBLISH'
029035         AND CY-STEP-NAME NOT = 'TAGMAINT'
029042         AND CY-STEP-NAME NOT = 'ISSUEINTAKE'
029049         AND CY-STEP-NAME NOT = 'ISSUEAGING'
029056         AND CY-STEP-NAME NOT = 'DOWNLOADTREND'
029063         AND CY-STEP-NAME NOT = 'L10NMAINT'
029070         AND CY-STEP-NAME NOT = 'L10NCOVERAGE'
029077         AND CY-STEP-NAME NOT = 'INTEGRITYCHECK'
029084         AND CY-STEP-NAME NOT = 'VERSIONHISTORY'
029100         SET CY-Init-Failed TO TRUE
029200         MOVE SPACES TO CY-OUTPUT-LINE
029300         STRING 'FAILED    UNKNOWN STEP ' CY-STEP-NAME
046900             PERFORM 3600-STEP-RECONCILE THRU 3600-EXIT
047000         WHEN 'METAMAINT'
047100             PERFORM 3700-STEP-METAMAINT THRU 3700-EXIT
047110         WHEN 'TAGMAINT'
047120             PERFORM 3750-STEP-TAGMAINT THRU 3750-EXIT
047200         WHEN 'AUDITTREND'
047300             PERFORM 3800-STEP-AUDITTREND THRU 3800-EXIT
047304         WHEN 'HELDENTRIES'
047308             PERFORM 3900-STEP-HELDENTRIES THRU 3900-EXIT
047312         WHEN 'CAPACITY'
047316             PERFORM 3950-STEP-CAPACITY THRU 3950-EXIT
047320         WHEN 'GENHTML'
047324             PERFORM 3960-STEP-GENHTML THRU 3960-EXIT
047328         WHEN 'PUBLISH'
047332             PERFORM 3970-STEP-PUBLISH THRU 3970-EXIT
047336         WHEN 'ISSUEINTAKE'
047340             PERFORM 3980-STEP-ISSUEINTAKE THRU 3980-EXIT
047344         WHEN 'ISSUEAGING'
047348             PERFORM 3990-STEP-ISSUEAGING THRU 3990-EXIT
047352         WHEN 'DOWNLOADTREND'
047356             PERFORM 3995-STEP-DOWNLOADTREND THRU 3995-EXIT
047360         WHEN 'L10NMAINT'
047364             PERFORM 3996-STEP-L10NMAINT THRU 3996-EXIT
047368         WHEN 'L10NCOVERAGE'
047372             PERFORM 3997-STEP-L10NCOVERAGE THRU 3997-EXIT
047376         WHEN 'INTEGRITYCHECK'
047380             PERFORM 3998-STEP-INTEGRITYCHECK THRU 3998-EXIT
047384         WHEN 'VERSIONHISTORY'
047388             PERFORM 3999-STEP-VERSIONHISTORY THRU 3999-EXIT
047400     END-EVALUATE
047500     IF CY-Step-Ok
047600         ADD 1 TO CY-RUN-COUNT
051000*****************************************************************
051100* 3200-STEP-GENREADME - CALL GENERATEREADME AND JUDGE IT BY THE *
051200*                 CALL-STATUS.DAT IT WRITES, EXACTLY AS         *
051300*                 BATCH-DRIVER DOES, THEN BALANCE ITS OUTPUTS   *
051400*****************************************************************
051500 3200-STEP-GENREADME.
051600     CALL 'GenerateREADME'
051700     PERFORM 7100-READ-CALL-STATUS THRU 7100-EXIT
051710     IF CY-Step-Ok
051720         PERFORM 8000-BALANCE-STEP THRU 8000-EXIT
051730     END-IF.
051800 3200-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200* 3300-STEP-BATCHDRIVER - CALL BATCHDRIVER AND JUDGE IT BY ITS  *
052300*                 BATCH-SUMMARY.RPT (ANY STATUS=FAILED ROW      *
052400*                 FAILS THE STEP), THEN BALANCE EVERY           *
052450*                 SUBFOLDER'S OUTPUTS                           *
052500*****************************************************************
052600 3300-STEP-BATCHDRIVER.
052700     CALL 'BatchDriver'
052800     MOVE 'BATCH-SUMMARY.RPT' TO CY-CHECK-ASSIGN
052900     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT
052910     IF CY-Step-Ok
052920         PERFORM 8000-BALANCE-STEP THRU 8000-EXIT
052930     END-IF.
053000 3300-EXIT.
053100     EXIT.
053200
053500*                 DELTAREPORT, REMOVE THE CONTROL, AND JUDGE    *
053600*                 THE STEP BY CHANGELOG.MD (THE COULD-NOT-BE-   *
053700*                 OPENED NOTE MEANS THERE WAS NOTHING TO        *
053800*                 COMPARE), THEN BALANCE ITS COUNTS AGAINST THE *
053850*                 MANIFEST DIFFERENCE                           *
053900*****************************************************************
054000 3400-STEP-COMPARE.
054100     MOVE 'COMPARE' TO CY-DELTA-CONTROL-RECORD
054300     CALL 'DeltaReport'
054400     DELETE FILE DeltaControlFile
054500     MOVE 'CHANGELOG.MD' TO CY-CHECK-ASSIGN
054600     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT
054610     IF CY-Step-Ok
054620         PERFORM 8000-BALANCE-STEP THRU 8000-EXIT
054630     END-IF.
054700 3400-EXIT.
054800     EXIT.
054900
058000 3700-EXIT.
058100     EXIT.
058200
058210*****************************************************************
058220* 3750-STEP-TAGMAINT - CALL TAGMAINT AND JUDGE IT BY FAILED     *
058230*                 LINES ON TAG-MAINT.RPT                        *
058240*****************************************************************
058250 3750-STEP-TAGMAINT.
058260     CALL 'TagMaint'
058270     MOVE 'TAG-MAINT.RPT' TO CY-CHECK-ASSIGN
058280     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT.
058290 3750-EXIT.
058295     EXIT.
058297
058300*****************************************************************
058400* 3800-STEP-AUDITTREND - CALL AUDITTREND AND JUDGE IT BY THE    *
058500*                 PRESENCE OF OPERATOR-ALERT.DAT: A CLEAN RUN   *
059600     END-IF.
059700 3800-EXIT.
059800     EXIT.
059810
059820*****************************************************************
059830* 3900-STEP-HELDENTRIES - CALL HELDENTRIES AND JUDGE IT BY      *
059840*                 FAILED LINES ON HELD-ENTRIES.RPT              *
059850*****************************************************************
059860 3900-STEP-HELDENTRIES.
059870     CALL 'HeldEntries'
059880     MOVE 'HELD-ENTRIES.RPT' TO CY-CHECK-ASSIGN
059890     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT.
059892 3900-EXIT.
059894     EXIT.
059900
059901*****************************************************************
059902* 3950-STEP-CAPACITY - CALL CAPACITY AND JUDGE IT BY FAILED     *
059903*                 LINES ON CAPACITY.RPT                         *
059904*****************************************************************
059905 3950-STEP-CAPACITY.
059906     CALL 'Capacity'
059907     MOVE 'CAPACITY.RPT' TO CY-CHECK-ASSIGN
059908     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT.
059909 3950-EXIT.
059910     EXIT.
059911
059912*****************************************************************
059913* 3960-STEP-GENHTML - CALL GENERATEHTML. LIKE SNAPSHOT IT HAS   *
059914*                 NO FAILURE ARTIFACT; A PAGE IT COULD NOT      *
059915*                 STAGE IS CAUGHT BY THE PUBLISH GATE           *
059916*****************************************************************
059917 3960-STEP-GENHTML.
059918     CALL 'GenerateHTML'.
059919 3960-EXIT.
059920     EXIT.
059921
059922*****************************************************************
059923* 3970-STEP-PUBLISH - CALL PUBLISH AND JUDGE IT BY FAILED LINES *
059924*                 ON PUBLISH.RPT                                *
059925*****************************************************************
059926 3970-STEP-PUBLISH.
059927     CALL 'Publish'
059928     MOVE 'PUBLISH.RPT' TO CY-CHECK-ASSIGN
059929     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT.
059930 3970-EXIT.
059931     EXIT.
059932
059933*****************************************************************
059934* 3980-STEP-ISSUEINTAKE - CALL ISSUEINTAKE AND JUDGE IT BY      *
059935*                 FAILED LINES ON ISSUE-INTAKE.RPT              *
059936*****************************************************************
059937 3980-STEP-ISSUEINTAKE.
059938     CALL 'IssueIntake'
059939     MOVE 'ISSUE-INTAKE.RPT' TO CY-CHECK-ASSIGN
059940     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT.
059941 3980-EXIT.
059942     EXIT.
059943
059944*****************************************************************
059945* 3990-STEP-ISSUEAGING - CALL ISSUEAGING AND JUDGE IT BY FAILED *
059946*                 LINES ON ISSUE-AGING.RPT                      *
059947*****************************************************************
059948 3990-STEP-ISSUEAGING.
059949     CALL 'IssueAging'
059950     MOVE 'ISSUE-AGING.RPT' TO CY-CHECK-ASSIGN
059951     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT.
059952 3990-EXIT.
059953     EXIT.
059954
059955*****************************************************************
059956* 3995-STEP-DOWNLOADTREND - CALL DOWNLOADTREND AND JUDGE IT BY  *
059957*                 FAILED LINES ON DOWNLOAD-TREND.RPT            *
059958*****************************************************************
059959 3995-STEP-DOWNLOADTREND.
059960     CALL 'DownloadTrend'
059961     MOVE 'DOWNLOAD-TREND.RPT' TO CY-CHECK-ASSIGN
059962     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT.
059963 3995-EXIT.
059964     EXIT.
059965
059966*****************************************************************
059967* 3996-STEP-L10NMAINT - CALL L10NMAINT AND JUDGE IT BY FAILED   *
059968*                 LINES ON L10N-MAINT.RPT                       *
059969*****************************************************************
059970 3996-STEP-L10NMAINT.
059971     CALL 'L10nMaint'
059972     MOVE 'L10N-MAINT.RPT' TO CY-CHECK-ASSIGN
059973     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT.
059974 3996-EXIT.
059975     EXIT.
059976
059977*****************************************************************
059978* 3997-STEP-L10NCOVERAGE - CALL L10NCOVERAGE AND JUDGE IT       *
059979*                 BY FAILED LINES ON L10N-COVERAGE.RPT          *
059980*****************************************************************
059981 3997-STEP-L10NCOVERAGE.
059982     CALL 'L10nCoverage'
059983     MOVE 'L10N-COVERAGE.RPT' TO CY-CHECK-ASSIGN
059984     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT.
059985 3997-EXIT.
059986     EXIT.
059987
059988*****************************************************************
059989* 3998-STEP-INTEGRITYCHECK - CALL INTEGRITYCHECK AND JUDGE IT   *
059990*                 BY FAILED LINES ON INTEGRITY.RPT. BROKEN      *
059991*                 LINKS ARE LEFT TO ITS RESULT LINE, WHICH      *
059992*                 OPS-DIGEST GRADES                             *
059993*****************************************************************
059994 3998-STEP-INTEGRITYCHECK.
059995     CALL 'IntegrityCheck'
059996     MOVE 'INTEGRITY.RPT' TO CY-CHECK-ASSIGN
059997     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT.
059998 3998-EXIT.
059999     EXIT.
060000
060001*****************************************************************
060002* 3999-STEP-VERSIONHISTORY - CALL VERSIONHISTORY AND JUDGE IT   *
060003*                 BY FAILED LINES ON VERSION-HISTORY.RPT        *
060004*****************************************************************
060005 3999-STEP-VERSIONHISTORY.
060006     CALL 'VersionHistory'
060007     MOVE 'VERSION-HISTORY.RPT' TO CY-CHECK-ASSIGN
060008     PERFORM 7000-SCAN-STEP-REPORT THRU 7000-EXIT.
060009 3999-EXIT.
060010     EXIT.
060011
060012*****************************************************************
060100* 5000-WRITE-STEP-ROW - ONE REPORT LINE FOR A STEP THAT RAN     *
060200*****************************************************************
060300 5000-WRITE-STEP-ROW.
074400         DELETE FILE CallStatusFile
074500     END-IF.
074600 7100-EXIT.
074601     EXIT.
074602
074603*****************************************************************
074604* 8000-BALANCE-STEP - BALANCE THE COUNTS THE STEP JUST JUDGED   *
074605*                 GOOD HANDS TO THE NEXT ONE AND RECORD EVERY   *
074606*                 CHECK ON BALANCE.RPT. THE FIRST STEP BALANCED *
074607*                 IN A RUN STARTS THE REPORT AFRESH; EACH LATER *
074608*                 ONE ADDS TO IT. ANY CHECK OUT OF BALANCE, OR  *
074609*                 A BALANCE.RPT THAT CANNOT BE WRITTEN, FAILS   *
074610*                 THE STEP, SO THE CYCLE HALTS BEFORE A BAD     *
074611*                 MANIFEST CAN GO ANY FURTHER                   *
074612*****************************************************************
074613 8000-BALANCE-STEP.
074614     SET CY-In-Balance TO TRUE
074615     MOVE ZERO TO CY-BAL-CHECK-COUNT
074616     MOVE ZERO TO CY-BAL-FAIL-COUNT
074617     PERFORM 8010-OPEN-BALANCE THRU 8010-EXIT
074618     IF CY-BAL-STATUS NOT = '00'
074619         SET CY-Step-Failed TO TRUE
074620         DISPLAY 'CYCLEDRIVER: CANNOT OPEN BALANCE.RPT, '
074621             'STATUS=' CY-BAL-STATUS
074622         GO TO 8000-EXIT
074623     END-IF
074624     EVALUATE CY-STEP-NAME
074625         WHEN 'GENERATEREADME'
074626             MOVE SPACES TO CY-BAL-FOLDER
074627             PERFORM 8200-BALANCE-FOLDER THRU 8200-EXIT
074628         WHEN 'BATCHDRIVER'
074629             PERFORM 8100-BALANCE-SUBFOLDERS THRU 8100-EXIT
074630         WHEN 'COMPARE'
074631             PERFORM 8500-BALANCE-DELTA THRU 8500-EXIT
074632     END-EVALUATE
074633     MOVE SPACES TO CY-OUTPUT-LINE
074634     MOVE CY-BAL-CHECK-COUNT TO CY-BAL-COUNT-DISPLAY
074635     STRING 'SUMMARY:  CHECKS=' CY-BAL-COUNT-DISPLAY
074636         DELIMITED BY SIZE INTO CY-OUTPUT-LINE
074637     WRITE CY-BALANCE-RECORD FROM CY-OUTPUT-LINE
074638     MOVE SPACES TO CY-OUTPUT-LINE
074639     MOVE CY-BAL-FAIL-COUNT TO CY-BAL-COUNT-DISPLAY
074640     STRING 'SUMMARY:  OUT-OF-BALANCE=' CY-BAL-COUNT-DISPLAY
074641         DELIMITED BY SIZE INTO CY-OUTPUT-LINE
074642     WRITE CY-BALANCE-RECORD FROM CY-OUTPUT-LINE
074643     CLOSE BalanceFile
074644     IF CY-Out-Of-Balance
074645         SET CY-Step-Failed TO TRUE
074646         MOVE SPACES TO CY-OUTPUT-LINE
074647         STRING 'NOTE      STEP ' FUNCTION TRIM(CY-STEP-NAME)
074648             ' OUT OF BALANCE - SEE BALANCE.RPT'
074649             DELIMITED BY SIZE INTO CY-OUTPUT-LINE
074650         WRITE CY-REPORT-RECORD FROM CY-OUTPUT-LINE
074651     END-IF.
074652 8000-EXIT.
074653     EXIT.
074654
074655*****************************************************************
074656* 8010-OPEN-BALANCE - OPEN BALANCE.RPT AND WRITE ITS HEADING    *
074657*****************************************************************
074658 8010-OPEN-BALANCE.
074659     IF CY-Balance-Started
074660         OPEN EXTEND BalanceFile
074661         IF CY-BAL-STATUS NOT = '00'
074662             OPEN OUTPUT BalanceFile
074663         END-IF
074664     ELSE
074665         OPEN OUTPUT BalanceFile
074666     END-IF
074667     IF CY-BAL-STATUS NOT = '00'
074668         GO TO 8010-EXIT
074669     END-IF
074670     SET CY-Balance-Started TO TRUE
074671     ACCEPT CY-RUN-DATE-RAW FROM DATE YYYYMMDD
074672     ACCEPT CY-RUN-TIME-RAW FROM TIME
074673     PERFORM 6100-FORMAT-STAMP THRU 6100-EXIT
074674     MOVE SPACES TO CY-OUTPUT-LINE
074675     STRING 'BALANCE REPORT  ' CY-STAMP-DATE ' ' CY-STAMP-TIME
074676         '  AFTER STEP ' CY-STEP-NAME
074677         DELIMITED BY SIZE INTO CY-OUTPUT-LINE
074678     WRITE CY-BALANCE-RECORD FROM CY-OUTPUT-LINE.
074679 8010-EXIT.
074680     EXIT.
074681
074682*****************************************************************
074683* 8100-BALANCE-SUBFOLDERS - BALANCE EVERY SUBFOLDER BATCHDRIVER *
074684*                 RAN, IN SUBFOLDER-LIST.DAT ORDER              *
074685*****************************************************************
074686 8100-BALANCE-SUBFOLDERS.
074687     OPEN INPUT SubfolderListFile
074688     IF CY-SUBLIST-STATUS NOT = '00'
074689         MOVE 'OUT OF BALANCE  SUBFOLDER-LIST.DAT CANNOT BE READ'
074690             TO CY-OUTPUT-LINE
074691         PERFORM 8810-WRITE-UNBALANCED-NOTE THRU 8810-EXIT
074692         GO TO 8100-EXIT
074693     END-IF
074694     SET Not-End-Of-Subfolder-List TO TRUE
074695     PERFORM 8110-READ-SUBFOLDER THRU 8110-EXIT
074696     PERFORM UNTIL End-Of-Subfolder-List
074697         IF CY-SUBFOLDER-RECORD NOT = SPACES
074698             MOVE FUNCTION TRIM(CY-SUBFOLDER-RECORD)
074699                 TO CY-BAL-FOLDER
074700             PERFORM 8200-BALANCE-FOLDER THRU 8200-EXIT
074701         END-IF
074702         PERFORM 8110-READ-SUBFOLDER THRU 8110-EXIT
074703     END-PERFORM
074704     CLOSE SubfolderListFile.
074705 8100-EXIT.
074706     EXIT.
074707
074708*****************************************************************
074709* 8110-READ-SUBFOLDER - READ ONE LINE OF SUBFOLDER-LIST.DAT     *
074710*****************************************************************
074711 8110-READ-SUBFOLDER.
074712     READ SubfolderListFile
074713         AT END
074714             SET End-Of-Subfolder-List TO TRUE
074715     END-READ.
074716 8110-EXIT.
074717     EXIT.
074718
074719*****************************************************************
074720* 8200-BALANCE-FOLDER - BALANCE ONE FOLDER'S GENERATEREADME     *
074721*                 OUTPUTS: FILE-LIST.DAT LINES AGAINST THE AUDIT*
074722*                 LINE'S READ COUNT, READ AGAINST WRITTEN +     *
074723*                 REJECTED + HELD, WRITTEN AGAINST THE MAP      *
074724*                 MASTER, AND THE MAP MASTER AGAINST THE        *
074725*                 COMPLETE OBJECTS IN MANIFEST.JSON, WHICH MUST *
074726*                 ALSO END WITH ITS CLOSING BRACKET. A BLANK    *
074727*                 CY-BAL-FOLDER IS THE CURRENT DIRECTORY        *
074728*****************************************************************
074729 8200-BALANCE-FOLDER.
074730     MOVE SPACES TO CY-OUTPUT-LINE
074731     IF CY-BAL-FOLDER = SPACES
074732         MOVE 'FOLDER    .' TO CY-OUTPUT-LINE
074733     ELSE
074734         STRING 'FOLDER    ' CY-BAL-FOLDER
074735             DELIMITED BY SIZE INTO CY-OUTPUT-LINE
074736     END-IF
074737     WRITE CY-BALANCE-RECORD FROM CY-OUTPUT-LINE
074738     PERFORM 8210-COUNT-LIST-LINES THRU 8210-EXIT
074739     PERFORM 8220-READ-LAST-AUDIT THRU 8220-EXIT
074740     PERFORM 8230-COUNT-MASTER THRU 8230-EXIT
074741     MOVE 'MANIFEST-STAGED.JSON' TO CY-BAL-FILE-NAME
074742     PERFORM 8240-COUNT-MANIFEST THRU 8240-EXIT
074743     IF CY-Audit-Line-Found
074744         MOVE 'FILE-LIST.DAT LINES' TO CY-BL-LEFT-LABEL
074745         MOVE CY-BAL-LIST-LINES TO CY-BAL-LEFT
074746         MOVE 'AUDIT-LOG READ=' TO CY-BL-RIGHT-LABEL
074747         MOVE CY-AUD-READ TO CY-BAL-RIGHT
074748         PERFORM 8800-WRITE-CHECK THRU 8800-EXIT
074749         MOVE 'AUDIT-LOG READ=' TO CY-BL-LEFT-LABEL
074750         MOVE CY-AUD-READ TO CY-BAL-LEFT
074751         MOVE 'WRITTEN+REJECTED+HELD' TO CY-BL-RIGHT-LABEL
074752         COMPUTE CY-BAL-RIGHT = CY-AUD-WRITTEN
074753             + CY-AUD-REJECTED + CY-AUD-HELD
074754         PERFORM 8800-WRITE-CHECK THRU 8800-EXIT
074755         MOVE 'AUDIT-LOG WRITTEN=' TO CY-BL-LEFT-LABEL
074756         MOVE CY-AUD-WRITTEN TO CY-BAL-LEFT
074757         MOVE 'MAP-MASTER.DAT RECORDS' TO CY-BL-RIGHT-LABEL
074758         MOVE CY-BAL-MASTER-RECS TO CY-BAL-RIGHT
074759         PERFORM 8800-WRITE-CHECK THRU 8800-EXIT
074760     ELSE
074761         MOVE SPACES TO CY-OUTPUT-LINE
074762         STRING 'OUT OF BALANCE  NO RUN COUNTS ON '
074763             'AUDIT-LOG.DAT' DELIMITED BY SIZE
074764             INTO CY-OUTPUT-LINE
074765         PERFORM 8810-WRITE-UNBALANCED-NOTE THRU 8810-EXIT
074766     END-IF
074767     MOVE 'MAP-MASTER.DAT RECORDS' TO CY-BL-LEFT-LABEL
074768     MOVE CY-BAL-MASTER-RECS TO CY-BAL-LEFT
074769     MOVE 'STAGED MANIFEST OBJECTS' TO CY-BL-RIGHT-LABEL
074770     MOVE CY-BAL-OBJECTS TO CY-BAL-RIGHT
074771     PERFORM 8800-WRITE-CHECK THRU 8800-EXIT
074772     IF CY-Manifest-Not-Closed
074773         MOVE SPACES TO CY-OUTPUT-LINE
074774         STRING 'OUT OF BALANCE  MANIFEST-STAGED.JSON DOES NOT '
074775             'END '
074776             'WITH ITS CLOSING ]' DELIMITED BY SIZE
074777             INTO CY-OUTPUT-LINE
074778         PERFORM 8810-WRITE-UNBALANCED-NOTE THRU 8810-EXIT
074779     ELSE
074780         ADD 1 TO CY-BAL-CHECK-COUNT
074781         MOVE SPACES TO CY-OUTPUT-LINE
074782         STRING 'BALANCED        MANIFEST-STAGED.JSON ENDS WITH '
074783             'ITS '
074784             'CLOSING ]' DELIMITED BY SIZE
074785             INTO CY-OUTPUT-LINE
074786         WRITE CY-BALANCE-RECORD FROM CY-OUTPUT-LINE
074787     END-IF.
074788 8200-EXIT.
074789     EXIT.
074790
074791*****************************************************************
074792* 8210-COUNT-LIST-LINES - COUNT THE RECORDS IN THE FOLDER'S     *
074793*                 FILE-LIST.DAT (NONE WHEN IT IS NOT ON FILE)   *
074794*****************************************************************
074795 8210-COUNT-LIST-LINES.
074796     MOVE ZERO TO CY-BAL-LIST-LINES
074797     MOVE 'FILE-LIST.DAT' TO CY-BAL-FILE-NAME
074798     PERFORM 8700-BUILD-ASSIGN THRU 8700-EXIT
074799     MOVE CY-BAL-ASSIGN TO CY-LIST-ASSIGN
074800     OPEN INPUT ListCountFile
074801     IF CY-LIST-STATUS NOT = '00'
074802         GO TO 8210-EXIT
074803     END-IF
074804     SET Not-End-Of-List TO TRUE
074805     PERFORM 8215-READ-LIST-LINE THRU 8215-EXIT
074806     PERFORM UNTIL End-Of-List
074807         ADD 1 TO CY-BAL-LIST-LINES
074808         PERFORM 8215-READ-LIST-LINE THRU 8215-EXIT
074809     END-PERFORM
074810     CLOSE ListCountFile.
074811 8210-EXIT.
074812     EXIT.
074813
074814*****************************************************************
074815* 8215-READ-LIST-LINE - READ ONE FILE-LIST.DAT RECORD           *
074816*****************************************************************
074817 8215-READ-LIST-LINE.
074818     READ ListCountFile
074819         AT END
074820             SET End-Of-List TO TRUE
074821     END-READ.
074822 8215-EXIT.
074823     EXIT.
074824
074825*****************************************************************
074826* 8220-READ-LAST-AUDIT - READ THE FOLDER'S AUDIT-LOG.DAT THROUGH*
074827*                 TO ITS LAST LINE (THE RUN JUST MADE) AND PULL *
074828*                 OUT ITS COUNTS. AN OLDER LINE WITH NO HELD=   *
074829*                 FIELD COUNTS AS NONE HELD                     *
074830*****************************************************************
074831 8220-READ-LAST-AUDIT.
074832     SET CY-Audit-Line-Not-Found TO TRUE
074833     MOVE ZERO TO CY-AUD-READ
074834     MOVE ZERO TO CY-AUD-WRITTEN
074835     MOVE ZERO TO CY-AUD-REJECTED
074836     MOVE ZERO TO CY-AUD-HELD
074837     MOVE SPACES TO CY-LAST-AUDIT-LINE
074838     MOVE 'AUDIT-LOG.DAT' TO CY-BAL-FILE-NAME
074839     PERFORM 8700-BUILD-ASSIGN THRU 8700-EXIT
074840     MOVE CY-BAL-ASSIGN TO CY-CHECK-ASSIGN
074841     SET Not-End-Of-Check TO TRUE
074842     OPEN INPUT CheckFile
074843     IF CY-CHECK-STATUS NOT = '00'
074844         GO TO 8220-EXIT
074845     END-IF
074846     PERFORM 7010-READ-CHECK-LINE THRU 7010-EXIT
074847     PERFORM UNTIL End-Of-Check
074848         MOVE CY-CHECK-RECORD TO CY-LAST-AUDIT-LINE
074849         PERFORM 7010-READ-CHECK-LINE THRU 7010-EXIT
074850     END-PERFORM
074851     CLOSE CheckFile
074852     IF CY-LAST-AUDIT-LINE(21:5) NOT = 'READ='
074853         OR CY-LAST-AUDIT-LINE(34:8) NOT = 'WRITTEN='
074854         OR CY-LAST-AUDIT-LINE(50:9) NOT = 'REJECTED='
074855         GO TO 8220-EXIT
074856     END-IF
074857     SET CY-Audit-Line-Found TO TRUE
074858     MOVE CY-LAST-AUDIT-LINE(26:7) TO CY-PARSE-FIELD
074859     PERFORM 8600-PARSE-COUNT THRU 8600-EXIT
074860     MOVE CY-PARSE-COUNT TO CY-AUD-READ
074861     MOVE CY-LAST-AUDIT-LINE(42:7) TO CY-PARSE-FIELD
074862     PERFORM 8600-PARSE-COUNT THRU 8600-EXIT
074863     MOVE CY-PARSE-COUNT TO CY-AUD-WRITTEN
074864     MOVE CY-LAST-AUDIT-LINE(59:7) TO CY-PARSE-FIELD
074865     PERFORM 8600-PARSE-COUNT THRU 8600-EXIT
074866     MOVE CY-PARSE-COUNT TO CY-AUD-REJECTED
074867     IF CY-LAST-AUDIT-LINE(67:5) = 'HELD='
074868         MOVE CY-LAST-AUDIT-LINE(72:7) TO CY-PARSE-FIELD
074869         PERFORM 8600-PARSE-COUNT THRU 8600-EXIT
074870         MOVE CY-PARSE-COUNT TO CY-AUD-HELD
074871     END-IF.
074872 8220-EXIT.
074873     EXIT.
074874
074875*****************************************************************
074876* 8230-COUNT-MASTER - COUNT THE RECORDS IN THE FOLDER'S         *
074877*                 MAP-MASTER.DAT (NONE WHEN IT IS NOT ON FILE)  *
074878*****************************************************************
074879 8230-COUNT-MASTER.
074880     MOVE ZERO TO CY-BAL-MASTER-RECS
074881     MOVE 'MAP-MASTER.DAT' TO CY-BAL-FILE-NAME
074882     PERFORM 8700-BUILD-ASSIGN THRU 8700-EXIT
074883     MOVE CY-BAL-ASSIGN TO CY-MASTER-ASSIGN
074884     OPEN INPUT MasterCountFile
074885     IF CY-MASTER-STATUS NOT = '00'
074886         GO TO 8230-EXIT
074887     END-IF
074888     SET Not-End-Of-Master TO TRUE
074889     PERFORM 8235-READ-MASTER THRU 8235-EXIT
074890     PERFORM UNTIL End-Of-Master
074891         ADD 1 TO CY-BAL-MASTER-RECS
074892         PERFORM 8235-READ-MASTER THRU 8235-EXIT
074893     END-PERFORM
074894     CLOSE MasterCountFile.
074895 8230-EXIT.
074896     EXIT.
074897
074898*****************************************************************
074899* 8235-READ-MASTER - READ THE NEXT MAP-MASTER.DAT RECORD        *
074900*****************************************************************
074901 8235-READ-MASTER.
074902     READ MasterCountFile NEXT RECORD
074903         AT END
074904             SET End-Of-Master TO TRUE
074905     END-READ.
074906 8235-EXIT.
074907     EXIT.
074908
074909*****************************************************************
074910* 8240-COUNT-MANIFEST - COUNT THE OBJECTS IN THE MANIFEST NAMED *
074911*                 IN CY-BAL-FILE-NAME. AN OBJECT COUNTS ONLY    *
074912*                 WHEN ITS LINE OPENS WITH { AND CLOSES WITH }, *
074913*                 SO A LINE CUT SHORT IS NOT COUNTED; THE LAST  *
074914*                 NON-BLANK LINE MUST BE THE CLOSING ]          *
074915*****************************************************************
074916 8240-COUNT-MANIFEST.
074917     MOVE ZERO TO CY-BAL-OBJECTS
074918     SET CY-Manifest-Not-Closed TO TRUE
074919     PERFORM 8700-BUILD-ASSIGN THRU 8700-EXIT
074920     MOVE CY-BAL-ASSIGN TO CY-CHECK-ASSIGN
074921     SET Not-End-Of-Check TO TRUE
074922     OPEN INPUT CheckFile
074923     IF CY-CHECK-STATUS NOT = '00'
074924         GO TO 8240-EXIT
074925     END-IF
074926     PERFORM 7010-READ-CHECK-LINE THRU 7010-EXIT
074927     PERFORM UNTIL End-Of-Check
074928         MOVE FUNCTION TRIM(CY-CHECK-RECORD) TO CY-BAL-TRIMMED
074929         IF CY-BAL-TRIMMED NOT = SPACES
074930             SET CY-Manifest-Not-Closed TO TRUE
074931         END-IF
074932         IF CY-BAL-TRIMMED = ']'
074933             SET CY-Manifest-Closed TO TRUE
074934         END-IF
074935         IF CY-BAL-TRIMMED(1:1) = '{'
074936             PERFORM 8245-FIND-LINE-END THRU 8245-EXIT
074937             IF CY-BAL-TRIMMED(CY-BAL-POS:1) = '}'
074938                 ADD 1 TO CY-BAL-OBJECTS
074939             END-IF
074940         END-IF
074941         PERFORM 7010-READ-CHECK-LINE THRU 7010-EXIT
074942     END-PERFORM
074943     CLOSE CheckFile.
074944 8240-EXIT.
074945     EXIT.
074946
074947*****************************************************************
074948* 8245-FIND-LINE-END - FIND THE LAST NON-BLANK POSITION IN      *
074949*                 CY-BAL-TRIMMED (NEVER BELOW 1 - THE CALLER HAS*
074950*                 ALREADY SEEN A { IN POSITION 1)               *
074951*****************************************************************
074952 8245-FIND-LINE-END.
074953     MOVE 512 TO CY-BAL-POS
074954     PERFORM UNTIL CY-BAL-POS = 1
074955             OR CY-BAL-TRIMMED(CY-BAL-POS:1) NOT = SPACE
074956         SUBTRACT 1 FROM CY-BAL-POS
074957     END-PERFORM.
074958 8245-EXIT.
074959     EXIT.
074960
074961*****************************************************************
074962* 8500-BALANCE-DELTA - THE MAPS CHANGELOG.MD LISTS AS ADDED LESS*
074963*                 THOSE IT LISTS AS REMOVED MUST EQUAL THE      *
074964*                 CHANGE IN MANIFEST OBJECTS FROM               *
074965*                 MANIFEST-PREV.JSON (NONE WHEN NOT ON FILE) TO *
074966*                 MANIFEST.JSON                                 *
074967*****************************************************************
074968 8500-BALANCE-DELTA.
074969     MOVE SPACES TO CY-BAL-FOLDER
074970     MOVE 'FOLDER    .' TO CY-OUTPUT-LINE
074971     WRITE CY-BALANCE-RECORD FROM CY-OUTPUT-LINE
074972     MOVE 'MANIFEST-PREV.JSON' TO CY-BAL-FILE-NAME
074973     PERFORM 8240-COUNT-MANIFEST THRU 8240-EXIT
074974     MOVE CY-BAL-OBJECTS TO CY-BAL-PREV-OBJECTS
074975     MOVE 'MANIFEST.JSON' TO CY-BAL-FILE-NAME
074976     PERFORM 8240-COUNT-MANIFEST THRU 8240-EXIT
074977     PERFORM 8510-READ-CHANGELOG-COUNTS THRU 8510-EXIT
074978     IF CY-Added-Not-Found OR CY-Removed-Not-Found
074979         MOVE SPACES TO CY-OUTPUT-LINE
074980         STRING 'OUT OF BALANCE  NO ADDED AND REMOVED COUNTS '
074981             'ON CHANGELOG.MD' DELIMITED BY SIZE
074982             INTO CY-OUTPUT-LINE
074983         PERFORM 8810-WRITE-UNBALANCED-NOTE THRU 8810-EXIT
074984         GO TO 8500-EXIT
074985     END-IF
074986     MOVE 'MANIFEST OBJECT CHANGE' TO CY-BL-LEFT-LABEL
074987     COMPUTE CY-BAL-LEFT = CY-BAL-OBJECTS - CY-BAL-PREV-OBJECTS
074988     MOVE 'CHANGELOG ADDED-REMOVED' TO CY-BL-RIGHT-LABEL
074989     COMPUTE CY-BAL-RIGHT = CY-BAL-ADDED - CY-BAL-REMOVED
074990     PERFORM 8800-WRITE-CHECK THRU 8800-EXIT.
074991 8500-EXIT.
074992     EXIT.
074993
074994*****************************************************************
074995* 8510-READ-CHANGELOG-COUNTS - PULL THE COUNTS OUT OF THE       *
074996*                 ## ADDED (N) AND ## REMOVED (N) HEADINGS      *
074997*                 DELTAREPORT WROTE TO CHANGELOG.MD             *
074998*****************************************************************
074999 8510-READ-CHANGELOG-COUNTS.
075000     SET CY-Added-Not-Found TO TRUE
075001     SET CY-Removed-Not-Found TO TRUE
075002     MOVE ZERO TO CY-BAL-ADDED
075003     MOVE ZERO TO CY-BAL-REMOVED
075004     MOVE 'CHANGELOG.MD' TO CY-BAL-FILE-NAME
075005     PERFORM 8700-BUILD-ASSIGN THRU 8700-EXIT
075006     MOVE CY-BAL-ASSIGN TO CY-CHECK-ASSIGN
075007     SET Not-End-Of-Check TO TRUE
075008     OPEN INPUT CheckFile
075009     IF CY-CHECK-STATUS NOT = '00'
075010         GO TO 8510-EXIT
075011     END-IF
075012     PERFORM 7010-READ-CHECK-LINE THRU 7010-EXIT
075013     PERFORM UNTIL End-Of-Check
075014         IF CY-CHECK-RECORD(1:10) = '## Added ('
075015             MOVE SPACES TO CY-PARSE-FIELD
075016             UNSTRING CY-CHECK-RECORD(11:) DELIMITED BY ')'
075017                 INTO CY-PARSE-FIELD
075018             PERFORM 8600-PARSE-COUNT THRU 8600-EXIT
075019             MOVE CY-PARSE-COUNT TO CY-BAL-ADDED
075020             SET CY-Added-Found TO TRUE
075021         END-IF
075022         IF CY-CHECK-RECORD(1:12) = '## Removed ('
075023             MOVE SPACES TO CY-PARSE-FIELD
075024             UNSTRING CY-CHECK-RECORD(13:) DELIMITED BY ')'
075025                 INTO CY-PARSE-FIELD
075026             PERFORM 8600-PARSE-COUNT THRU 8600-EXIT
075027             MOVE CY-PARSE-COUNT TO CY-BAL-REMOVED
075028             SET CY-Removed-Found TO TRUE
075029         END-IF
075030         PERFORM 7010-READ-CHECK-LINE THRU 7010-EXIT
075031     END-PERFORM
075032     CLOSE CheckFile.
075033 8510-EXIT.
075034     EXIT.
075035
075036*****************************************************************
075037* 8600-PARSE-COUNT - CONVERT ONE COUNT FIELD (SPACES THEN       *
075038*                 DIGITS) TO A NUMBER; ANYTHING THAT WILL NOT   *
075039*                 CONVERT COUNTS AS ZERO                        *
075040*****************************************************************
075041 8600-PARSE-COUNT.
075042     MOVE ZERO TO CY-PARSE-COUNT
075043     MOVE FUNCTION TRIM(CY-PARSE-FIELD) TO CY-PARSE-JUST
075044     INSPECT CY-PARSE-JUST REPLACING LEADING SPACE BY '0'
075045     IF CY-PARSE-JUST IS NUMERIC
075046         MOVE CY-PARSE-JUST TO CY-PARSE-COUNT
075047     END-IF.
075048 8600-EXIT.
075049     EXIT.
075050
075051*****************************************************************
075052* 8700-BUILD-ASSIGN - CY-BAL-FILE-NAME IN CY-BAL-FOLDER, OR IN  *
075053*                 THE CURRENT DIRECTORY WHEN THE FOLDER IS BLANK*
075054*****************************************************************
075055 8700-BUILD-ASSIGN.
075056     MOVE SPACES TO CY-BAL-ASSIGN
075057     IF CY-BAL-FOLDER = SPACES
075058         MOVE CY-BAL-FILE-NAME TO CY-BAL-ASSIGN
075059     ELSE
075060         STRING FUNCTION TRIM(CY-BAL-FOLDER) '/'
075061             FUNCTION TRIM(CY-BAL-FILE-NAME)
075062             DELIMITED BY SIZE INTO CY-BAL-ASSIGN
075063     END-IF.
075064 8700-EXIT.
075065     EXIT.
075066
075067*****************************************************************
075068* 8800-WRITE-CHECK - WRITE ONE BALANCE LINE FOR THE LABELS AND  *
075069*                 COUNTS THE CALLER HAS SET UP, AND FLAG THE    *
075070*                 STEP WHEN THE TWO SIDES DISAGREE              *
075071*****************************************************************
075072 8800-WRITE-CHECK.
075073     ADD 1 TO CY-BAL-CHECK-COUNT
075074     MOVE CY-BAL-LEFT TO CY-BL-LEFT-COUNT
075075     MOVE CY-BAL-RIGHT TO CY-BL-RIGHT-COUNT
075076     IF CY-BAL-LEFT = CY-BAL-RIGHT
075077         MOVE 'BALANCED' TO CY-BL-RESULT
075078     ELSE
075079         MOVE 'OUT OF BALANCE' TO CY-BL-RESULT
075080         ADD 1 TO CY-BAL-FAIL-COUNT
075081         SET CY-Out-Of-Balance TO TRUE
075082     END-IF
075083     WRITE CY-BALANCE-RECORD FROM CY-BALANCE-LINE.
075084 8800-EXIT.
075085     EXIT.
075086
075087*****************************************************************
075088* 8810-WRITE-UNBALANCED-NOTE - A CHECK THAT CANNOT EVEN BE MADE *
075089*                 IS OUT OF BALANCE; THE CALLER HAS BUILT THE   *
075090*                 LINE IN CY-OUTPUT-LINE                        *
075091*****************************************************************
075092 8810-WRITE-UNBALANCED-NOTE.
075093     ADD 1 TO CY-BAL-CHECK-COUNT
075094     ADD 1 TO CY-BAL-FAIL-COUNT
075095     SET CY-Out-Of-Balance TO TRUE
075096     WRITE CY-BALANCE-RECORD FROM CY-OUTPUT-LINE.
075097 8810-EXIT.
075098     EXIT.
075099
075100*****************************************************************
075101* 9000-TERMINATE - WRITE THE CYCLE SUMMARY AND CLOSE THE REPORT *
075102*****************************************************************
075200 9000-TERMINATE.
075300     IF CY-RPT-STATUS = '00' AND CY-Init-Ok
075400         MOVE SPACES TO CY-OUTPUT-LINE
