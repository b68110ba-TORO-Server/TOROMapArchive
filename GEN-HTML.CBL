001300*              FORMAT, NO HAND EDITING.
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. GenerateHTML IS INITIAL PROGRAM.
001700 AUTHOR. R-WALLACE.
001800 INSTALLATION. TORO-MAP-ARCHIVE.
001900 DATE-WRITTEN. 2026-09-02.
003700*                  FIELD IS ESCAPED (AMPERSAND, ANGLE BRACKETS,
003800*                  QUOTE) BEFORE IT IS STRUNG INTO THE PAGE,
003900*                  THE SAME WAY GENERATEREADME ESCAPES ITS JSON.
003902* 2026-10-15 RW    EACH SUBFOLDER PAGE NOW CLOSES WITH AN EXPIRED
003904*                  EVENTS SECTION BUILT FROM THE FOLDER'S
003906*                  EXPIRED-EVENTS.DAT (NAME|CATEGORY|EXPIRE-ON|
003908*                  DESCRIPTION), WHICH GENERATEREADME REBUILDS
003910*                  FROM THE MAPS PAST THEIR EXPIRY DATE. THE
003912*                  FILE IS OPTIONAL AND AN EMPTY ONE ADDS
003914*                  NOTHING. MAPS NOT YET DUE TO PUBLISH, OR PAST
003916*                  EXPIRY, ARE NEVER IN MAP-MASTER.DAT SO NEVER
003918*                  REACH THE CATEGORY TABLES.
003920* 2026-10-15 RW    PAGES ARE NOW WRITTEN TO INDEX-STAGED.HTML
003922*                  BESIDE THE LIVE INDEX.HTML FOR PUBLISH TO
003924*                  CHECK AND PROMOTE; LINKS STILL POINT AT THE
003926*                  LIVE PAGES. MADE CALLABLE SO CYCLE-DRIVER CAN
003928*                  RUN IT AS A STEP AHEAD OF PUBLISH: DECLARED
003930*                  INITIAL AND ENDING WITH GOBACK, THE SAME
003932*                  CHANGE BATCH-DRIVER GOT.
003934* 2026-10-15 RW    A MAP WITH PLAYER-REPORTED ISSUES STILL OPEN
003936*                  ON THE FOLDER'S ISSUE-MASTER.DAT (KEPT BY
003938*                  ISSUE-INTAKE) NOW SHOWS A KNOWN ISSUES MARKER
003940*                  WITH THE OPEN COUNT IN ITS NAME CELL, AS
003942*                  GENERATEREADME DOES AFTER ITS HEADING. THE
003944*                  ISSUE MASTER IS OPTIONAL AND ONLY READ.
003946* 2026-10-15 RW    EACH LANGUAGE NAMED IN L10N-CONTROL.DAT
003948*                  (LANGUAGE=CODE, AT MOST FIVE) NOW GETS ITS OWN
003950*                  INDEX.<LANG>-STAGED.HTML BESIDE EACH FOLDER'S
003952*                  BASE PAGE, RENDERED THE SAME WAY BUT WITH MAP
003954*                  AND CATEGORY DESCRIPTIONS FROM THE FOLDER'S
003956*                  MAP-METADATA-L10N.DAT AND
003958*                  CATEGORY-MASTER-L10N.DAT (KEPT BY L10N-MAINT).
003960*                  A DESCRIPTION WITH NO TRANSLATION SHOWS THE
003962*                  BASE TEXT MARKED <em>(untranslated)</em>. WITH
003964*                  A SUBFOLDER LIST A TOP-LEVEL
003966*                  INDEX.<LANG>-STAGED.HTML LINKS EVERY FOLDER
003968*                  WHOSE PAGE IN THAT LANGUAGE WAS BUILT.
004000*-----------------------------------------------------------------
004100
004200 ENVIRONMENT DIVISION.
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS GH-HTML-STATUS.
006200
006300     SELECT TopHtmlFile ASSIGN TO 'INDEX-STAGED.HTML'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS GH-TOP-STATUS.
006600
006603     SELECT ExpiredFile ASSIGN TO DYNAMIC GH-EXPIRED-ASSIGN
006606         ORGANIZATION IS LINE SEQUENTIAL
006609         FILE STATUS IS GH-EXPIRED-STATUS.
006612
006615     SELECT IssueMasterFile ASSIGN TO DYNAMIC GH-ISSUE-ASSIGN
006618         ORGANIZATION IS INDEXED
006621         ACCESS MODE IS DYNAMIC
006624         RECORD KEY IS GH-ISS-KEY
006627         FILE STATUS IS GH-ISSUE-STATUS.
006630
006633     SELECT TopLangFile ASSIGN TO DYNAMIC GH-TOPLANG-ASSIGN
006636         ORGANIZATION IS LINE SEQUENTIAL
006639         FILE STATUS IS GH-TOPLANG-STATUS.
006642
006645     SELECT L10nControlFile ASSIGN TO 'L10N-CONTROL.DAT'
006648         ORGANIZATION IS LINE SEQUENTIAL
006651         FILE STATUS IS GH-L10NCTL-STATUS.
006654
006657     SELECT L10nMapFile ASSIGN TO DYNAMIC GH-L10N-ASSIGN
006660         ORGANIZATION IS LINE SEQUENTIAL
006663         FILE STATUS IS GH-L10N-STATUS.
006666
006669     SELECT L10nCatFile ASSIGN TO DYNAMIC GH-CATL10N-ASSIGN
006672         ORGANIZATION IS LINE SEQUENTIAL
006675         FILE STATUS IS GH-CATL10N-STATUS.
006678
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  SubfolderListFile.
009300 FD  TopHtmlFile.
009400 01  GH-TOP-RECORD                 PIC X(500).
009500
009502*-----------------------------------------------------------------
009504* EXPIRED EVENTS - WRITTEN BY GENERATEREADME, ONE
009506* NAME|CATEGORY|EXPIRE-ON|DESCRIPTION RECORD PER EXPIRED MAP
009508*-----------------------------------------------------------------
009510 FD  ExpiredFile.
009512 01  GH-EXPIRED-RECORD             PIC X(600).
009514
009516*-----------------------------------------------------------------
009518* ISSUE MASTER - WRITTEN BY ISSUE-INTAKE; THE RECORD LAYOUT MUST
009520* MATCH THE ONE DECLARED THERE. ONLY THE SEQUENCE-0 SUMMARY
009522* RECORD, WHICH CARRIES THE MAP'S OPEN-ISSUE COUNT, IS READ HERE
009524*-----------------------------------------------------------------
009526 FD  IssueMasterFile.
009528 01  GH-ISSUE-RECORD.
009530     05  GH-ISS-KEY.
009532         10  GH-ISS-NAME           PIC X(256).
009534         10  GH-ISS-SEQ            PIC 9(05).
009536     05  GH-ISS-STATUS             PIC X(01).
009538     05  GH-ISS-OPEN-COUNT         PIC 9(05).
009540     05  GH-ISS-LAST-SEQ           PIC 9(05).
009542     05  GH-ISS-REPORTER           PIC X(60).
009544     05  GH-ISS-REPORT-DATE        PIC X(10).
009546     05  GH-ISS-TYPE               PIC X(20).
009548     05  GH-ISS-TEXT               PIC X(200).
009550     05  GH-ISS-LOGGED-DATE        PIC X(10).
009552     05  GH-ISS-CLOSED-DATE        PIC X(10).
009554     05  GH-ISS-CLOSED-BY          PIC X(60).
009556     05  GH-ISS-RESOLUTION         PIC X(200).
009558
009560*-----------------------------------------------------------------
009562* SECOND-LANGUAGE FILES - THE TOP-LEVEL PAGE FOR ONE LANGUAGE,
009564* L10N-CONTROL.DAT (ONE LANGUAGE=CODE LINE PER LANGUAGE), AND THE
009566* FOLDER'S TRANSLATIONS KEPT BY L10N-MAINT: MAP-METADATA-L10N.DAT
009568* (NAME|LANG|DESCRIPTION) AND CATEGORY-MASTER-L10N.DAT
009570* (CATEGORY|LANG|DESCRIPTION). ALL BUT THE PAGE ARE OPTIONAL
009572*-----------------------------------------------------------------
009574 FD  TopLangFile.
009576 01  GH-TOPLANG-RECORD             PIC X(500).
009578
009580 FD  L10nControlFile.
009582 01  GH-L10NCTL-RECORD             PIC X(80).
009584
009586 FD  L10nMapFile.
009588 01  GH-L10N-RECORD                PIC X(600).
009590
009592 FD  L10nCatFile.
009594 01  GH-CATL10N-RECORD             PIC X(300).
009596
009600 WORKING-STORAGE SECTION.
009700*-----------------------------------------------------------------
009800* SWITCHES
011900     05  GH-TOP-OPEN-SW            PIC X     VALUE 'N'.
012000         88  GH-Top-Page-Open                VALUE 'Y'.
012100         88  GH-Top-Page-Not-Open            VALUE 'N'.
012103     05  GH-EXPIRED-EOF-FLAG       PIC X     VALUE 'N'.
012106         88  End-Of-Expired                  VALUE 'Y'.
012109         88  Not-End-Of-Expired              VALUE 'N'.
012112     05  GH-EXPIRED-FIRST-SW       PIC X     VALUE 'Y'.
012115         88  GH-Expired-First                VALUE 'Y'.
012118         88  GH-Expired-Not-First            VALUE 'N'.
012121     05  GH-ISSUE-AVAIL-SW         PIC X     VALUE 'N'.
012124         88  GH-Issues-On-File               VALUE 'Y'.
012127         88  GH-Issues-Not-On-File           VALUE 'N'.
012130     05  GH-L10NCTL-EOF-FLAG       PIC X     VALUE 'N'.
012133         88  End-Of-L10n-Control             VALUE 'Y'.
012136         88  Not-End-Of-L10n-Control         VALUE 'N'.
012139     05  GH-L10N-EOF-FLAG          PIC X     VALUE 'N'.
012142         88  End-Of-L10n                     VALUE 'Y'.
012145         88  Not-End-Of-L10n                 VALUE 'N'.
012148     05  GH-PAGE-SW                PIC X     VALUE 'B'.
012151         88  GH-Base-Page                    VALUE 'B'.
012154         88  GH-Language-Page                VALUE 'L'.
012157     05  GH-MARK-SW                PIC X     VALUE 'N'.
012160         88  GH-Mark-Untranslated            VALUE 'Y'.
012163         88  GH-No-Mark                      VALUE 'N'.
012166     05  GH-LANG-CODE-SW           PIC X     VALUE 'Y'.
012169         88  GH-Lang-Code-Ok                 VALUE 'Y'.
012172         88  GH-Lang-Code-Bad                VALUE 'N'.
012175     05  GH-LANG-LISTED-SW         PIC X     VALUE 'N'.
012178         88  GH-Lang-Listed                  VALUE 'Y'.
012181         88  GH-Lang-Not-Listed              VALUE 'N'.
012200
012300*-----------------------------------------------------------------
012400* FILE STATUS CODES
012800 77  GH-MAPMAST-STATUS             PIC X(02) VALUE SPACES.
012900 77  GH-HTML-STATUS                PIC X(02) VALUE SPACES.
013000 77  GH-TOP-STATUS                 PIC X(02) VALUE SPACES.
013010 77  GH-EXPIRED-STATUS             PIC X(02) VALUE SPACES.
013020 77  GH-ISSUE-STATUS               PIC X(02) VALUE SPACES.
013030 77  GH-TOPLANG-STATUS             PIC X(02) VALUE SPACES.
013040 77  GH-L10NCTL-STATUS             PIC X(02) VALUE SPACES.
013050 77  GH-L10N-STATUS                PIC X(02) VALUE SPACES.
013060 77  GH-CATL10N-STATUS             PIC X(02) VALUE SPACES.
013100
013200*-----------------------------------------------------------------
013300* DYNAMIC FILE ASSIGNMENT WORK AREAS
013600 01  GH-CATMAST-ASSIGN             PIC X(250).
013700 01  GH-MAPMAST-ASSIGN             PIC X(250).
013800 01  GH-HTML-ASSIGN                PIC X(250).
013810 01  GH-EXPIRED-ASSIGN             PIC X(250).
013820 01  GH-ISSUE-ASSIGN               PIC X(250).
013830 01  GH-TOPLANG-ASSIGN             PIC X(250).
013840 01  GH-L10N-ASSIGN                PIC X(250).
013850 01  GH-CATL10N-ASSIGN             PIC X(250).
013900
014000*-----------------------------------------------------------------
014100* COUNTERS AND WORK AREAS
015400 01  GH-HTML-LINE                  PIC X(1000).
015500 01  GH-TOP-LINE                   PIC X(500).
015600 01  GH-DL-DISPLAY                 PIC Z(08)9.
015610 77  GH-ROW-PTR                    PIC 9(04) COMP VALUE ZERO.
015620 01  GH-OPEN-ISSUES                PIC 9(05) VALUE ZERO.
015630 01  GH-ISSUE-DISPLAY              PIC Z(04)9.
015700
015800*-----------------------------------------------------------------
015900* CATEGORY VOCABULARY TABLE FROM THE SUBFOLDER'S OPTIONAL
020000 01  GH-UPLOADER-ESC               PIC X(600).
020100 01  GH-CATEGORY-ESC               PIC X(600).
020200 01  GH-FOLDER-ESC                 PIC X(600).
020201
020202*-----------------------------------------------------------------
020203* EXPIRED-EVENTS.DAT SPLIT WORK AREAS
020204*-----------------------------------------------------------------
020205 01  GH-EXPIRED-SPLIT-FIELDS.
020206     05  GH-EXP-SPLIT-NAME         PIC X(256).
020207     05  GH-EXP-SPLIT-CATEGORY     PIC X(30).
020208     05  GH-EXP-SPLIT-DATE         PIC X(10).
020209     05  GH-EXP-SPLIT-DESC         PIC X(200).
020210
020211*-----------------------------------------------------------------
020212* SECOND-LANGUAGE WORK AREAS - THE LANGUAGES FROM
020213* L10N-CONTROL.DAT (A CODE IS 1-8 OF A-Z, 0-9 AND '-'; A BAD OR
020214* REPEATED CODE, OR ONE PAST THE FIFTH, IS IGNORED), THE CURRENT
020215* LANGUAGE'S TRANSLATIONS FOR THE FOLDER BEING RENDERED, WHICH
020216* LANGUAGE PAGES THAT FOLDER GOT, AND EVERY BUILT FOLDER FOR THE
020217* TOP-LEVEL LANGUAGE PAGES
020218*-----------------------------------------------------------------
020219 77  GH-LANG-COUNT                 PIC 9(02) COMP VALUE ZERO.
020220 77  GH-LANG-CHAR-IDX              PIC 9(02) COMP VALUE ZERO.
020221 77  GH-L10N-COUNT                 PIC 9(04) COMP VALUE ZERO.
020222 77  GH-CATL10N-COUNT              PIC 9(03) COMP VALUE ZERO.
020223 77  GH-BUILT-COUNT                PIC 9(03) COMP VALUE ZERO.
020224 77  GH-BUILT-I                    PIC 9(03) COMP VALUE ZERO.
020225 01  GH-CUR-LANG                   PIC X(08) VALUE SPACES.
020226 01  GH-LANG-CANDIDATE             PIC X(08).
020227 01  GH-LANG-CHAR                  PIC X(01).
020228     88  GH-Lang-Char-Ok           VALUE 'A' THRU 'Z'
020229                                         '0' THRU '9' '-'.
020230 01  GH-L10NCTL-SPLIT-FIELDS.
020231     05  GH-L10NCTL-SPLIT-KEY      PIC X(20).
020232     05  GH-L10NCTL-SPLIT-VALUE    PIC X(20).
020233 01  GH-L10N-SPLIT-FIELDS.
020234     05  GH-L10N-SPLIT-NAME        PIC X(256).
020235     05  GH-L10N-SPLIT-LANG        PIC X(20).
020236     05  GH-L10N-SPLIT-DESC        PIC X(200).
020237 01  GH-LANG-TABLE.
020238     05  GH-LANG-CODE              PIC X(08) OCCURS 5 TIMES
020239                                   INDEXED BY GH-LANG-IDX.
020240 01  GH-L10N-TABLE.
020241     05  GH-L10N-ENTRY             OCCURS 5000 TIMES
020242                                   INDEXED BY GH-L10N-IDX.
020243         10  GH-L10N-NAME          PIC X(256).
020244         10  GH-L10N-DESC          PIC X(200).
020245 01  GH-CATL10N-TABLE.
020246     05  GH-CATL10N-ENTRY          OCCURS 100 TIMES
020247                                   INDEXED BY GH-CATL10N-IDX.
020248         10  GH-CATL10N-NAME       PIC X(30).
020249         10  GH-CATL10N-DESC       PIC X(132).
020250 01  GH-L10N-LOOKUP-NAME           PIC X(256).
020251 01  GH-L10N-BASE-DESC             PIC X(200).
020252 01  GH-SHOWN-DESC                 PIC X(200).
020253 01  GH-HTML-OPEN-TAG              PIC X(30).
020254 01  GH-LANG-BUILT-FLAGS.
020255     05  GH-LANG-BUILT-SW          PIC X(01) OCCURS 5 TIMES.
020256         88  GH-Lang-Page-Built              VALUE 'Y'.
020257 01  GH-BUILT-TABLE.
020258     05  GH-BUILT-ENTRY            OCCURS 500 TIMES.
020259         10  GH-BLT-FOLDER         PIC X(200).
020260         10  GH-BLT-LANG-FLAGS     PIC X(05).
020300
020400 PROCEDURE DIVISION.
020500*****************************************************************
021100         PERFORM 2000-PROCESS-FOLDERS THRU 2000-EXIT
021200     END-IF
021300     PERFORM 9000-TERMINATE         THRU 9000-EXIT
021400     GOBACK.
021500
021600*****************************************************************
021700* 1000-INITIALIZE - WITH A SUBFOLDER LIST ON FILE THE TOP-LEVEL *
021800*                 INDEX.HTML IS OPENED AND STARTED; WITHOUT ONE *
021900*                 THE CURRENT DIRECTORY ALONE WILL BE RENDERED  *
022000*                 AND NO TOP PAGE IS WRITTEN. THE LANGUAGES     *
022010*                 ARE LOADED FIRST EITHER WAY                   *
022100*****************************************************************
022200 1000-INITIALIZE.
022250     PERFORM 1100-LOAD-LANGUAGES THRU 1100-EXIT
022300     OPEN INPUT SubfolderListFile
022400     IF GH-SUBFOLDER-STATUS NOT = '00'
022500         GO TO 1000-EXIT
022700     OPEN OUTPUT TopHtmlFile
022800     IF GH-TOP-STATUS NOT = '00'
022900         SET GH-Init-Failed TO TRUE
023000         DISPLAY 'GENHTML: CANNOT OPEN INDEX-STAGED.HTML, '
023100             'STATUS=' GH-TOP-STATUS
023200         CLOSE SubfolderListFile
023300         GO TO 1000-EXIT
024500 1000-EXIT.
024600     EXIT.
024700
024701*****************************************************************
024702* 1100-LOAD-LANGUAGES - LOAD THE LANGUAGE CODES FROM            *
024703*                 L10N-CONTROL.DAT. THE FILE IS OPTIONAL AND    *
024704*                 LINES OTHER THAN LANGUAGE= ARE IGNORED        *
024705*****************************************************************
024706 1100-LOAD-LANGUAGES.
024707     MOVE ZERO TO GH-LANG-COUNT
024708     OPEN INPUT L10nControlFile
024709     IF GH-L10NCTL-STATUS NOT = '00'
024710         GO TO 1100-EXIT
024711     END-IF
024712     SET Not-End-Of-L10n-Control TO TRUE
024713     PERFORM 1110-READ-L10N-CONTROL THRU 1110-EXIT
024714     PERFORM UNTIL End-Of-L10n-Control
024715         PERFORM 1120-STORE-LANGUAGE THRU 1120-EXIT
024716         PERFORM 1110-READ-L10N-CONTROL THRU 1110-EXIT
024717     END-PERFORM
024718     CLOSE L10nControlFile.
024719 1100-EXIT.
024720     EXIT.
024721
024722*****************************************************************
024723* 1110-READ-L10N-CONTROL - READ ONE LINE OF L10N-CONTROL.DAT    *
024724*****************************************************************
024725 1110-READ-L10N-CONTROL.
024726     READ L10nControlFile
024727         AT END
024728             SET End-Of-L10n-Control TO TRUE
024729     END-READ.
024730 1110-EXIT.
024731     EXIT.
024732
024733*****************************************************************
024734* 1120-STORE-LANGUAGE - KEEP ONE LANGUAGE=CODE LINE'S CODE,     *
024735*                 UPPER-CASED. A BAD CODE, A CODE ALREADY HELD  *
024736*                 AND ANY CODE PAST THE FIFTH ARE DROPPED       *
024737*****************************************************************
024738 1120-STORE-LANGUAGE.
024739     MOVE SPACES TO GH-L10NCTL-SPLIT-FIELDS
024740     UNSTRING GH-L10NCTL-RECORD DELIMITED BY '='
024741         INTO GH-L10NCTL-SPLIT-KEY GH-L10NCTL-SPLIT-VALUE
024742     IF FUNCTION UPPER-CASE(FUNCTION TRIM(GH-L10NCTL-SPLIT-KEY))
024743             NOT = 'LANGUAGE'
024744         GO TO 1120-EXIT
024745     END-IF
024746     MOVE FUNCTION UPPER-CASE(
024747             FUNCTION TRIM(GH-L10NCTL-SPLIT-VALUE))
024748         TO GH-L10NCTL-SPLIT-VALUE
024749     IF GH-L10NCTL-SPLIT-VALUE = SPACES
024750         OR GH-L10NCTL-SPLIT-VALUE(9:12) NOT = SPACES
024751         GO TO 1120-EXIT
024752     END-IF
024753     MOVE GH-L10NCTL-SPLIT-VALUE TO GH-LANG-CANDIDATE
024754     PERFORM 1130-CHECK-LANGUAGE-CODE THRU 1130-EXIT
024755     IF GH-Lang-Code-Bad
024756         GO TO 1120-EXIT
024757     END-IF
024758     SET GH-Lang-Not-Listed TO TRUE
024759     PERFORM VARYING GH-LANG-IDX FROM 1 BY 1
024760             UNTIL GH-LANG-IDX > GH-LANG-COUNT
024761         IF GH-LANG-CODE(GH-LANG-IDX) = GH-LANG-CANDIDATE
024762             SET GH-Lang-Listed TO TRUE
024763         END-IF
024764     END-PERFORM
024765     IF GH-Lang-Listed
024766         OR GH-LANG-COUNT NOT < 5
024767         GO TO 1120-EXIT
024768     END-IF
024769     ADD 1 TO GH-LANG-COUNT
024770     MOVE GH-LANG-CANDIDATE TO GH-LANG-CODE(GH-LANG-COUNT).
024771 1120-EXIT.
024772     EXIT.
024773
024774*****************************************************************
024775* 1130-CHECK-LANGUAGE-CODE - A CODE BECOMES PART OF A FILE NAME *
024776*                 SO ONLY A-Z, 0-9 AND '-' ARE ALLOWED, WITH NO *
024777*                 EMBEDDED SPACE                                *
024778*****************************************************************
024779 1130-CHECK-LANGUAGE-CODE.
024780     SET GH-Lang-Code-Ok TO TRUE
024781     PERFORM VARYING GH-LANG-CHAR-IDX FROM 1 BY 1
024782             UNTIL GH-LANG-CHAR-IDX > 8
024783         MOVE GH-LANG-CANDIDATE(GH-LANG-CHAR-IDX:1)
024784             TO GH-LANG-CHAR
024785         IF GH-LANG-CHAR = SPACE
024786             IF GH-LANG-CANDIDATE(GH-LANG-CHAR-IDX:) NOT = SPACES
024787                 SET GH-Lang-Code-Bad TO TRUE
024788             END-IF
024789         ELSE
024790             IF NOT GH-Lang-Char-Ok
024791                 SET GH-Lang-Code-Bad TO TRUE
024792             END-IF
024793         END-IF
024794     END-PERFORM.
024795 1130-EXIT.
024796     EXIT.
024797
024800*****************************************************************
024900* 2000-PROCESS-FOLDERS - RENDER EACH LISTED SUBFOLDER (OR THE   *
025000*                 CURRENT DIRECTORY WHEN THERE IS NO LIST) AND  *
026400             PERFORM 3000-RENDER-ONE-FOLDER THRU 3000-EXIT
026500             IF GH-Folder-Built
026600                 PERFORM 2100-WRITE-TOP-LINK THRU 2100-EXIT
026650                 PERFORM 2200-NOTE-BUILT-FOLDER THRU 2200-EXIT
026700             END-IF
026800         END-IF
026900         PERFORM 2010-READ-SUBFOLDER THRU 2010-EXIT
030200 2100-EXIT.
030300     EXIT.
030400
030404*****************************************************************
030408* 2200-NOTE-BUILT-FOLDER - REMEMBER A BUILT FOLDER AND WHICH    *
030412*                 LANGUAGE PAGES IT GOT, FOR THE TOP-LEVEL      *
030416*                 LANGUAGE PAGES. PAST 500 FOLDERS THE REST ARE *
030420*                 LEFT OFF THOSE PAGES ONLY                     *
030424*****************************************************************
030428 2200-NOTE-BUILT-FOLDER.
030432     IF GH-LANG-COUNT = ZERO
030436         GO TO 2200-EXIT
030440     END-IF
030444     IF GH-BUILT-COUNT NOT < 500
030448         DISPLAY 'GENHTML: ' FUNCTION TRIM(GH-FOLDER-PATH)
030452             ' LEFT OFF THE LANGUAGE INDEX PAGES - TABLE FULL'
030456         GO TO 2200-EXIT
030460     END-IF
030464     ADD 1 TO GH-BUILT-COUNT
030468     MOVE GH-FOLDER-PATH TO GH-BLT-FOLDER(GH-BUILT-COUNT)
030472     MOVE GH-LANG-BUILT-FLAGS
030476         TO GH-BLT-LANG-FLAGS(GH-BUILT-COUNT).
030480 2200-EXIT.
030484     EXIT.
030488
030500*****************************************************************
030600* 3000-RENDER-ONE-FOLDER - BUILD ONE SUBFOLDER'S INDEX.HTML:    *
030700*                 LOAD ITS CATEGORY MASTER, COLLECT THE         *
030800*                 CATEGORIES ITS MAP MASTER ACTUALLY USES IN    *
030900*                 DISPLAY ORDER, THEN WRITE ONE SECTION PER     *
031000*                 CATEGORY, THEN ANY EXPIRED EVENTS. A FOLDER   *
031100*                 WHOSE MAP MASTER CANNOT BE OPENED IS SKIPPED  *
031110*                 AND NOT LINKED. THE FOLDER'S ISSUE MASTER IS  *
031120*                 OPTIONAL. A PAGE PER CONFIGURED LANGUAGE      *
031130*                 FOLLOWS THE BASE PAGE                         *
031200*****************************************************************
031300 3000-RENDER-ONE-FOLDER.
031400     SET GH-Folder-Built TO TRUE
031450     MOVE ALL 'N' TO GH-LANG-BUILT-FLAGS
031500     PERFORM 3100-BUILD-FILE-PATHS THRU 3100-EXIT
031600     PERFORM 3200-LOAD-CAT-MASTER THRU 3200-EXIT
031700     OPEN INPUT MapMasterFile
032800         SET GH-Folder-Skipped TO TRUE
032900         ADD 1 TO GH-SKIPPED-COUNT
033000         DISPLAY 'GENHTML: SKIPPING ' GH-FOLDER-PATH
033100             ' - INDEX-STAGED.HTML COULD NOT BE OPENED, STATUS='
033200             GH-HTML-STATUS
033300         CLOSE MapMasterFile
033400         GO TO 3000-EXIT
033500     END-IF
033510     OPEN INPUT IssueMasterFile
033520     IF GH-ISSUE-STATUS = '00'
033530         SET GH-Issues-On-File TO TRUE
033540     ELSE
033550         SET GH-Issues-Not-On-File TO TRUE
033560     END-IF
033600     PERFORM 3300-COLLECT-USED-CATEGORIES THRU 3300-EXIT
033700     PERFORM 3400-WRITE-PAGE-HEAD THRU 3400-EXIT
033800     PERFORM VARYING GH-USED-I FROM 1 BY 1
033900             UNTIL GH-USED-I > GH-USED-COUNT
034000         PERFORM 3500-WRITE-ONE-SECTION THRU 3500-EXIT
034100     END-PERFORM
034110     PERFORM 3700-WRITE-EXPIRED-SECTION THRU 3700-EXIT
034200     MOVE '</body></html>' TO GH-HTML-LINE
034300     WRITE GH-HTML-RECORD FROM GH-HTML-LINE
034400     CLOSE HtmlFile
034410     PERFORM VARYING GH-LANG-IDX FROM 1 BY 1
034420             UNTIL GH-LANG-IDX > GH-LANG-COUNT
034430         PERFORM 3800-RENDER-LANGUAGE-PAGE THRU 3800-EXIT
034440     END-PERFORM
034500     CLOSE MapMasterFile
034510     IF GH-Issues-On-File
034520         CLOSE IssueMasterFile
034530     END-IF
034600     ADD 1 TO GH-FOLDER-COUNT.
034700 3000-EXIT.
034800     EXIT.
035600     IF GH-FOLDER-PATH = SPACES
035700         MOVE 'CATEGORY-MASTER.DAT' TO GH-CATMAST-ASSIGN
035800         MOVE 'MAP-MASTER.DAT' TO GH-MAPMAST-ASSIGN
035900         MOVE 'INDEX-STAGED.HTML' TO GH-HTML-ASSIGN
035910         MOVE 'EXPIRED-EVENTS.DAT' TO GH-EXPIRED-ASSIGN
035920         MOVE 'ISSUE-MASTER.DAT' TO GH-ISSUE-ASSIGN
035930         MOVE 'MAP-METADATA-L10N.DAT' TO GH-L10N-ASSIGN
035940         MOVE 'CATEGORY-MASTER-L10N.DAT' TO GH-CATL10N-ASSIGN
036000     ELSE
036100         MOVE SPACES TO GH-CATMAST-ASSIGN
036200         STRING FUNCTION TRIM(GH-FOLDER-PATH)
036800             INTO GH-MAPMAST-ASSIGN
036900         MOVE SPACES TO GH-HTML-ASSIGN
037000         STRING FUNCTION TRIM(GH-FOLDER-PATH)
037100             '/INDEX-STAGED.HTML' DELIMITED BY SIZE
037200             INTO GH-HTML-ASSIGN
037210         MOVE SPACES TO GH-EXPIRED-ASSIGN
037220         STRING FUNCTION TRIM(GH-FOLDER-PATH)
037230             '/EXPIRED-EVENTS.DAT' DELIMITED BY SIZE
037240             INTO GH-EXPIRED-ASSIGN
037250         MOVE SPACES TO GH-ISSUE-ASSIGN
037260         STRING FUNCTION TRIM(GH-FOLDER-PATH)
037270             '/ISSUE-MASTER.DAT' DELIMITED BY SIZE
037280             INTO GH-ISSUE-ASSIGN
037281         MOVE SPACES TO GH-L10N-ASSIGN
037282         STRING FUNCTION TRIM(GH-FOLDER-PATH)
037283             '/MAP-METADATA-L10N.DAT' DELIMITED BY SIZE
037284             INTO GH-L10N-ASSIGN
037285         MOVE SPACES TO GH-CATL10N-ASSIGN
037286         STRING FUNCTION TRIM(GH-FOLDER-PATH)
037287             '/CATEGORY-MASTER-L10N.DAT' DELIMITED BY SIZE
037288             INTO GH-CATL10N-ASSIGN
037300     END-IF.
037400 3100-EXIT.
037500     EXIT.
053000     EXIT.
053100
053200*****************************************************************
053300* 3400-WRITE-PAGE-HEAD - START THE SUBFOLDER PAGE, TAGGED WITH  *
053310*                 ITS LANGUAGE ON A LANGUAGE PAGE               *
053400*****************************************************************
053500 3400-WRITE-PAGE-HEAD.
053510     MOVE '<html>' TO GH-HTML-OPEN-TAG
053520     IF GH-Language-Page
053530         MOVE SPACES TO GH-HTML-OPEN-TAG
053540         STRING '<html lang="' FUNCTION TRIM(GH-CUR-LANG) '">'
053550             DELIMITED BY SIZE INTO GH-HTML-OPEN-TAG
053560     END-IF
053600     MOVE '<!DOCTYPE html>' TO GH-HTML-LINE
053700     WRITE GH-HTML-RECORD FROM GH-HTML-LINE
053800     IF GH-FOLDER-PATH = SPACES
053810         MOVE SPACES TO GH-HTML-LINE
053900         STRING FUNCTION TRIM(GH-HTML-OPEN-TAG)
053950             '<head><title>Map Archive</title></head>'
054000             DELIMITED BY SIZE INTO GH-HTML-LINE
054100         WRITE GH-HTML-RECORD FROM GH-HTML-LINE
054200         MOVE '<body><h1>Map Archive</h1>' TO GH-HTML-LINE
054300         WRITE GH-HTML-RECORD FROM GH-HTML-LINE
054600         PERFORM 8000-ESCAPE-HTML-FIELD THRU 8000-EXIT
054700         MOVE GH-ESCAPE-OUT TO GH-FOLDER-ESC
054800         MOVE SPACES TO GH-HTML-LINE
054900         STRING FUNCTION TRIM(GH-HTML-OPEN-TAG) DELIMITED BY SIZE
054950             '<head><title>' DELIMITED BY SIZE
055000             FUNCTION TRIM(GH-FOLDER-ESC) DELIMITED BY SIZE
055100             '</title></head>' DELIMITED BY SIZE
055200             INTO GH-HTML-LINE
056300
056400*****************************************************************
056500* 3500-WRITE-ONE-SECTION - ONE CATEGORY HEADING, ITS MASTER     *
056600*                 DESCRIPTION WHEN ONE IS ON FILE (TRANSLATED   *
056610*                 ON A LANGUAGE PAGE), AND A TABLE              *
056700*                 WITH ONE ROW PER MAP IN THAT CATEGORY. THE    *
056800*                 MASTER IS RE-SWEPT PER SECTION - THE ROWS     *
056900*                 COME OUT IN NAME (KEY) ORDER FOR FREE         *
057800         '</h2>' DELIMITED BY SIZE
057900         INTO GH-HTML-LINE
058000     WRITE GH-HTML-RECORD FROM GH-HTML-LINE
058010     MOVE GH-USED-DESC(GH-USED-I) TO GH-SHOWN-DESC
058020     SET GH-No-Mark TO TRUE
058030     IF GH-Language-Page
058040         MOVE GH-USED-DESC(GH-USED-I) TO GH-L10N-BASE-DESC
058050         PERFORM 3870-TRANSLATE-CATEGORY THRU 3870-EXIT
058060     END-IF
058100     IF GH-SHOWN-DESC NOT = SPACES
058200         MOVE GH-SHOWN-DESC TO GH-ESCAPE-IN
058300         PERFORM 8000-ESCAPE-HTML-FIELD THRU 8000-EXIT
058310         MOVE GH-ESCAPE-OUT TO GH-DESC-ESC
058320         IF GH-Mark-Untranslated
058330             PERFORM 3880-ADD-UNTRANSLATED-MARK THRU 3880-EXIT
058340         END-IF
058400         MOVE SPACES TO GH-HTML-LINE
058500         STRING '<p>' DELIMITED BY SIZE
058600             FUNCTION TRIM(GH-DESC-ESC) DELIMITED BY SIZE
058700             '</p>' DELIMITED BY SIZE
058800             INTO GH-HTML-LINE
058900         WRITE GH-HTML-RECORD FROM GH-HTML-LINE
061300
061400*****************************************************************
061500* 3600-WRITE-ONE-ROW - ONE TABLE ROW FOR THE CURRENT MASTER     *
061600*                 RECORD, EVERY FREE-TEXT FIELD ESCAPED. A MAP  *
061610*                 WITH OPEN ISSUES GETS A KNOWN ISSUES MARKER   *
061620*                 AFTER ITS LINK. ON A LANGUAGE PAGE THE        *
061630*                 DESCRIPTION IS TRANSLATED OR MARKED           *
061700*****************************************************************
061800 3600-WRITE-ONE-ROW.
061900     ADD 1 TO GH-ROW-COUNT
062000     MOVE FUNCTION TRIM(GH-MASTER-NAME) TO GH-ESCAPE-IN
062100     PERFORM 8000-ESCAPE-HTML-FIELD THRU 8000-EXIT
062200     MOVE GH-ESCAPE-OUT TO GH-NAME-ESC
062210     MOVE GH-MASTER-DESC TO GH-SHOWN-DESC
062220     SET GH-No-Mark TO TRUE
062230     IF GH-Language-Page
062240         MOVE GH-MASTER-DESC TO GH-L10N-BASE-DESC
062250         MOVE GH-MASTER-NAME TO GH-L10N-LOOKUP-NAME
062260         PERFORM 3860-TRANSLATE-MAP-DESC THRU 3860-EXIT
062270     END-IF
062300     MOVE FUNCTION TRIM(GH-SHOWN-DESC) TO GH-ESCAPE-IN
062400     PERFORM 8000-ESCAPE-HTML-FIELD THRU 8000-EXIT
062500     MOVE GH-ESCAPE-OUT TO GH-DESC-ESC
062510     IF GH-Mark-Untranslated
062520         PERFORM 3880-ADD-UNTRANSLATED-MARK THRU 3880-EXIT
062530     END-IF
062600     MOVE FUNCTION TRIM(GH-MASTER-UPLOADER) TO GH-ESCAPE-IN
062700     PERFORM 8000-ESCAPE-HTML-FIELD THRU 8000-EXIT
062800     MOVE GH-ESCAPE-OUT TO GH-UPLOADER-ESC
062900     MOVE GH-MASTER-DLCOUNT TO GH-DL-DISPLAY
062910     PERFORM 3610-LOOKUP-ISSUES THRU 3610-EXIT
063000     MOVE SPACES TO GH-HTML-LINE
063010     MOVE 1 TO GH-ROW-PTR
063100     STRING '<tr><td><a href="' DELIMITED BY SIZE
063200         FUNCTION TRIM(GH-NAME-ESC) DELIMITED BY SIZE
063300         '">' DELIMITED BY SIZE
063400         FUNCTION TRIM(GH-NAME-ESC) DELIMITED BY SIZE
063410         '</a>' DELIMITED BY SIZE
063420         INTO GH-HTML-LINE
063430         WITH POINTER GH-ROW-PTR
063440     IF GH-OPEN-ISSUES > ZERO
063450         MOVE GH-OPEN-ISSUES TO GH-ISSUE-DISPLAY
063460         STRING ' <strong>Known issues: ' DELIMITED BY SIZE
063470             FUNCTION TRIM(GH-ISSUE-DISPLAY) DELIMITED BY SIZE
063480             ' open</strong>' DELIMITED BY SIZE
063490             INTO GH-HTML-LINE
063491             WITH POINTER GH-ROW-PTR
063492     END-IF
063500     STRING '</td><td>' DELIMITED BY SIZE
063600         FUNCTION TRIM(GH-DESC-ESC) DELIMITED BY SIZE
063700         '</td><td>' DELIMITED BY SIZE
063800         FUNCTION TRIM(GH-UPLOADER-ESC) DELIMITED BY SIZE
064400         FUNCTION TRIM(GH-DL-DISPLAY) DELIMITED BY SIZE
064500         '</td></tr>' DELIMITED BY SIZE
064600         INTO GH-HTML-LINE
064610         WITH POINTER GH-ROW-PTR
064700     WRITE GH-HTML-RECORD FROM GH-HTML-LINE.
064800 3600-EXIT.
064900     EXIT.
064901
064902*****************************************************************
064903* 3610-LOOKUP-ISSUES - READ THE ISSUE MASTER'S SUMMARY RECORD   *
064904*                 FOR THE CURRENT MAP AND KEEP ITS OPEN-ISSUE   *
064905*                 COUNT. NO SUMMARY RECORD (OR NO ISSUE MASTER) *
064906*                 MEANS NONE OPEN                               *
064907*****************************************************************
064908 3610-LOOKUP-ISSUES.
064909     MOVE ZERO TO GH-OPEN-ISSUES
064910     IF GH-Issues-Not-On-File
064911         GO TO 3610-EXIT
064912     END-IF
064913     MOVE GH-MASTER-NAME TO GH-ISS-NAME
064914     MOVE ZERO TO GH-ISS-SEQ
064915     READ IssueMasterFile
064916         INVALID KEY
064917             CONTINUE
064918         NOT INVALID KEY
064919             MOVE GH-ISS-OPEN-COUNT TO GH-OPEN-ISSUES
064920     END-READ.
064921 3610-EXIT.
064922     EXIT.
064923
064924*****************************************************************
064925* 3700-WRITE-EXPIRED-SECTION - LIST THE FOLDER'S EXPIRED EVENT  *
064926*                 MAPS UNDER THEIR OWN HEADING. THE FILE IS     *
064927*                 OPTIONAL; THE HEADING GOES OUT AHEAD OF THE   *
064928*                 FIRST REAL ENTRY, SO NONE MEANS NO SECTION    *
064929*****************************************************************
064930 3700-WRITE-EXPIRED-SECTION.
064931     SET Not-End-Of-Expired TO TRUE
064932     SET GH-Expired-First TO TRUE
064933     OPEN INPUT ExpiredFile
064934     IF GH-EXPIRED-STATUS NOT = '00'
064935         GO TO 3700-EXIT
064936     END-IF
064937     PERFORM 3710-READ-EXPIRED THRU 3710-EXIT
064938     PERFORM UNTIL End-Of-Expired
064939         PERFORM 3720-WRITE-EXPIRED-ITEM THRU 3720-EXIT
064940         PERFORM 3710-READ-EXPIRED THRU 3710-EXIT
064941     END-PERFORM
064942     IF GH-Expired-Not-First
064943         MOVE '</ul>' TO GH-HTML-LINE
064944         WRITE GH-HTML-RECORD FROM GH-HTML-LINE
064945     END-IF
064946     CLOSE ExpiredFile.
064947 3700-EXIT.
064948     EXIT.
064949
064950*****************************************************************
064951* 3710-READ-EXPIRED - READ ONE LINE OF EXPIRED-EVENTS.DAT       *
064952*****************************************************************
064953 3710-READ-EXPIRED.
064954     READ ExpiredFile
064955         AT END
064956             SET End-Of-Expired TO TRUE
064957     END-READ.
064958 3710-EXIT.
064959     EXIT.
064960
064961*****************************************************************
064962* 3720-WRITE-EXPIRED-ITEM - ONE LIST ITEM FOR AN EXPIRED MAP,   *
064963*                 EVERY FREE-TEXT FIELD ESCAPED                 *
064964*****************************************************************
064965 3720-WRITE-EXPIRED-ITEM.
064966     MOVE SPACES TO GH-EXPIRED-SPLIT-FIELDS
064967     UNSTRING GH-EXPIRED-RECORD DELIMITED BY '|'
064968         INTO GH-EXP-SPLIT-NAME GH-EXP-SPLIT-CATEGORY
064969              GH-EXP-SPLIT-DATE GH-EXP-SPLIT-DESC
064970     IF FUNCTION TRIM(GH-EXP-SPLIT-NAME) = SPACES
064971         GO TO 3720-EXIT
064972     END-IF
064973     IF GH-Expired-First
064974         MOVE '<h2>Expired events</h2>' TO GH-HTML-LINE
064975         WRITE GH-HTML-RECORD FROM GH-HTML-LINE
064976         MOVE '<ul>' TO GH-HTML-LINE
064977         WRITE GH-HTML-RECORD FROM GH-HTML-LINE
064978         SET GH-Expired-Not-First TO TRUE
064979     END-IF
064980     MOVE FUNCTION TRIM(GH-EXP-SPLIT-NAME) TO GH-ESCAPE-IN
064981     PERFORM 8000-ESCAPE-HTML-FIELD THRU 8000-EXIT
064982     MOVE GH-ESCAPE-OUT TO GH-NAME-ESC
064983     MOVE FUNCTION TRIM(GH-EXP-SPLIT-CATEGORY) TO GH-ESCAPE-IN
064984     PERFORM 8000-ESCAPE-HTML-FIELD THRU 8000-EXIT
064985     MOVE GH-ESCAPE-OUT TO GH-CATEGORY-ESC
064986     MOVE GH-EXP-SPLIT-DESC TO GH-SHOWN-DESC
064987     SET GH-No-Mark TO TRUE
064988     IF GH-Language-Page
064989         MOVE GH-EXP-SPLIT-DESC TO GH-L10N-BASE-DESC
064990         MOVE GH-EXP-SPLIT-NAME TO GH-L10N-LOOKUP-NAME
064991         PERFORM 3860-TRANSLATE-MAP-DESC THRU 3860-EXIT
064992     END-IF
064993     MOVE FUNCTION TRIM(GH-SHOWN-DESC) TO GH-ESCAPE-IN
064994     PERFORM 8000-ESCAPE-HTML-FIELD THRU 8000-EXIT
064995     MOVE GH-ESCAPE-OUT TO GH-DESC-ESC
064996     IF GH-Mark-Untranslated
064997         PERFORM 3880-ADD-UNTRANSLATED-MARK THRU 3880-EXIT
064998     END-IF
064999     MOVE SPACES TO GH-HTML-LINE
065000     STRING '<li>' DELIMITED BY SIZE
065001         FUNCTION TRIM(GH-NAME-ESC) DELIMITED BY SIZE
065002         ' (' DELIMITED BY SIZE
065003         FUNCTION TRIM(GH-CATEGORY-ESC) DELIMITED BY SIZE
065004         ', ended ' DELIMITED BY SIZE
065005         FUNCTION TRIM(GH-EXP-SPLIT-DATE) DELIMITED BY SIZE
065006         ') ' DELIMITED BY SIZE
065007         FUNCTION TRIM(GH-DESC-ESC) DELIMITED BY SIZE
065008         '</li>' DELIMITED BY SIZE
065009         INTO GH-HTML-LINE
065010     WRITE GH-HTML-RECORD FROM GH-HTML-LINE.
065011 3720-EXIT.
065012     EXIT.
065013
065014*****************************************************************
065015* 3800-RENDER-LANGUAGE-PAGE - WRITE THE FOLDER'S PAGE FOR ONE   *
065016*                 LANGUAGE AS INDEX.<LANG>-STAGED.HTML: THE     *
065017*                 SAME SECTIONS AND ROWS AS THE BASE PAGE, WITH *
065018*                 DESCRIPTIONS TRANSLATED WHERE A TRANSLATION   *
065019*                 IS ON FILE. A PAGE THAT WILL NOT OPEN IS      *
065020*                 SKIPPED AND LEFT OFF THAT LANGUAGE'S TOP PAGE *
065021*****************************************************************
065022 3800-RENDER-LANGUAGE-PAGE.
065023     MOVE GH-LANG-CODE(GH-LANG-IDX) TO GH-CUR-LANG
065024     MOVE SPACES TO GH-HTML-ASSIGN
065025     IF GH-FOLDER-PATH = SPACES
065026         STRING 'INDEX.' FUNCTION TRIM(GH-CUR-LANG)
065027             '-STAGED.HTML'
065028             DELIMITED BY SIZE INTO GH-HTML-ASSIGN
065029     ELSE
065030         STRING FUNCTION TRIM(GH-FOLDER-PATH) '/INDEX.'
065031             FUNCTION TRIM(GH-CUR-LANG) '-STAGED.HTML'
065032             DELIMITED BY SIZE INTO GH-HTML-ASSIGN
065033     END-IF
065034     OPEN OUTPUT HtmlFile
065035     IF GH-HTML-STATUS NOT = '00'
065036         DISPLAY 'GENHTML: SKIPPING '
065037             FUNCTION TRIM(GH-HTML-ASSIGN)
065038             ' - CANNOT OPEN, STATUS=' GH-HTML-STATUS
065039         GO TO 3800-EXIT
065040     END-IF
065041     PERFORM 3810-LOAD-MAP-TRANSLATIONS THRU 3810-EXIT
065042     PERFORM 3830-LOAD-CAT-TRANSLATIONS THRU 3830-EXIT
065043     SET GH-Language-Page TO TRUE
065044     PERFORM 3400-WRITE-PAGE-HEAD THRU 3400-EXIT
065045     PERFORM VARYING GH-USED-I FROM 1 BY 1
065046             UNTIL GH-USED-I > GH-USED-COUNT
065047         PERFORM 3500-WRITE-ONE-SECTION THRU 3500-EXIT
065048     END-PERFORM
065049     PERFORM 3700-WRITE-EXPIRED-SECTION THRU 3700-EXIT
065050     MOVE '</body></html>' TO GH-HTML-LINE
065051     WRITE GH-HTML-RECORD FROM GH-HTML-LINE
065052     CLOSE HtmlFile
065053     SET GH-Base-Page TO TRUE
065054     SET GH-Lang-Page-Built(GH-LANG-IDX) TO TRUE.
065055 3800-EXIT.
065056     EXIT.
065057
065058*****************************************************************
065059* 3810-LOAD-MAP-TRANSLATIONS - LOAD THE FOLDER'S MAP            *
065060*                 DESCRIPTIONS IN THE CURRENT LANGUAGE FROM     *
065061*                 MAP-METADATA-L10N.DAT. THE FILE IS OPTIONAL - *
065062*                 WITH NONE, EVERY DESCRIPTION FALLS BACK       *
065063*****************************************************************
065064 3810-LOAD-MAP-TRANSLATIONS.
065065     MOVE ZERO TO GH-L10N-COUNT
065066     OPEN INPUT L10nMapFile
065067     IF GH-L10N-STATUS NOT = '00'
065068         GO TO 3810-EXIT
065069     END-IF
065070     SET Not-End-Of-L10n TO TRUE
065071     PERFORM 3815-READ-MAP-TRANSLATION THRU 3815-EXIT
065072     PERFORM UNTIL End-Of-L10n
065073         PERFORM 3820-STORE-MAP-TRANSLATION THRU 3820-EXIT
065074         PERFORM 3815-READ-MAP-TRANSLATION THRU 3815-EXIT
065075     END-PERFORM
065076     CLOSE L10nMapFile.
065077 3810-EXIT.
065078     EXIT.
065079
065080*****************************************************************
065081* 3815-READ-MAP-TRANSLATION - READ ONE LINE OF                  *
065082*                 MAP-METADATA-L10N.DAT                         *
065083*****************************************************************
065084 3815-READ-MAP-TRANSLATION.
065085     READ L10nMapFile
065086         AT END
065087             SET End-Of-L10n TO TRUE
065088     END-READ.
065089 3815-EXIT.
065090     EXIT.
065091
065092*****************************************************************
065093* 3820-STORE-MAP-TRANSLATION - KEEP ONE RECORD IN THE CURRENT   *
065094*                 LANGUAGE. PAST THE TABLE CAP THE REST OF THE  *
065095*                 FOLDER'S MAPS FALL BACK TO THE BASE TEXT      *
065096*****************************************************************
065097 3820-STORE-MAP-TRANSLATION.
065098     MOVE SPACES TO GH-L10N-SPLIT-FIELDS
065099     UNSTRING GH-L10N-RECORD DELIMITED BY '|'
065100         INTO GH-L10N-SPLIT-NAME GH-L10N-SPLIT-LANG
065101              GH-L10N-SPLIT-DESC
065102     IF FUNCTION UPPER-CASE(FUNCTION TRIM(GH-L10N-SPLIT-LANG))
065103             NOT = GH-CUR-LANG
065104         OR FUNCTION TRIM(GH-L10N-SPLIT-NAME) = SPACES
065105         OR FUNCTION TRIM(GH-L10N-SPLIT-DESC) = SPACES
065106         OR GH-L10N-COUNT NOT < 5000
065107         GO TO 3820-EXIT
065108     END-IF
065109     ADD 1 TO GH-L10N-COUNT
065110     MOVE FUNCTION TRIM(GH-L10N-SPLIT-NAME)
065111         TO GH-L10N-NAME(GH-L10N-COUNT)
065112     MOVE FUNCTION TRIM(GH-L10N-SPLIT-DESC)
065113         TO GH-L10N-DESC(GH-L10N-COUNT).
065114 3820-EXIT.
065115     EXIT.
065116
065117*****************************************************************
065118* 3830-LOAD-CAT-TRANSLATIONS - LOAD THE FOLDER'S CATEGORY       *
065119*                 DESCRIPTIONS IN THE CURRENT LANGUAGE FROM     *
065120*                 CATEGORY-MASTER-L10N.DAT, ALSO OPTIONAL       *
065121*****************************************************************
065122 3830-LOAD-CAT-TRANSLATIONS.
065123     MOVE ZERO TO GH-CATL10N-COUNT
065124     OPEN INPUT L10nCatFile
065125     IF GH-CATL10N-STATUS NOT = '00'
065126         GO TO 3830-EXIT
065127     END-IF
065128     SET Not-End-Of-L10n TO TRUE
065129     PERFORM 3835-READ-CAT-TRANSLATION THRU 3835-EXIT
065130     PERFORM UNTIL End-Of-L10n
065131         PERFORM 3840-STORE-CAT-TRANSLATION THRU 3840-EXIT
065132         PERFORM 3835-READ-CAT-TRANSLATION THRU 3835-EXIT
065133     END-PERFORM
065134     CLOSE L10nCatFile.
065135 3830-EXIT.
065136     EXIT.
065137
065138*****************************************************************
065139* 3835-READ-CAT-TRANSLATION - READ ONE LINE OF                  *
065140*                 CATEGORY-MASTER-L10N.DAT                      *
065141*****************************************************************
065142 3835-READ-CAT-TRANSLATION.
065143     READ L10nCatFile
065144         AT END
065145             SET End-Of-L10n TO TRUE
065146     END-READ.
065147 3835-EXIT.
065148     EXIT.
065149
065150*****************************************************************
065151* 3840-STORE-CAT-TRANSLATION - KEEP ONE RECORD IN THE CURRENT   *
065152*                 LANGUAGE, UP TO ONE PER MASTER CATEGORY       *
065153*****************************************************************
065154 3840-STORE-CAT-TRANSLATION.
065155     MOVE SPACES TO GH-L10N-SPLIT-FIELDS
065156     UNSTRING GH-CATL10N-RECORD DELIMITED BY '|'
065157         INTO GH-L10N-SPLIT-NAME GH-L10N-SPLIT-LANG
065158              GH-L10N-SPLIT-DESC
065159     IF FUNCTION UPPER-CASE(FUNCTION TRIM(GH-L10N-SPLIT-LANG))
065160             NOT = GH-CUR-LANG
065161         OR FUNCTION TRIM(GH-L10N-SPLIT-NAME) = SPACES
065162         OR FUNCTION TRIM(GH-L10N-SPLIT-DESC) = SPACES
065163         OR GH-CATL10N-COUNT NOT < 100
065164         GO TO 3840-EXIT
065165     END-IF
065166     ADD 1 TO GH-CATL10N-COUNT
065167     MOVE FUNCTION TRIM(GH-L10N-SPLIT-NAME)
065168         TO GH-CATL10N-NAME(GH-CATL10N-COUNT)
065169     MOVE FUNCTION TRIM(GH-L10N-SPLIT-DESC)
065170         TO GH-CATL10N-DESC(GH-CATL10N-COUNT).
065171 3840-EXIT.
065172     EXIT.
065173
065174*****************************************************************
065175* 3860-TRANSLATE-MAP-DESC - SET GH-SHOWN-DESC TO THE CURRENT    *
065176*                 LANGUAGE'S DESCRIPTION OF GH-L10N-LOOKUP-NAME *
065177*                 OR, WITH NONE, TO THE BASE TEXT IN            *
065178*                 GH-L10N-BASE-DESC FLAGGED FOR THE             *
065179*                 UNTRANSLATED MARK. WITH NO BASE TEXT EITHER   *
065180*                 THERE IS NOTHING TO MARK                      *
065181*****************************************************************
065182 3860-TRANSLATE-MAP-DESC.
065183     MOVE SPACES TO GH-SHOWN-DESC
065184     SET GH-No-Mark TO TRUE
065185     PERFORM VARYING GH-L10N-IDX FROM 1 BY 1
065186             UNTIL GH-L10N-IDX > GH-L10N-COUNT
065187                OR GH-SHOWN-DESC NOT = SPACES
065188         IF GH-L10N-NAME(GH-L10N-IDX) = GH-L10N-LOOKUP-NAME
065189             MOVE GH-L10N-DESC(GH-L10N-IDX) TO GH-SHOWN-DESC
065190         END-IF
065191     END-PERFORM
065192     IF GH-SHOWN-DESC = SPACES
065193         AND GH-L10N-BASE-DESC NOT = SPACES
065194         MOVE GH-L10N-BASE-DESC TO GH-SHOWN-DESC
065195         SET GH-Mark-Untranslated TO TRUE
065196     END-IF.
065197 3860-EXIT.
065198     EXIT.
065199
065200*****************************************************************
065201* 3870-TRANSLATE-CATEGORY - THE SAME FOR THE CURRENT SECTION'S  *
065202*                 CATEGORY DESCRIPTION                          *
065203*****************************************************************
065204 3870-TRANSLATE-CATEGORY.
065205     MOVE SPACES TO GH-SHOWN-DESC
065206     SET GH-No-Mark TO TRUE
065207     PERFORM VARYING GH-CATL10N-IDX FROM 1 BY 1
065208             UNTIL GH-CATL10N-IDX > GH-CATL10N-COUNT
065209                OR GH-SHOWN-DESC NOT = SPACES
065210         IF GH-CATL10N-NAME(GH-CATL10N-IDX)
065211                 = GH-USED-NAME(GH-USED-I)
065212             MOVE GH-CATL10N-DESC(GH-CATL10N-IDX)
065213                 TO GH-SHOWN-DESC
065214         END-IF
065215     END-PERFORM
065216     IF GH-SHOWN-DESC = SPACES
065217         AND GH-L10N-BASE-DESC NOT = SPACES
065218         MOVE GH-L10N-BASE-DESC TO GH-SHOWN-DESC
065219         SET GH-Mark-Untranslated TO TRUE
065220     END-IF.
065221 3870-EXIT.
065222     EXIT.
065223
065224*****************************************************************
065225* 3880-ADD-UNTRANSLATED-MARK - FOLLOW THE ESCAPED BASE TEXT IN  *
065226*                 GH-DESC-ESC WITH THE UNTRANSLATED MARK        *
065227*****************************************************************
065228 3880-ADD-UNTRANSLATED-MARK.
065229     MOVE SPACES TO GH-DESC-ESC
065230     STRING FUNCTION TRIM(GH-ESCAPE-OUT) DELIMITED BY SIZE
065231         ' <em>(untranslated)</em>' DELIMITED BY SIZE
065232         INTO GH-DESC-ESC.
065233 3880-EXIT.
065234     EXIT.
065235
065236*****************************************************************
065237* 8000-ESCAPE-HTML-FIELD - COPY GH-ESCAPE-IN TO GH-ESCAPE-OUT,  *
065300*                 TURNING AMPERSAND, ANGLE BRACKETS AND THE     *
065400*                 DOUBLE QUOTE INTO ENTITIES SO FREE TEXT CAN   *
065500*                 NEVER BREAK OUT OF ITS CELL OR ATTRIBUTE      *
070200     EXIT.
070300
070400*****************************************************************
070500* 9000-TERMINATE - FINISH AND CLOSE THE TOP-LEVEL PAGE, THEN    *
070510*                 WRITE ONE TOP-LEVEL PAGE PER LANGUAGE         *
070600*****************************************************************
070700 9000-TERMINATE.
070800     IF GH-Top-Page-Open
071100         MOVE '</body></html>' TO GH-TOP-LINE
071200         WRITE GH-TOP-RECORD FROM GH-TOP-LINE
071300         CLOSE TopHtmlFile
071310         PERFORM VARYING GH-LANG-IDX FROM 1 BY 1
071320                 UNTIL GH-LANG-IDX > GH-LANG-COUNT
071330             PERFORM 9100-WRITE-LANGUAGE-TOP THRU 9100-EXIT
071340         END-PERFORM
071400     END-IF.
071500 9000-EXIT.
071600     EXIT.
071700
075120*****************************************************************
075130* 9100-WRITE-LANGUAGE-TOP - WRITE THE TOP-LEVEL                 *
075140*                 INDEX.<LANG>-STAGED.HTML FOR ONE LANGUAGE,    *
075150*                 LINKING EACH FOLDER WHOSE PAGE IN THAT        *
075160*                 LANGUAGE WAS BUILT                            *
075170*****************************************************************
075180 9100-WRITE-LANGUAGE-TOP.
075190     MOVE GH-LANG-CODE(GH-LANG-IDX) TO GH-CUR-LANG
075200     MOVE SPACES TO GH-TOPLANG-ASSIGN
075210     STRING 'INDEX.' FUNCTION TRIM(GH-CUR-LANG) '-STAGED.HTML'
075220         DELIMITED BY SIZE INTO GH-TOPLANG-ASSIGN
075230     OPEN OUTPUT TopLangFile
075240     IF GH-TOPLANG-STATUS NOT = '00'
075250         DISPLAY 'GENHTML: CANNOT OPEN '
075260             FUNCTION TRIM(GH-TOPLANG-ASSIGN)
075270             ', STATUS=' GH-TOPLANG-STATUS
075280         GO TO 9100-EXIT
075290     END-IF
075300     MOVE '<!DOCTYPE html>' TO GH-TOP-LINE
075310     WRITE GH-TOPLANG-RECORD FROM GH-TOP-LINE
075320     MOVE SPACES TO GH-TOP-LINE
075330     STRING '<html lang="' FUNCTION TRIM(GH-CUR-LANG) '">'
075340         '<head><title>Map Archive</title></head><body>'
075350         DELIMITED BY SIZE INTO GH-TOP-LINE
075360     WRITE GH-TOPLANG-RECORD FROM GH-TOP-LINE
075370     MOVE '<h1>Map Archive</h1>' TO GH-TOP-LINE
075380     WRITE GH-TOPLANG-RECORD FROM GH-TOP-LINE
075390     MOVE '<ul>' TO GH-TOP-LINE
075400     WRITE GH-TOPLANG-RECORD FROM GH-TOP-LINE
075410     PERFORM VARYING GH-BUILT-I FROM 1 BY 1
075420             UNTIL GH-BUILT-I > GH-BUILT-COUNT
075430         IF GH-BLT-LANG-FLAGS(GH-BUILT-I)(GH-LANG-IDX:1) = 'Y'
075440             PERFORM 9110-WRITE-LANGUAGE-LINK THRU 9110-EXIT
075450         END-IF
075460     END-PERFORM
075470     MOVE '</ul>' TO GH-TOP-LINE
075480     WRITE GH-TOPLANG-RECORD FROM GH-TOP-LINE
075490     MOVE '</body></html>' TO GH-TOP-LINE
075500     WRITE GH-TOPLANG-RECORD FROM GH-TOP-LINE
075510     CLOSE TopLangFile.
075520 9100-EXIT.
075530     EXIT.
075540
075550*****************************************************************
075560* 9110-WRITE-LANGUAGE-LINK - LINK ONE BUILT FOLDER'S PAGE ON    *
075570*                 THE CURRENT LANGUAGE'S TOP-LEVEL PAGE         *
075580*****************************************************************
075590 9110-WRITE-LANGUAGE-LINK.
075600     MOVE FUNCTION TRIM(GH-BLT-FOLDER(GH-BUILT-I))
075610         TO GH-ESCAPE-IN
075620     PERFORM 8000-ESCAPE-HTML-FIELD THRU 8000-EXIT
075630     MOVE GH-ESCAPE-OUT TO GH-FOLDER-ESC
075640     MOVE SPACES TO GH-TOP-LINE
075650     STRING '<li><a href="' DELIMITED BY SIZE
075660         FUNCTION TRIM(GH-FOLDER-ESC) DELIMITED BY SIZE
075670         '/INDEX.' DELIMITED BY SIZE
075680         FUNCTION TRIM(GH-CUR-LANG) DELIMITED BY SIZE
075690         '.HTML">' DELIMITED BY SIZE
075700         FUNCTION TRIM(GH-FOLDER-ESC) DELIMITED BY SIZE
075710         '</a></li>' DELIMITED BY SIZE
075720         INTO GH-TOP-LINE
075730     WRITE GH-TOPLANG-RECORD FROM GH-TOP-LINE.
075740 9110-EXIT.
075750     EXIT.
