004191*                  REQUIRES THE ENTRY BEING REMOVED. THE DELETE
004192*                  STILL APPLIES - THE WARNING IS FOR THE
004193*                  OPERATOR, WHO MAY BE REMOVING A MAP OTHER
004195*                  MAPS DEPEND ON WITHOUT KNOWING IT.
004197* 2026-10-15 RW    EVERY TRANSACTION NOW ENDS WITH THE REQUESTER'S
004199*                  UPLOADER ID (DELETE PIPE COUNT 2, THE OTHERS
004201*                  3). WITH UPLOADER-MASTER.DAT ON FILE THE
004203*                  REQUESTER MUST BE REGISTERED AND NOT RETIRED.
004205*                  THE REQUESTER MUST BE THE MAP'S UPLOADER IN
004207*                  MAP-METADATA.DAT UNLESS THE REGISTRY GIVES
004209*                  THEM ROLE ADMIN (OPTIONAL FIFTH FIELD, AS IN
004211*                  META-MAINT). A MAP WITH NO UPLOADER ON FILE
004213*                  MAY BE ADDED BY ANY REQUESTER BUT ONLY
004215*                  DELETED, RENAMED OR MOVED BY AN ADMIN (BY
004217*                  ANYONE WHEN THERE IS NO REGISTRY). EVERY
004219*                  APPLIED CHANGE IS APPENDED TO
004221*                  CHANGE-JOURNAL.DAT WITH THE LIST LINE BEFORE
004223*                  AND AFTER; A JOURNAL THAT CANNOT BE OPENED
004225*                  REJECTS THE CHANGE.
004227* 2026-10-15 RW    A RENAME CASCADE NOW CARRIES THE OPTIONAL
004229*                  PUBLISH-ON AND EXPIRE-ON FIELDS OF
004231*                  MAP-METADATA.DAT THROUGH THE REWRITE, WRITING
004233*                  THEM BACK ONLY WHEN ONE IS SET, AS META-MAINT
004235*                  DOES.
004237* 2026-10-15 RW    A RENAME ALSO CASCADES TO MAP-TAGS.DAT
004239*                  (NAME|TAG, MAINTAINED BY TAG-MAINT): EVERY TAG
004241*                  RECORD UNDER THE OLD NAME IS RE-KEYED TO THE
004243*                  NEW ONE, AND A TAG THE NEW NAME ALREADY
004245*                  CARRIES IS KEPT ONCE. THE FILE IS OPTIONAL AND
004247*                  IS REWRITTEN ONLY WHEN A RENAME MOVED A TAG.
004249* 2026-10-15 RW    A RENAME ALSO RE-KEYS EVERY MONTH OF THE MAP'S
004251*                  DOWNLOAD-HISTORY.DAT (NAME+YYYYMM, KEPT BY
004253*                  DOWNLOAD-STATS) SO DOWNLOAD-TREND DOES NOT
004255*                  SEE THE OLD NAME FALL TO ZERO. A MONTH ALREADY
004257*                  ON FILE UNDER THE NEW NAME HAS THE OLD COUNT
004259*                  ADDED IN, AS FOR THE RUNNING COUNTS. THE FILE
004261*                  IS OPTIONAL.
004263* 2026-10-15 RW    A RENAME ALSO RE-KEYS THE MAP'S TRANSLATED
004265*                  TEXT IN MAP-METADATA-L10N.DAT, ITS PLAYER
004267*                  ISSUES IN ISSUE-MASTER.DAT AND ITS VERSION
004269*                  LEDGER IN MAP-VERSIONS.DAT, SO THE README, THE
004271*                  KNOWN-ISSUES STATUS AND THE REVISION HISTORY
004273*                  FOLLOW THE MAP. A TRANSLATION THE NEW NAME
004275*                  ALREADY HOLDS IN THE SAME LANGUAGE IS DROPPED;
004277*                  ISSUES ALREADY UNDER THE NEW NAME ARE KEPT AND
004279*                  THE MOVED ONES NUMBERED ON AFTER THEM; A STALE
004281*                  LEDGER UNDER THE NEW NAME IS DROPPED. ALL THREE
004283*                  FILES ARE OPTIONAL.
004285* 2026-10-15 RW    A RENAME THAT CANNOT WRITE A MOVED ISSUE OR
004287*                  LEDGER RECORD UNDER THE NEW NAME NOW REPORTS
004289*                  IT AS FAILED WITH THE FILE STATUS.
004291*-----------------------------------------------------------------
004293
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS LM-DLC-NAME
006600         FILE STATUS IS LM-DLC-STATUS.
006610
006620     SELECT DownloadHistoryFile ASSIGN TO 'DOWNLOAD-HISTORY.DAT'
006630         ORGANIZATION IS INDEXED
006640         ACCESS MODE IS DYNAMIC
006650         RECORD KEY IS LM-DLH-KEY
006660         FILE STATUS IS LM-DLH-STATUS.
006700
006800     SELECT ReportFile ASSIGN TO 'LIST-MAINT.RPT'
006900         ORGANIZATION IS LINE SEQUENTIAL
007010     SELECT DependsFile ASSIGN TO 'MAP-DEPENDS.DAT'
007020         ORGANIZATION IS LINE SEQUENTIAL
007030         FILE STATUS IS LM-DEPENDS-STATUS.

007033     SELECT UploaderMasterFile ASSIGN TO 'UPLOADER-MASTER.DAT'
007036         ORGANIZATION IS LINE SEQUENTIAL
007039         FILE STATUS IS LM-UPLMAST-STATUS.

007042     SELECT JournalFile ASSIGN TO 'CHANGE-JOURNAL.DAT'
007045         ORGANIZATION IS LINE SEQUENTIAL
007048         FILE STATUS IS LM-JOURNAL-STATUS.

007051     SELECT TagsFile ASSIGN TO 'MAP-TAGS.DAT'
007054         ORGANIZATION IS LINE SEQUENTIAL
007057         FILE STATUS IS LM-TAGS-STATUS.

007060     SELECT L10nMapFile ASSIGN TO 'MAP-METADATA-L10N.DAT'
007063         ORGANIZATION IS LINE SEQUENTIAL
007066         FILE STATUS IS LM-L10N-STATUS.

007069     SELECT IssueMasterFile ASSIGN TO 'ISSUE-MASTER.DAT'
007072         ORGANIZATION IS INDEXED
007075         ACCESS MODE IS DYNAMIC
007078         RECORD KEY IS LM-ISS-KEY
007081         FILE STATUS IS LM-ISSUE-STATUS.

007084     SELECT VersionFile ASSIGN TO 'MAP-VERSIONS.DAT'
007087         ORGANIZATION IS INDEXED
007090         ACCESS MODE IS DYNAMIC
007093         RECORD KEY IS LM-VER-KEY
007096         FILE STATUS IS LM-VER-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
009200     05  LM-DLC-NAME               PIC X(256).
009300     05  LM-DLC-COUNT              PIC 9(09).
009310     05  LM-DLC-LAST-DATE          PIC X(10).
009311
009312*-----------------------------------------------------------------
009313* MONTHLY DOWNLOAD HISTORY, ACCUMULATED BY DOWNLOAD-STATS; THE
009314* RECORD LAYOUT MUST MATCH THE ONE DECLARED THERE
009315*-----------------------------------------------------------------
009316 FD  DownloadHistoryFile.
009317 01  LM-DLH-RECORD.
009318     05  LM-DLH-KEY.
009319         10  LM-DLH-NAME           PIC X(256).
009320         10  LM-DLH-MONTH          PIC 9(06).
009321     05  LM-DLH-COUNT              PIC 9(09).
009400
009500 FD  ReportFile.
009600 01  LM-REPORT-RECORD              PIC X(132).

009610 FD  DependsFile.
009620 01  LM-DEPENDS-RECORD             PIC X(600).

009621 FD  UploaderMasterFile.
009622 01  LM-UPLMAST-RECORD             PIC X(300).

009623*-----------------------------------------------------------------
009624* DURABLE CHANGE JOURNAL - ONE LINE APPENDED PER APPLIED CHANGE,
009625* SHARED WITH META-MAINT AND MAP-RETIRE; THE RECORD LAYOUT MUST
009626* MATCH THE ONE DECLARED THERE. HERE BEFORE AND AFTER ARE THE
009627* FILE-LIST.DAT LINE AS IT STOOD EITHER SIDE OF THE CHANGE
009628* (BLANK BEFORE AN ADD AND AFTER A DELETE)
009629*-----------------------------------------------------------------
009630 FD  JournalFile.
009631 01  LM-JOURNAL-RECORD.
009632     05  LM-JRN-DATE               PIC X(10).
009633     05  FILLER                    PIC X(01).
009634     05  LM-JRN-TIME               PIC X(08).
009635     05  FILLER                    PIC X(01).
009636     05  LM-JRN-PROGRAM            PIC X(10).
009637     05  FILLER                    PIC X(01).
009638     05  LM-JRN-ACTION             PIC X(13).
009639     05  FILLER                    PIC X(01).
009640     05  LM-JRN-REQUESTER          PIC X(60).
009641     05  FILLER                    PIC X(01).
009642     05  LM-JRN-NAME               PIC X(256).
009643     05  FILLER                    PIC X(01).
009644     05  LM-JRN-BEFORE             PIC X(400).
009645     05  FILLER                    PIC X(01).
009646     05  LM-JRN-AFTER              PIC X(400).

009647 FD  TagsFile.
009648 01  LM-TAGS-RECORD                PIC X(300).

009649 FD  L10nMapFile.
009650 01  LM-L10N-RECORD                PIC X(600).

009651*-----------------------------------------------------------------
009652* ISSUE MASTER, WRITTEN BY ISSUE-INTAKE; THE RECORD LAYOUT MUST
009653* MATCH THE ONE DECLARED THERE. SEQUENCE 0 IS THE MAP'S SUMMARY
009654* RECORD (OPEN COUNT AND LAST SEQUENCE USED)
009655*-----------------------------------------------------------------
009656 FD  IssueMasterFile.
009657 01  LM-ISSUE-RECORD.
009658     05  LM-ISS-KEY.
009659         10  LM-ISS-NAME           PIC X(256).
009660         10  LM-ISS-SEQ            PIC 9(05).
009661     05  LM-ISS-STATUS             PIC X(01).
009662     05  LM-ISS-OPEN-COUNT         PIC 9(05).
009663     05  LM-ISS-LAST-SEQ           PIC 9(05).
009664     05  LM-ISS-REPORTER           PIC X(60).
009665     05  LM-ISS-REPORT-DATE        PIC X(10).
009666     05  LM-ISS-TYPE               PIC X(20).
009667     05  LM-ISS-TEXT               PIC X(200).
009668     05  LM-ISS-LOGGED-DATE        PIC X(10).
009669     05  LM-ISS-CLOSED-DATE        PIC X(10).
009670     05  LM-ISS-CLOSED-BY          PIC X(60).
009671     05  LM-ISS-RESOLUTION         PIC X(200).

009672*-----------------------------------------------------------------
009673* VERSION LEDGER, KEPT BY GENERATEREADME; THE RECORD LAYOUT MUST
009674* MATCH THE ONE DECLARED THERE. SEQUENCE 0 IS THE MAP'S CURRENT
009675* VERSION, HIGHER SEQUENCES ITS EARLIER REVISIONS
009676*-----------------------------------------------------------------
009677 FD  VersionFile.
009678 01  LM-VERSION-RECORD.
009679     05  LM-VER-KEY.
009680         10  LM-VER-NAME           PIC X(256).
009681         10  LM-VER-SEQ            PIC 9(05).
009682     05  LM-VER-NUMBER             PIC 9(05).
009683     05  LM-VER-CHECKSUM           PIC X(64).
009684     05  LM-VER-SIZE               PIC X(12).
009685     05  LM-VER-UPLOADER           PIC X(60).
009686     05  LM-VER-DATE               PIC X(10).
009687     05  LM-VER-STAMP-DATE         PIC X(10).
009700
009800 WORKING-STORAGE SECTION.
009900*-----------------------------------------------------------------
013900     05  LM-DLC-AVAIL-SW           PIC X     VALUE 'N'.
014000         88  LM-Counts-On-File               VALUE 'Y'.
014100         88  LM-Counts-Not-On-File           VALUE 'N'.
014101     05  LM-DLH-AVAIL-SW           PIC X     VALUE 'N'.
014102         88  LM-History-On-File              VALUE 'Y'.
014103         88  LM-History-Not-On-File          VALUE 'N'.
014104     05  LM-DLH-DONE-SW            PIC X     VALUE 'N'.
014105         88  LM-History-Moved                VALUE 'Y'.
014106         88  LM-History-Not-Moved            VALUE 'N'.
014110     05  LM-DEPENDS-EOF-FLAG       PIC X     VALUE 'N'.
014120         88  End-Of-Depends                  VALUE 'Y'.
014130         88  Not-End-Of-Depends              VALUE 'N'.
014131     05  LM-UPLMAST-EOF-FLAG       PIC X     VALUE 'N'.
014132         88  End-Of-Upl-Master               VALUE 'Y'.
014133         88  Not-End-Of-Upl-Master           VALUE 'N'.
014134     05  LM-UPLMAST-LOADED-SW      PIC X     VALUE 'N'.
014135         88  LM-Upl-Master-Loaded            VALUE 'Y'.
014136         88  LM-Upl-Master-Absent            VALUE 'N'.
014137     05  LM-UPL-FOUND-SW           PIC X     VALUE 'N'.
014138         88  LM-Requester-Registered         VALUE 'Y'.
014139         88  LM-Requester-Not-Registered     VALUE 'N'.
014140     05  LM-REQ-ADMIN-SW           PIC X     VALUE 'N'.
014141         88  LM-Requester-Admin              VALUE 'Y'.
014142         88  LM-Requester-Not-Admin          VALUE 'N'.
014143     05  LM-JOURNAL-OPEN-SW        PIC X     VALUE 'N'.
014144         88  LM-Journal-Open                 VALUE 'Y'.
014145         88  LM-Journal-Not-Open             VALUE 'N'.
014146     05  LM-TAGS-EOF-FLAG          PIC X     VALUE 'N'.
014147         88  End-Of-Tags                     VALUE 'Y'.
014148         88  Not-End-Of-Tags                 VALUE 'N'.
014149     05  LM-TAGS-OVERFLOW-SW       PIC X     VALUE 'N'.
014150         88  LM-Tags-Overflowed              VALUE 'Y'.
014151     05  LM-TAGS-CHANGED-SW        PIC X     VALUE 'N'.
014152         88  LM-Tags-Changed                 VALUE 'Y'.
014153     05  LM-TAG-MOVED-SW           PIC X     VALUE 'N'.
014154         88  LM-Tag-Moved                    VALUE 'Y'.
014155         88  LM-Tag-Not-Moved                VALUE 'N'.
014156     05  LM-TAG-CLASH-SW           PIC X     VALUE 'N'.
014157         88  LM-Tag-Already-Carried          VALUE 'Y'.
014158         88  LM-Tag-Not-Carried              VALUE 'N'.

014159     05  LM-L10N-EOF-FLAG          PIC X     VALUE 'N'.
014160         88  End-Of-L10n                     VALUE 'Y'.
014161         88  Not-End-Of-L10n                 VALUE 'N'.
014162     05  LM-L10N-OVERFLOW-SW       PIC X     VALUE 'N'.
014163         88  LM-L10n-Overflowed              VALUE 'Y'.
014164     05  LM-L10N-CHANGED-SW        PIC X     VALUE 'N'.
014165         88  LM-L10n-Changed                 VALUE 'Y'.
014166     05  LM-L10N-MOVED-SW          PIC X     VALUE 'N'.
014167         88  LM-L10n-Moved                   VALUE 'Y'.
014168         88  LM-L10n-Not-Moved               VALUE 'N'.
014169     05  LM-ISS-AVAIL-SW           PIC X     VALUE 'N'.
014170         88  LM-Issues-On-File               VALUE 'Y'.
014171         88  LM-Issues-Not-On-File           VALUE 'N'.
014172     05  LM-ISS-DONE-SW            PIC X     VALUE 'N'.
014173         88  LM-Issues-Moved                 VALUE 'Y'.
014174         88  LM-Issues-Not-Moved             VALUE 'N'.
014175     05  LM-ISS-CLASH-SW           PIC X     VALUE 'N'.
014176         88  LM-Issues-Already-Held          VALUE 'Y'.
014177         88  LM-Issues-Not-Held              VALUE 'N'.
014178     05  LM-VER-AVAIL-SW           PIC X     VALUE 'N'.
014179         88  LM-Ledger-On-File               VALUE 'Y'.
014180         88  LM-Ledger-Not-On-File           VALUE 'N'.
014181     05  LM-VER-DONE-SW            PIC X     VALUE 'N'.
014182         88  LM-Ledger-Moved                 VALUE 'Y'.
014183         88  LM-Ledger-Not-Moved             VALUE 'N'.
014200
014300*-----------------------------------------------------------------
014400* FILE STATUS CODES
015000 77  LM-DLC-STATUS                 PIC X(02) VALUE SPACES.
015100 77  LM-RPT-STATUS                 PIC X(02) VALUE SPACES.
015110 77  LM-DEPENDS-STATUS             PIC X(02) VALUE SPACES.
015120 77  LM-UPLMAST-STATUS             PIC X(02) VALUE SPACES.
015130 77  LM-JOURNAL-STATUS             PIC X(02) VALUE SPACES.
015140 77  LM-TAGS-STATUS                PIC X(02) VALUE SPACES.
015141 77  LM-DLH-STATUS                 PIC X(02) VALUE SPACES.

015161 77  LM-L10N-STATUS                PIC X(02) VALUE SPACES.
015171 77  LM-ISSUE-STATUS               PIC X(02) VALUE SPACES.
015181 77  LM-VER-STATUS                 PIC X(02) VALUE SPACES.
015200
015300*-----------------------------------------------------------------
015400* COUNTERS
017200 77  LM-COMMA-IDX                  PIC 9(03) COMP VALUE ZERO.
017300 77  LM-SAVED-COUNT                PIC 9(09) VALUE ZERO.
017310 01  LM-SAVED-LAST-DATE            PIC X(10).
017311 77  LM-SAVED-MONTH                PIC 9(06) VALUE ZERO.
017312 77  LM-SAVED-MONTH-COUNT          PIC 9(09) VALUE ZERO.
017320 77  LM-DEPENDS-COUNT              PIC 9(03) COMP VALUE ZERO.
017330 77  LM-WARN-COUNT                 PIC 9(07) COMP VALUE ZERO.
017331 77  LM-UPL-COUNT                  PIC 9(03) COMP VALUE ZERO.
017332 77  LM-UPL-FOUND-IDX              PIC 9(03) COMP VALUE ZERO.
017333 77  LM-IMAGE-IDX                  PIC 9(07) COMP VALUE ZERO.
017334 77  LM-TAG-COUNT                  PIC 9(07) COMP VALUE ZERO.

017335 77  LM-L10N-COUNT                 PIC 9(07) COMP VALUE ZERO.
017336 77  LM-ISS-OFFSET                 PIC 9(05) VALUE ZERO.
017337 77  LM-ISS-MOVED-COUNT            PIC 9(07) COMP VALUE ZERO.
017338 77  LM-SAVED-OPEN-COUNT           PIC 9(05) VALUE ZERO.
017339 77  LM-SAVED-LAST-SEQ             PIC 9(05) VALUE ZERO.
017340 77  LM-VER-MOVED-COUNT            PIC 9(07) COMP VALUE ZERO.
017341 77  LM-VER-DROPPED-COUNT          PIC 9(07) COMP VALUE ZERO.

017342*-----------------------------------------------------------------
017350* MAP-DEPENDS.DAT TABLE FOR THE DELETE WARNING - EACH RECORD IS
017360* NAME|REQUIRED-NAME, AS GENERATEREADME READS IT
017370*-----------------------------------------------------------------
017394                                   INDEXED BY LM-DEP-IDX.
017395         10  LM-DEP-NAME           PIC X(256).
017396         10  LM-DEP-REQUIRED       PIC X(256).

017397*-----------------------------------------------------------------
017398* UPLOADER REGISTRY TABLE, LOADED FROM THE OPTIONAL
017399* UPLOADER-MASTER.DAT (ID|DISPLAY-NAME|CONTACT|STATUS|ROLE) TO
017400* VET THE REQUESTER. IDS MATCH CASE-BLIND, AS IN META-MAINT
017401*-----------------------------------------------------------------
017402 01  LM-UPL-SPLIT-FIELDS.
017403     05  LM-UPL-SPLIT-ID           PIC X(60).
017404     05  LM-UPL-SPLIT-DISPLAY      PIC X(60).
017405     05  LM-UPL-SPLIT-CONTACT      PIC X(80).
017406     05  LM-UPL-SPLIT-STATUS       PIC X(10).
017407     05  LM-UPL-SPLIT-ROLE         PIC X(10).
017408 01  LM-UPLOADER-TABLE.
017409     05  LM-UPL-ENTRY              OCCURS 500 TIMES
017410                                   INDEXED BY LM-UPL-IDX.
017411         10  LM-UPL-ID             PIC X(60).
017412         10  LM-UPL-STATUS         PIC X(10).
017413         10  LM-UPL-ROLE           PIC X(10).
017414 01  LM-REQUESTER-UPPER            PIC X(60).
017415 01  LM-OWNER-UPPER                PIC X(60).

017416*-----------------------------------------------------------------
017417* MAP-TAGS.DAT TABLE FOR THE RENAME CASCADE - EACH RECORD IS
017418* NAME|TAG, SAME TABLE SIZE AND WIDTHS AS TAG-MAINT SO NOTHING
017419* REWRITTEN HERE CAN BE TRUNCATED. ENTRIES MERGED AWAY BY A
017420* RENAME ARE FLAGGED, NOT SHIFTED
017421*-----------------------------------------------------------------
017422 01  LM-TAG-SPLIT-FIELDS.
017423     05  LM-TAG-SPLIT-NAME         PIC X(256).
017424     05  LM-TAG-SPLIT-TAG          PIC X(30).
017425 01  LM-TAG-TABLE.
017426     05  LM-TAG-ENTRY              OCCURS 5000 TIMES
017427                                   INDEXED BY LM-TAG-IDX
017428                                              LM-TAG-IDX2.
017429         10  LM-TAG-DELETED-SW     PIC X(01).
017430             88  LM-Tag-Deleted              VALUE 'Y'.
017431         10  LM-TAG-NAME           PIC X(256).
017432         10  LM-TAG-VALUE          PIC X(30).

017433*-----------------------------------------------------------------
017434* MAP-METADATA-L10N.DAT TABLE FOR THE RENAME CASCADE - EACH
017435* RECORD IS NAME|LANG|DESCRIPTION, SAME TABLE SIZE AND WIDTHS AS
017436* L10N-MAINT SO NOTHING REWRITTEN HERE CAN BE TRUNCATED. ENTRIES
017437* DROPPED BY A RENAME ARE FLAGGED, NOT SHIFTED
017438*-----------------------------------------------------------------
017439 01  LM-L10N-SPLIT-FIELDS.
017440     05  LM-L10N-SPLIT-NAME        PIC X(256).
017441     05  LM-L10N-SPLIT-LANG        PIC X(20).
017442     05  LM-L10N-SPLIT-DESC        PIC X(200).
017443 01  LM-L10N-TABLE.
017444     05  LM-L10N-ENTRY             OCCURS 6000 TIMES
017445                                   INDEXED BY LM-L10N-IDX
017446                                              LM-L10N-IDX2.
017447         10  LM-L10N-DELETED-SW    PIC X(01).
017448             88  LM-L10n-Deleted             VALUE 'Y'.
017449         10  LM-L10N-NAME          PIC X(256).
017450         10  LM-L10N-LANG          PIC X(08).
017451         10  LM-L10N-DESC          PIC X(200).

017452*-----------------------------------------------------------------
017453* ONE ISSUE OR LEDGER RECORD HELD ACROSS ITS DELETE, SO IT CAN BE
017454* WRITTEN BACK UNDER THE NEW NAME
017455*-----------------------------------------------------------------
017456 01  LM-SAVED-ISSUE                PIC X(842).
017457 01  LM-SAVED-VERSION              PIC X(422).
017458
017500*-----------------------------------------------------------------
017600* LIST ENTRY TABLE - THE WHOLE FILE-LIST.DAT, ONE ENTRY PER
017700* LISTED LINE. DELETED ENTRIES ARE FLAGGED, NOT SHIFTED, AS IN
019900         10  LM-META-DATE          PIC X(10).
020000         10  LM-META-SIZE          PIC X(12).
020100         10  LM-META-CHECKSUM      PIC X(64).
020110         10  LM-META-PUBLISH-ON    PIC X(10).
020120         10  LM-META-EXPIRE-ON     PIC X(10).
020200
020300*-----------------------------------------------------------------
020400* METADATA RECORD SPLIT WORK AREAS
021000     05  LM-META-SPLIT-DATE        PIC X(10).
021100     05  LM-META-SPLIT-SIZE        PIC X(12).
021200     05  LM-META-SPLIT-CHECKSUM    PIC X(64).
021210     05  LM-META-SPLIT-PUBLISH-ON  PIC X(10).
021220     05  LM-META-SPLIT-EXPIRE-ON   PIC X(10).
021230 01  LM-RECORD-PTR                 PIC 9(03) COMP VALUE ZERO.
021300
021400*-----------------------------------------------------------------
021500* CATEGORY VOCABULARY TABLE, LOADED FROM THE OPTIONAL
023400     05  LM-TRANS-ACTION           PIC X(15).
023500     05  LM-TRANS-FIELD2           PIC X(256).
023600     05  LM-TRANS-FIELD3           PIC X(256).
023610     05  LM-TRANS-FIELD4           PIC X(256).
023620 01  LM-TRANS-REQUESTER            PIC X(60).
023700 01  LM-TRIMMED-ACTION             PIC X(15).
023800 01  LM-TRANS-CATEGORY             PIC X(40).
023900 01  LM-TRANS-NAME                 PIC X(256).
026400 01  LM-SUMMARY-LINE               PIC X(132).
026500 01  LM-COUNT-DISPLAY              PIC Z(06)9.
026600 01  LM-COUNT-DISPLAY2             PIC Z(06)9.

026610*-----------------------------------------------------------------
026620* CHANGE JOURNAL WORK AREAS - THE STAMP IS TAKEN AS EACH CHANGE
026630* IS APPLIED; AN IMAGE IS ONE LIST ENTRY AS ITS FILE-LIST.DAT
026640* LINE
026650*-----------------------------------------------------------------
026660 77  LM-JRN-DATE-RAW               PIC 9(08) VALUE ZERO.
026670 77  LM-JRN-TIME-RAW               PIC 9(08) VALUE ZERO.
026680 01  LM-LIST-IMAGE                 PIC X(300).
026690 01  LM-BEFORE-IMAGE               PIC X(300).
026700
026800 PROCEDURE DIVISION.
026900*****************************************************************
027500         PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
027600         PERFORM 3000-REWRITE-LIST       THRU 3000-EXIT
027700         PERFORM 3500-REWRITE-METADATA   THRU 3500-EXIT
027710         PERFORM 3700-REWRITE-TAGS       THRU 3700-EXIT
027720         PERFORM 3800-REWRITE-L10N       THRU 3800-EXIT
027800     END-IF
027900     PERFORM 9000-TERMINATE         THRU 9000-EXIT
028000     STOP RUN.
028600*                 MISSING LIST-TRANS.DAT FAILS THE RUN; A       *
028700*                 MISSING FILE-LIST.DAT IS TREATED AS EMPTY SO  *
028800*                 A FIRST-EVER ADD BATCH CAN CREATE IT. THE     *
028900*                 CATEGORY MASTER, THE METADATA FILE, THE       *
029000*                 DOWNLOAD COUNTS AND THE FILES A RENAME        *
029010*                 CASCADES TO ARE ALL OPTIONAL                  *
029100*****************************************************************
029200 1000-INITIALIZE.
029300     OPEN OUTPUT ReportFile
031500         PERFORM 1500-LOAD-CAT-MASTER THRU 1500-EXIT
031600         PERFORM 1600-OPEN-DOWNLOAD-COUNTS THRU 1600-EXIT
031610         PERFORM 1700-LOAD-DEPENDS THRU 1700-EXIT
031620         PERFORM 1800-LOAD-UPLOADER-MASTER THRU 1800-EXIT
031630         PERFORM 1900-LOAD-TAGS THRU 1900-EXIT
031640     END-IF
031650     IF LM-Init-Ok
031660         PERFORM 1950-LOAD-L10N THRU 1950-EXIT
031670         PERFORM 1980-OPEN-ISSUES-LEDGER THRU 1980-EXIT
031700     END-IF
031800     IF LM-Init-Failed
031900         CLOSE TransFile
049400         INTO LM-META-SPLIT-NAME LM-META-SPLIT-DESC
049500              LM-META-SPLIT-UPLOADER LM-META-SPLIT-DATE
049600              LM-META-SPLIT-SIZE LM-META-SPLIT-CHECKSUM
049610              LM-META-SPLIT-PUBLISH-ON LM-META-SPLIT-EXPIRE-ON
049700     IF FUNCTION TRIM(LM-META-SPLIT-NAME) NOT = SPACES
049800         IF LM-META-COUNT < 2000
049900             ADD 1 TO LM-META-COUNT
050900                 TO LM-META-SIZE(LM-META-COUNT)
051000             MOVE FUNCTION TRIM(LM-META-SPLIT-CHECKSUM)
051100                 TO LM-META-CHECKSUM(LM-META-COUNT)
051110             MOVE FUNCTION TRIM(LM-META-SPLIT-PUBLISH-ON)
051120                 TO LM-META-PUBLISH-ON(LM-META-COUNT)
051130             MOVE FUNCTION TRIM(LM-META-SPLIT-EXPIRE-ON)
051140                 TO LM-META-EXPIRE-ON(LM-META-COUNT)
051200         ELSE
051300             SET LM-Meta-Overflowed TO TRUE
051400         END-IF
056600
056700*****************************************************************
056800* 1600-OPEN-DOWNLOAD-COUNTS - IF DOWNLOAD-STATS HAS ACCUMULATED *
056900*                 RUNNING COUNTS AND MONTHLY HISTORY, OPEN THEM *
057000*                 I-O FOR THE RENAME CASCADE. BOTH FILES ARE    *
057100*                 OPTIONAL - WITH NONE ON FILE THERE IS SIMPLY  *
057110*                 NOTHING TO RE-KEY                             *
057200*****************************************************************
057300 1600-OPEN-DOWNLOAD-COUNTS.
057400     OPEN I-O DownloadCountsFile
057600         SET LM-Counts-On-File TO TRUE
057700     ELSE
057800         SET LM-Counts-Not-On-File TO TRUE
057900     END-IF
057910     OPEN I-O DownloadHistoryFile
057920     IF LM-DLH-STATUS = '00'
057930         SET LM-History-On-File TO TRUE
057940     ELSE
057950         SET LM-History-Not-On-File TO TRUE
057960     END-IF.
058000 1600-EXIT.
058100     EXIT.
058200
058305 1720-EXIT.
058306     EXIT.

058307*****************************************************************
058308* 1800-LOAD-UPLOADER-MASTER - IF UPLOADER-MASTER.DAT EXISTS,    *
058309*                 LOAD ITS IDS, STATUSES AND ROLES FOR THE      *
058310*                 REQUESTER CHECK. THE FILE IS OPTIONAL - WITH  *
058311*                 NO MASTER ON FILE ONLY OWNERSHIP IS CHECKED   *
058312*****************************************************************
058313 1800-LOAD-UPLOADER-MASTER.
058314     OPEN INPUT UploaderMasterFile
058315     IF LM-UPLMAST-STATUS NOT = '00'
058316         GO TO 1800-EXIT
058317     END-IF
058318     SET LM-Upl-Master-Loaded TO TRUE
058319     PERFORM 1810-READ-UPL-MASTER THRU 1810-EXIT
058320     PERFORM UNTIL End-Of-Upl-Master
058321         PERFORM 1820-STORE-UPL-MASTER THRU 1820-EXIT
058322         PERFORM 1810-READ-UPL-MASTER THRU 1810-EXIT
058323     END-PERFORM
058324     CLOSE UploaderMasterFile.
058325 1800-EXIT.
058326     EXIT.

058327*****************************************************************
058328* 1810-READ-UPL-MASTER - READ ONE LINE OF UPLOADER-MASTER.DAT   *
058329*****************************************************************
058330 1810-READ-UPL-MASTER.
058331     READ UploaderMasterFile
058332         AT END
058333             SET End-Of-Upl-Master TO TRUE
058334     END-READ.
058335 1810-EXIT.
058336     EXIT.

058337*****************************************************************
058338* 1820-STORE-UPL-MASTER - PARSE ONE REGISTRY RECORD AND STORE   *
058339*                 ITS UPPER-CASED ID, STATUS AND ROLE. BLANK    *
058340*                 IDS ARE SKIPPED                               *
058341*****************************************************************
058342 1820-STORE-UPL-MASTER.
058343     MOVE SPACES TO LM-UPL-SPLIT-FIELDS
058344     UNSTRING LM-UPLMAST-RECORD DELIMITED BY '|'
058345         INTO LM-UPL-SPLIT-ID LM-UPL-SPLIT-DISPLAY
058346              LM-UPL-SPLIT-CONTACT LM-UPL-SPLIT-STATUS
058347              LM-UPL-SPLIT-ROLE
058348     IF FUNCTION TRIM(LM-UPL-SPLIT-ID) NOT = SPACES
058349         AND LM-UPL-COUNT < 500
058350         ADD 1 TO LM-UPL-COUNT
058351         MOVE FUNCTION UPPER-CASE
058352             (FUNCTION TRIM(LM-UPL-SPLIT-ID))
058353             TO LM-UPL-ID(LM-UPL-COUNT)
058354         MOVE FUNCTION UPPER-CASE
058355             (FUNCTION TRIM(LM-UPL-SPLIT-STATUS))
058356             TO LM-UPL-STATUS(LM-UPL-COUNT)
058357         MOVE FUNCTION UPPER-CASE
058358             (FUNCTION TRIM(LM-UPL-SPLIT-ROLE))
058359             TO LM-UPL-ROLE(LM-UPL-COUNT)
058360     END-IF.
058361 1820-EXIT.
058362     EXIT.

058363*****************************************************************
058364* 1900-LOAD-TAGS - LOAD MAP-TAGS.DAT INTO THE CASCADE TABLE.    *
058365*                 THE FILE IS OPTIONAL (STATUS 35 IS AN EMPTY   *
058366*                 TABLE); ANY OTHER OPEN FAILURE FAILS THE RUN, *
058367*                 AND SO DOES AN OVERFULL TABLE - A CASCADED    *
058368*                 REWRITE WOULD DROP RECORDS PAST THE CAP (SAME *
058369*                 RULE AS 1300-LOAD-METADATA)                   *
058370*****************************************************************
058371 1900-LOAD-TAGS.
058372     OPEN INPUT TagsFile
058373     IF LM-TAGS-STATUS = '00'
058374         PERFORM 1910-READ-TAGS THRU 1910-EXIT
058375         PERFORM UNTIL End-Of-Tags
058376             PERFORM 1920-STORE-TAG THRU 1920-EXIT
058377             PERFORM 1910-READ-TAGS THRU 1910-EXIT
058378         END-PERFORM
058379         CLOSE TagsFile
058380         IF LM-Tags-Overflowed
058381             SET LM-Init-Failed TO TRUE
058382             MOVE SPACES TO LM-SUMMARY-LINE
058383             STRING 'FAILED    MAP-TAGS.DAT EXCEEDS 5000 '
058384                 'RECORDS - NOTHING APPLIED'
058385                 DELIMITED BY SIZE INTO LM-SUMMARY-LINE
058386             WRITE LM-REPORT-RECORD FROM LM-SUMMARY-LINE
058387         END-IF
058388     ELSE
058389         IF LM-TAGS-STATUS NOT = '35'
058390             SET LM-Init-Failed TO TRUE
058391             MOVE SPACES TO LM-SUMMARY-LINE
058392             STRING 'FAILED    MAP-TAGS.DAT COULD NOT BE '
058393                 'OPENED (STATUS=' LM-TAGS-STATUS ')'
058394                 DELIMITED BY SIZE INTO LM-SUMMARY-LINE
058395             WRITE LM-REPORT-RECORD FROM LM-SUMMARY-LINE
058396         END-IF
058397     END-IF.
058398 1900-EXIT.
058399     EXIT.

058400*****************************************************************
058401* 1910-READ-TAGS - READ ONE LINE OF MAP-TAGS.DAT                *
058402*****************************************************************
058403 1910-READ-TAGS.
058404     READ TagsFile
058405         AT END
058406             SET End-Of-Tags TO TRUE
058407     END-READ.
058408 1910-EXIT.
058409     EXIT.

058410*****************************************************************
058411* 1920-STORE-TAG - PARSE ONE NAME|TAG RECORD INTO THE TABLE.    *
058412*                 BLANK LINES ARE SKIPPED                       *
058413*****************************************************************
058414 1920-STORE-TAG.
058415     MOVE SPACES TO LM-TAG-SPLIT-FIELDS
058416     UNSTRING LM-TAGS-RECORD DELIMITED BY '|'
058417         INTO LM-TAG-SPLIT-NAME LM-TAG-SPLIT-TAG
058418     IF FUNCTION TRIM(LM-TAG-SPLIT-NAME) = SPACES
058419         GO TO 1920-EXIT
058420     END-IF
058421     IF LM-TAG-COUNT NOT < 5000
058422         SET LM-Tags-Overflowed TO TRUE
058423         GO TO 1920-EXIT
058424     END-IF
058425     ADD 1 TO LM-TAG-COUNT
058426     MOVE 'N' TO LM-TAG-DELETED-SW(LM-TAG-COUNT)
058427     MOVE FUNCTION TRIM(LM-TAG-SPLIT-NAME)
058428         TO LM-TAG-NAME(LM-TAG-COUNT)
058429     MOVE FUNCTION TRIM(LM-TAG-SPLIT-TAG)
058430         TO LM-TAG-VALUE(LM-TAG-COUNT).
058431 1920-EXIT.
058432     EXIT.

058433*****************************************************************
058434* 1950-LOAD-L10N - LOAD MAP-METADATA-L10N.DAT INTO THE CASCADE  *
058435*                 TABLE UNDER THE SAME RULES AS 1900-LOAD-TAGS: *
058436*                 STATUS 35 IS AN EMPTY TABLE, ANY OTHER OPEN   *
058437*                 FAILURE OR AN OVERFULL TABLE FAILS THE RUN    *
058438*****************************************************************
058439 1950-LOAD-L10N.
058440     OPEN INPUT L10nMapFile
058441     IF LM-L10N-STATUS = '00'
058442         PERFORM 1960-READ-L10N THRU 1960-EXIT
058443         PERFORM UNTIL End-Of-L10n
058444             PERFORM 1970-STORE-L10N THRU 1970-EXIT
058445             PERFORM 1960-READ-L10N THRU 1960-EXIT
058446         END-PERFORM
058447         CLOSE L10nMapFile
058448         IF LM-L10n-Overflowed
058449             SET LM-Init-Failed TO TRUE
058450             MOVE SPACES TO LM-SUMMARY-LINE
058451             STRING 'FAILED    MAP-METADATA-L10N.DAT EXCEEDS '
058452                 '6000 RECORDS - NOTHING APPLIED'
058453                 DELIMITED BY SIZE INTO LM-SUMMARY-LINE
058454             WRITE LM-REPORT-RECORD FROM LM-SUMMARY-LINE
058455         END-IF
058456     ELSE
058457         IF LM-L10N-STATUS NOT = '35'
058458             SET LM-Init-Failed TO TRUE
058459             MOVE SPACES TO LM-SUMMARY-LINE
058460             STRING 'FAILED    MAP-METADATA-L10N.DAT COULD NOT '
058461                 'BE OPENED (STATUS=' LM-L10N-STATUS ')'
058462                 DELIMITED BY SIZE INTO LM-SUMMARY-LINE
058463             WRITE LM-REPORT-RECORD FROM LM-SUMMARY-LINE
058464         END-IF
058465     END-IF.
058466 1950-EXIT.
058467     EXIT.

058468*****************************************************************
058469* 1960-READ-L10N - READ ONE LINE OF MAP-METADATA-L10N.DAT       *
058470*****************************************************************
058471 1960-READ-L10N.
058472     READ L10nMapFile
058473         AT END
058474             SET End-Of-L10n TO TRUE
058475     END-READ.
058476 1960-EXIT.
058477     EXIT.

058478*****************************************************************
058479* 1970-STORE-L10N - PARSE ONE NAME|LANG|DESCRIPTION RECORD INTO *
058480*                 THE TABLE, LANGUAGE UPPER-CASED AS L10N-MAINT *
058481*                 STORES IT. BLANK LINES ARE SKIPPED            *
058482*****************************************************************
058483 1970-STORE-L10N.
058484     MOVE SPACES TO LM-L10N-SPLIT-FIELDS
058485     UNSTRING LM-L10N-RECORD DELIMITED BY '|'
058486         INTO LM-L10N-SPLIT-NAME LM-L10N-SPLIT-LANG
058487              LM-L10N-SPLIT-DESC
058488     IF FUNCTION TRIM(LM-L10N-SPLIT-NAME) = SPACES
058489         GO TO 1970-EXIT
058490     END-IF
058491     IF LM-L10N-COUNT NOT < 6000
058492         SET LM-L10n-Overflowed TO TRUE
058493         GO TO 1970-EXIT
058494     END-IF
058495     ADD 1 TO LM-L10N-COUNT
058496     MOVE 'N' TO LM-L10N-DELETED-SW(LM-L10N-COUNT)
058497     MOVE FUNCTION TRIM(LM-L10N-SPLIT-NAME)
058498         TO LM-L10N-NAME(LM-L10N-COUNT)
058499     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LM-L10N-SPLIT-LANG))
058500         TO LM-L10N-LANG(LM-L10N-COUNT)
058501     MOVE FUNCTION TRIM(LM-L10N-SPLIT-DESC)
058502         TO LM-L10N-DESC(LM-L10N-COUNT).
058503 1970-EXIT.
058504     EXIT.

058505*****************************************************************
058506* 1980-OPEN-ISSUES-LEDGER - IF ISSUE-INTAKE HAS AN ISSUE MASTER *
058507*                 OR GENERATEREADME A VERSION LEDGER ON FILE,   *
058508*                 OPEN THEM I-O FOR THE RENAME CASCADE. BOTH    *
058509*                 FILES ARE OPTIONAL, AS IN 1600                *
058510*****************************************************************
058511 1980-OPEN-ISSUES-LEDGER.
058512     OPEN I-O IssueMasterFile
058513     IF LM-ISSUE-STATUS = '00'
058514         SET LM-Issues-On-File TO TRUE
058515     ELSE
058516         SET LM-Issues-Not-On-File TO TRUE
058517     END-IF
058518     OPEN I-O VersionFile
058519     IF LM-VER-STATUS = '00'
058520         SET LM-Ledger-On-File TO TRUE
058521     ELSE
058522         SET LM-Ledger-Not-On-File TO TRUE
058523     END-IF.
058524 1980-EXIT.
058525     EXIT.

058526*****************************************************************
058527* 2000-APPLY-TRANSACTIONS - READ EVERY LIST-TRANS.DAT LINE,     *
058528*                 VALIDATE IT, AND APPLY THE ACCEPTED ONES TO   *
058600*                 THE TABLE. REJECTS GO TO THE REPORT WITH A    *
058700*                 REASON                                        *
058800*****************************************************************
059700         END-IF
059800         PERFORM 2010-READ-TRANS THRU 2010-EXIT
059900     END-PERFORM
060000     CLOSE TransFile
060010     IF LM-Journal-Open
060020         CLOSE JournalFile
060030     END-IF.
060100 2000-EXIT.
060200     EXIT.
060300
062100*                 ACTION, AND THE ENTRY CHECKS MIRROR           *
062200*                 GENERATEREADME'S: NO BLANK NAME, NO DUPLICATE *
062300*                 NAME, NO OVERSIZED LINE OR CATEGORY, AND THE  *
062400*                 CATEGORY ON THE MASTER WHEN ONE IS LOADED.    *
062410*                 THE REQUESTER IN THE LAST FIELD MUST THEN BE  *
062420*                 ENTITLED TO CHANGE THE MAP, AND THE CHANGE    *
062430*                 JOURNAL MUST BE OPEN TO RECORD IT             *
062500*****************************************************************
062600 2100-VALIDATE-TRANS.
062700     SET LM-Trans-Accepted TO TRUE
063100     MOVE SPACES TO LM-TRANS-NEWVALUE
063200     UNSTRING LM-TRANS-RECORD DELIMITED BY '|'
063300         INTO LM-TRANS-ACTION LM-TRANS-FIELD2 LM-TRANS-FIELD3
063310              LM-TRANS-FIELD4
063400     MOVE FUNCTION TRIM(LM-TRANS-ACTION) TO LM-TRIMMED-ACTION
063500     MOVE ZERO TO LM-PIPE-COUNT
063600     INSPECT LM-TRANS-RECORD TALLYING LM-PIPE-COUNT FOR ALL '|'
065100
065200     IF LM-Trans-Accepted
065300         IF LM-TRIMMED-ACTION = 'DELETE'
065310             IF LM-PIPE-COUNT = 1
065320                 SET LM-Trans-Rejected TO TRUE
065330                 MOVE 'MISSING REQUESTER' TO LM-RPT-REASON
065340             END-IF
065400             IF LM-PIPE-COUNT NOT = 1 AND LM-PIPE-COUNT NOT = 2
065500                 SET LM-Trans-Rejected TO TRUE
065600                 MOVE 'BAD FIELD COUNT' TO LM-RPT-REASON
065700             END-IF
065800         ELSE
065810             IF LM-PIPE-COUNT = 2
065820                 SET LM-Trans-Rejected TO TRUE
065830                 MOVE 'MISSING REQUESTER' TO LM-RPT-REASON
065840             END-IF
065900             IF LM-PIPE-COUNT NOT = 2 AND LM-PIPE-COUNT NOT = 3
066000                 SET LM-Trans-Rejected TO TRUE
066100                 MOVE 'BAD FIELD COUNT' TO LM-RPT-REASON
066200             END-IF
067000             MOVE 'MISSING NAME' TO LM-RPT-REASON
067100         END-IF
067200     END-IF

067210     IF LM-Trans-Accepted
067220         AND LM-TRANS-REQUESTER = SPACES
067230         SET LM-Trans-Rejected TO TRUE
067240         MOVE 'MISSING REQUESTER' TO LM-RPT-REASON
067250     END-IF
067300
067400     IF LM-Trans-Accepted
067500         EVALUATE LM-TRIMMED-ACTION
068200             WHEN 'MOVE-CATEGORY'
068300                 PERFORM 2400-VALIDATE-MOVE THRU 2400-EXIT
068400         END-EVALUATE
068500     END-IF

068510     IF LM-Trans-Accepted
068520         PERFORM 2450-CHECK-REQUESTER THRU 2450-EXIT
068530     END-IF
068540     IF LM-Trans-Accepted
068550         PERFORM 2460-CHECK-AUTHORITY THRU 2460-EXIT
068560     END-IF
068570     IF LM-Trans-Accepted
068580         PERFORM 2470-OPEN-JOURNAL THRU 2470-EXIT
068590     END-IF.
068600 2100-EXIT.
068700     EXIT.
068800
069000* 2150-ARRANGE-FIELDS - MAP THE TWO POSITIONAL FIELDS ONTO THE  *
069100*                 ACTION'S MEANING: ADD CARRIES CATEGORY THEN   *
069200*                 NAME; DELETE CARRIES NAME; RENAME AND         *
069300*                 MOVE-CATEGORY CARRY NAME THEN THE NEW VALUE.  *
069310*                 THE REQUESTER IS ALWAYS THE LAST FIELD        *
069400*****************************************************************
069500 2150-ARRANGE-FIELDS.
069510     MOVE SPACES TO LM-TRANS-REQUESTER
069600     IF LM-TRIMMED-ACTION = 'ADD'
069700         MOVE FUNCTION TRIM(LM-TRANS-FIELD2)
069800             TO LM-TRANS-CATEGORY
069900         MOVE FUNCTION TRIM(LM-TRANS-FIELD3) TO LM-TRANS-NAME
069910         MOVE FUNCTION TRIM(LM-TRANS-FIELD4)
069920             TO LM-TRANS-REQUESTER
070000     ELSE
070100         MOVE FUNCTION TRIM(LM-TRANS-FIELD2) TO LM-TRANS-NAME
070110         IF LM-TRIMMED-ACTION = 'DELETE'
070120             MOVE FUNCTION TRIM(LM-TRANS-FIELD3)
070130                 TO LM-TRANS-REQUESTER
070140         ELSE
070200             MOVE FUNCTION TRIM(LM-TRANS-FIELD3)
070300                 TO LM-TRANS-NEWVALUE
070310             MOVE FUNCTION TRIM(LM-TRANS-FIELD4)
070320                 TO LM-TRANS-REQUESTER
070330         END-IF
070400     END-IF.
070500 2150-EXIT.
070600     EXIT.
090100     PERFORM 2280-CHECK-LINE-FITS THRU 2280-EXIT.
090200 2400-EXIT.
090300     EXIT.

090301*****************************************************************
090302* 2450-CHECK-REQUESTER - WITH THE REGISTRY LOADED, THE          *
090303*                 REQUESTER MUST BE A REGISTERED, NON-RETIRED   *
090304*                 UPLOADER ID (CASE-BLIND). A ROLE OF ADMIN ON  *
090305*                 THE REGISTRY ENTITLES THEM TO CHANGE ANY MAP. *
090306*                 WITH NO REGISTRY ON FILE THE ID IS TAKEN AS   *
090307*                 GIVEN AND ONLY THE OWNERSHIP MATCH APPLIES    *
090308*****************************************************************
090309 2450-CHECK-REQUESTER.
090310     SET LM-Requester-Not-Admin TO TRUE
090311     MOVE FUNCTION UPPER-CASE
090312         (FUNCTION TRIM(LM-TRANS-REQUESTER))
090313         TO LM-REQUESTER-UPPER
090314     IF LM-Upl-Master-Absent
090315         GO TO 2450-EXIT
090316     END-IF
090317     SET LM-Requester-Not-Registered TO TRUE
090318     MOVE ZERO TO LM-UPL-FOUND-IDX
090319     PERFORM VARYING LM-UPL-IDX FROM 1 BY 1
090320             UNTIL LM-UPL-IDX > LM-UPL-COUNT
090321                OR LM-Requester-Registered
090322         IF LM-UPL-ID(LM-UPL-IDX) = LM-REQUESTER-UPPER
090323             SET LM-Requester-Registered TO TRUE
090324             SET LM-UPL-FOUND-IDX TO LM-UPL-IDX
090325         END-IF
090326     END-PERFORM
090327     IF LM-Requester-Not-Registered
090328         SET LM-Trans-Rejected TO TRUE
090329         MOVE 'UNKNOWN REQUESTER' TO LM-RPT-REASON
090330         GO TO 2450-EXIT
090331     END-IF
090332     IF LM-UPL-STATUS(LM-UPL-FOUND-IDX) = 'RETIRED'
090333         SET LM-Trans-Rejected TO TRUE
090334         MOVE 'REQUESTER RETIRED' TO LM-RPT-REASON
090335         GO TO 2450-EXIT
090336     END-IF
090337     IF LM-UPL-ROLE(LM-UPL-FOUND-IDX) = 'ADMIN'
090338         SET LM-Requester-Admin TO TRUE
090339     END-IF.
090340 2450-EXIT.
090341     EXIT.

090342*****************************************************************
090343* 2460-CHECK-AUTHORITY - AN ADMIN MAY CHANGE ANY MAP. ANYONE    *
090344*                 ELSE MUST BE THE UPLOADER ON THE MAP'S        *
090345*                 METADATA RECORD. A MAP WITH NO UPLOADER ON    *
090346*                 FILE HAS NO OWNER YET: ANY REQUESTER MAY ADD  *
090347*                 IT, BUT ONLY AN ADMIN MAY DELETE, RENAME OR   *
090348*                 MOVE IT - OR ANYONE, WHEN THERE IS NO         *
090349*                 REGISTRY TO SAY WHO IS AN ADMIN               *
090350*****************************************************************
090351 2460-CHECK-AUTHORITY.
090352     IF LM-Requester-Admin
090353         GO TO 2460-EXIT
090354     END-IF
090355     MOVE SPACES TO LM-OWNER-UPPER
090356     PERFORM VARYING LM-META-IDX FROM 1 BY 1
090357             UNTIL LM-META-IDX > LM-META-COUNT
090358                OR LM-OWNER-UPPER NOT = SPACES
090359         IF LM-META-NAME(LM-META-IDX) = LM-TRANS-NAME
090360             MOVE FUNCTION UPPER-CASE
090361                 (FUNCTION TRIM(LM-META-UPLOADER(LM-META-IDX)))
090362                 TO LM-OWNER-UPPER
090363         END-IF
090364     END-PERFORM
090365     IF LM-OWNER-UPPER = SPACES
090366         IF LM-TRIMMED-ACTION NOT = 'ADD'
090367             AND LM-Upl-Master-Loaded
090368             SET LM-Trans-Rejected TO TRUE
090369             MOVE 'NOT AUTHORIZED' TO LM-RPT-REASON
090370         END-IF
090371         GO TO 2460-EXIT
090372     END-IF
090373     IF LM-OWNER-UPPER NOT = LM-REQUESTER-UPPER
090374         SET LM-Trans-Rejected TO TRUE
090375         MOVE 'NOT AUTHORIZED' TO LM-RPT-REASON
090376     END-IF.
090377 2460-EXIT.
090378     EXIT.

090379*****************************************************************
090380* 2470-OPEN-JOURNAL - OPEN CHANGE-JOURNAL.DAT ON THE FIRST      *
090381*                 ACCEPTED CHANGE (EXTEND, WITH THE USUAL       *
090382*                 CREATE FALLBACK) AND KEEP IT OPEN FOR THE     *
090383*                 RUN. A JOURNAL THAT CANNOT BE OPENED REJECTS  *
090384*                 THE CHANGE - IT COULD NOT BE ATTRIBUTED       *
090385*****************************************************************
090386 2470-OPEN-JOURNAL.
090387     IF LM-Journal-Open
090388         GO TO 2470-EXIT
090389     END-IF
090390     OPEN EXTEND JournalFile
090391     IF LM-JOURNAL-STATUS NOT = '00'
090392         OPEN OUTPUT JournalFile
090393     END-IF
090394     IF LM-JOURNAL-STATUS = '00'
090395         SET LM-Journal-Open TO TRUE
090396     ELSE
090397         SET LM-Trans-Rejected TO TRUE
090398         MOVE 'NO CHANGE JOURNAL' TO LM-RPT-REASON
090399     END-IF.
090400 2470-EXIT.
090401     EXIT.
090402
090500*****************************************************************
090600* 2500-APPLY-ONE-TRANS - APPLY A VALIDATED TRANSACTION TO THE   *
090700*                 TABLE. ADD APPENDS, DELETE FLAGS THE ENTRY SO *
090800*                 THE REWRITE DROPS IT, RENAME RE-KEYS THE      *
090900*                 ENTRY AND CASCADES TO EVERY FILE KEYED BY THE *
091000*                 MAP NAME, MOVE-CATEGORY REPLACES THE          *
091100*                 CATEGORY IN PLACE. EACH CHANGE IS THEN        *
091110*                 JOURNALED WITH THE LIST LINE BEFORE AND AFTER *
091200*****************************************************************
091300 2500-APPLY-ONE-TRANS.
091310     MOVE SPACES TO LM-BEFORE-IMAGE
091320     MOVE SPACES TO LM-LIST-IMAGE
091330     IF LM-TRIMMED-ACTION NOT = 'ADD'
091340         MOVE LM-FOUND-IDX TO LM-IMAGE-IDX
091350         PERFORM 2560-BUILD-IMAGE THRU 2560-EXIT
091360         MOVE LM-LIST-IMAGE TO LM-BEFORE-IMAGE
091370         MOVE SPACES TO LM-LIST-IMAGE
091380     END-IF
091400     EVALUATE LM-TRIMMED-ACTION
091500         WHEN 'ADD'
091600             ADD 1 TO LM-ENTRY-COUNT
091900                 TO LM-ENT-CATEGORY(LM-ENTRY-COUNT)
092000             MOVE LM-TRANS-NAME TO LM-ENT-NAME(LM-ENTRY-COUNT)
092100             ADD 1 TO LM-ADD-COUNT
092110             MOVE LM-ENTRY-COUNT TO LM-IMAGE-IDX
092120             PERFORM 2560-BUILD-IMAGE THRU 2560-EXIT
092200         WHEN 'DELETE'
092300             MOVE 'Y' TO LM-ENT-DELETED-SW(LM-FOUND-IDX)
092310             PERFORM 2800-WARN-DEPENDENTS THRU 2800-EXIT
092700                 TO LM-ENT-NAME(LM-FOUND-IDX)
092800             PERFORM 2600-CASCADE-METADATA THRU 2600-EXIT
092900             PERFORM 2700-CASCADE-DOWNLOAD THRU 2700-EXIT
092901             PERFORM 2750-CASCADE-HISTORY THRU 2750-EXIT
092910             PERFORM 2650-CASCADE-TAGS THRU 2650-EXIT
092920             PERFORM 2670-CASCADE-L10N THRU 2670-EXIT
092930             PERFORM 2770-CASCADE-ISSUES THRU 2770-EXIT
092940             PERFORM 2785-CASCADE-VERSIONS THRU 2785-EXIT
093000             ADD 1 TO LM-RENAME-COUNT
093010             PERFORM 2560-BUILD-IMAGE THRU 2560-EXIT
093100         WHEN 'MOVE-CATEGORY'
093200             MOVE LM-TRANS-CATEGORY(1:30)
093300                 TO LM-ENT-CATEGORY(LM-FOUND-IDX)
093400             ADD 1 TO LM-MOVE-COUNT
093410             PERFORM 2560-BUILD-IMAGE THRU 2560-EXIT
093500     END-EVALUATE
093510     PERFORM 2570-WRITE-JOURNAL THRU 2570-EXIT.
093600 2500-EXIT.
093700     EXIT.

093701*****************************************************************
093702* 2560-BUILD-IMAGE - FORMAT THE LIST ENTRY AT LM-IMAGE-IDX AS   *
093703*                 ITS FILE-LIST.DAT LINE FOR THE CHANGE JOURNAL *
093704*****************************************************************
093705 2560-BUILD-IMAGE.
093706     MOVE SPACES TO LM-LIST-IMAGE
093707     IF LM-ENT-CATEGORY(LM-IMAGE-IDX) = SPACES
093708         MOVE LM-ENT-NAME(LM-IMAGE-IDX) TO LM-LIST-IMAGE
093709     ELSE
093710         STRING FUNCTION TRIM(LM-ENT-CATEGORY(LM-IMAGE-IDX))
093711                 DELIMITED BY SIZE
093712             ',' DELIMITED BY SIZE
093713             FUNCTION TRIM(LM-ENT-NAME(LM-IMAGE-IDX))
093714                 DELIMITED BY SIZE
093715             INTO LM-LIST-IMAGE
093716     END-IF.
093717 2560-EXIT.
093718     EXIT.

093719*****************************************************************
093720* 2570-WRITE-JOURNAL - APPEND ONE STAMPED LINE TO THE CHANGE    *
093721*                 JOURNAL: WHO, WHICH MAP, WHAT ACTION, AND THE *
093722*                 LIST LINE BEFORE AND AFTER                    *
093723*****************************************************************
093724 2570-WRITE-JOURNAL.
093725     ACCEPT LM-JRN-DATE-RAW FROM DATE YYYYMMDD
093726     ACCEPT LM-JRN-TIME-RAW FROM TIME
093727     MOVE SPACES TO LM-JOURNAL-RECORD
093728     STRING LM-JRN-DATE-RAW(1:4) '-' LM-JRN-DATE-RAW(5:2) '-'
093729         LM-JRN-DATE-RAW(7:2) DELIMITED BY SIZE
093730         INTO LM-JRN-DATE
093731     STRING LM-JRN-TIME-RAW(1:2) ':' LM-JRN-TIME-RAW(3:2) ':'
093732         LM-JRN-TIME-RAW(5:2) DELIMITED BY SIZE
093733         INTO LM-JRN-TIME
093734     MOVE 'LISTMAINT' TO LM-JRN-PROGRAM
093735     MOVE LM-TRIMMED-ACTION TO LM-JRN-ACTION
093736     MOVE LM-TRANS-REQUESTER TO LM-JRN-REQUESTER
093737     MOVE LM-TRANS-NAME TO LM-JRN-NAME
093738     MOVE LM-BEFORE-IMAGE TO LM-JRN-BEFORE
093739     MOVE LM-LIST-IMAGE TO LM-JRN-AFTER
093740     WRITE LM-JOURNAL-RECORD.
093741 2570-EXIT.
093742     EXIT.
093800
093900*****************************************************************
094000* 2600-CASCADE-METADATA - RE-KEY THE MAP-METADATA.DAT RECORD    *
096800 2600-EXIT.
096900     EXIT.
097000
097001*****************************************************************
097002* 2650-CASCADE-TAGS - RE-KEY EVERY MAP-TAGS.DAT RECORD UNDER    *
097003*                 THE OLD NAME TO THE NEW ONE. A TAG THE NEW    *
097004*                 NAME ALREADY CARRIES (A STALE RECORD LEFT BY  *
097005*                 AN EARLIER DELETE) IS KEPT ONCE - THE MOVED   *
097006*                 COPY IS DROPPED. NO TAGS IS ONLY A NOTE - NOT *
097007*                 EVERY MAP IS TAGGED                           *
097008*****************************************************************
097009 2650-CASCADE-TAGS.
097010     SET LM-Tag-Not-Moved TO TRUE
097011     PERFORM VARYING LM-TAG-IDX FROM 1 BY 1
097012             UNTIL LM-TAG-IDX > LM-TAG-COUNT
097013         IF NOT LM-Tag-Deleted(LM-TAG-IDX)
097014             AND LM-TAG-NAME(LM-TAG-IDX) = LM-TRANS-NAME
097015             PERFORM 2660-CHECK-TAG-CLASH THRU 2660-EXIT
097016             IF LM-Tag-Already-Carried
097017                 MOVE 'Y' TO LM-TAG-DELETED-SW(LM-TAG-IDX)
097018             ELSE
097019                 MOVE LM-TRANS-NEWVALUE TO LM-TAG-NAME(LM-TAG-IDX)
097020             END-IF
097021             SET LM-Tag-Moved TO TRUE
097022             SET LM-Tags-Changed TO TRUE
097023         END-IF
097024     END-PERFORM
097025     IF LM-Tag-Not-Moved
097026         MOVE SPACES TO LM-REPORT-LINE
097027         MOVE 'NOTE' TO LM-RPT-TAG
097028         MOVE LM-TRANS-COUNT TO LM-RPT-LINE-NO
097029         MOVE 'NO TAGS' TO LM-RPT-REASON
097030         MOVE LM-TRANS-NAME TO LM-RPT-TEXT
097031         WRITE LM-REPORT-RECORD FROM LM-REPORT-LINE
097032     END-IF.
097033 2650-EXIT.
097034     EXIT.
097035
097036*****************************************************************
097037* 2660-CHECK-TAG-CLASH - DOES THE NEW NAME ALREADY CARRY        *
097038*                 THE TAG OF THE CURRENT ENTRY? TAGS MATCH      *
097039*                 CASE-BLIND, AS IN TAG-MAINT                   *
097040*****************************************************************
097041 2660-CHECK-TAG-CLASH.
097042     SET LM-Tag-Not-Carried TO TRUE
097043     PERFORM VARYING LM-TAG-IDX2 FROM 1 BY 1
097044             UNTIL LM-TAG-IDX2 > LM-TAG-COUNT
097045                OR LM-Tag-Already-Carried
097046         IF NOT LM-Tag-Deleted(LM-TAG-IDX2)
097047             AND LM-TAG-NAME(LM-TAG-IDX2) = LM-TRANS-NEWVALUE
097048             AND FUNCTION UPPER-CASE(LM-TAG-VALUE(LM-TAG-IDX2))
097049               = FUNCTION UPPER-CASE(LM-TAG-VALUE(LM-TAG-IDX))
097050             SET LM-Tag-Already-Carried TO TRUE
097051         END-IF
097052     END-PERFORM.
097053 2660-EXIT.
097054     EXIT.

097055*****************************************************************
097056* 2670-CASCADE-L10N - RE-KEY EVERY MAP-METADATA-L10N.DAT RECORD *
097057*                 UNDER THE OLD NAME TO THE NEW ONE. A TEXT IN  *
097058*                 THE SAME LANGUAGE ALREADY UNDER THE NEW NAME  *
097059*                 (A STALE RECORD LEFT BY AN EARLIER DELETE) IS *
097060*                 DROPPED - THE MOVED TEXT IS THE LIVE MAP'S.   *
097061*                 NO TRANSLATIONS IS ONLY A NOTE                *
097062*****************************************************************
097063 2670-CASCADE-L10N.
097064     SET LM-L10n-Not-Moved TO TRUE
097065     PERFORM VARYING LM-L10N-IDX FROM 1 BY 1
097066             UNTIL LM-L10N-IDX > LM-L10N-COUNT
097067         IF NOT LM-L10n-Deleted(LM-L10N-IDX)
097068             AND LM-L10N-NAME(LM-L10N-IDX) = LM-TRANS-NAME
097069             PERFORM 2680-DROP-STALE-L10N THRU 2680-EXIT
097070             MOVE LM-TRANS-NEWVALUE TO LM-L10N-NAME(LM-L10N-IDX)
097071             SET LM-L10n-Moved TO TRUE
097072             SET LM-L10n-Changed TO TRUE
097073         END-IF
097074     END-PERFORM
097075     IF LM-L10n-Not-Moved
097076         MOVE SPACES TO LM-REPORT-LINE
097077         MOVE 'NOTE' TO LM-RPT-TAG
097078         MOVE LM-TRANS-COUNT TO LM-RPT-LINE-NO
097079         MOVE 'NO TRANSLATIONS' TO LM-RPT-REASON
097080         MOVE LM-TRANS-NAME TO LM-RPT-TEXT
097081         WRITE LM-REPORT-RECORD FROM LM-REPORT-LINE
097082     END-IF.
097083 2670-EXIT.
097084     EXIT.

097085*****************************************************************
097086* 2680-DROP-STALE-L10N - FLAG ANY TEXT THE NEW NAME ALREADY     *
097087*                 HOLDS IN THE LANGUAGE OF THE CURRENT ENTRY    *
097088*****************************************************************
097089 2680-DROP-STALE-L10N.
097090     PERFORM VARYING LM-L10N-IDX2 FROM 1 BY 1
097091             UNTIL LM-L10N-IDX2 > LM-L10N-COUNT
097092         IF NOT LM-L10n-Deleted(LM-L10N-IDX2)
097093             AND LM-L10N-NAME(LM-L10N-IDX2) = LM-TRANS-NEWVALUE
097094             AND LM-L10N-LANG(LM-L10N-IDX2)
097095               = LM-L10N-LANG(LM-L10N-IDX)
097096             MOVE 'Y' TO LM-L10N-DELETED-SW(LM-L10N-IDX2)
097097         END-IF
097098     END-PERFORM.
097099 2680-EXIT.
097100     EXIT.
097101
097102*****************************************************************
097200* 2700-CASCADE-DOWNLOAD - RE-KEY THE RUNNING DOWNLOAD COUNT:    *
097300*                 READ THE OLD KEY, DELETE IT, WRITE THE COUNT  *
097400*                 UNDER THE NEW NAME. A STALE COUNT ALREADY     *
100700                 REWRITE LM-DLC-RECORD
100800         END-READ
100900     END-IF.
100901 2700-EXIT.
100902     EXIT.
100903
100904*****************************************************************
100905* 2750-CASCADE-HISTORY - RE-KEY EVERY MONTH OF THE MAP'S        *
100906*                 DOWNLOAD HISTORY, ONE MONTH AT A TIME, UNTIL  *
100907*                 NO RECORD IS LEFT UNDER THE OLD NAME. NO      *
100908*                 HISTORY AT ALL NEEDS NO NOTE - THE RUNNING    *
100909*                 COUNT CASCADE HAS ALREADY SAID SO             *
100910*****************************************************************
100911 2750-CASCADE-HISTORY.
100912     IF LM-History-Not-On-File
100913         GO TO 2750-EXIT
100914     END-IF
100915     SET LM-History-Not-Moved TO TRUE
100916     PERFORM 2760-MOVE-ONE-MONTH THRU 2760-EXIT
100917         UNTIL LM-History-Moved.
100918 2750-EXIT.
100919     EXIT.
100920
100921*****************************************************************
100922* 2760-MOVE-ONE-MONTH - POSITION ON THE FIRST MONTH STILL       *
100923*                 UNDER THE OLD NAME, DELETE IT AND WRITE ITS   *
100924*                 COUNT UNDER THE NEW NAME. A MONTH THE NEW     *
100925*                 NAME ALREADY HAS (STATUS 22) IS ADDED IN. A   *
100926*                 DELETE THAT FAILS ENDS THE CASCADE RATHER     *
100927*                 THAN LOOPING ON THE SAME RECORD               *
100928*****************************************************************
100929 2760-MOVE-ONE-MONTH.
100930     MOVE LM-TRANS-NAME TO LM-DLH-NAME
100931     MOVE ZERO TO LM-DLH-MONTH
100932     START DownloadHistoryFile KEY IS NOT LESS THAN LM-DLH-KEY
100933         INVALID KEY
100934             SET LM-History-Moved TO TRUE
100935             GO TO 2760-EXIT
100936     END-START
100937     READ DownloadHistoryFile NEXT RECORD
100938         AT END
100939             SET LM-History-Moved TO TRUE
100940             GO TO 2760-EXIT
100941     END-READ
100942     IF LM-DLH-NAME NOT = LM-TRANS-NAME
100943         SET LM-History-Moved TO TRUE
100944         GO TO 2760-EXIT
100945     END-IF
100946     MOVE LM-DLH-MONTH TO LM-SAVED-MONTH
100947     MOVE LM-DLH-COUNT TO LM-SAVED-MONTH-COUNT
100948     DELETE DownloadHistoryFile RECORD
100949     IF LM-DLH-STATUS NOT = '00'
100950         SET LM-History-Moved TO TRUE
100951         GO TO 2760-EXIT
100952     END-IF
100953     MOVE LM-TRANS-NEWVALUE TO LM-DLH-NAME
100954     MOVE LM-SAVED-MONTH TO LM-DLH-MONTH
100955     MOVE LM-SAVED-MONTH-COUNT TO LM-DLH-COUNT
100956     WRITE LM-DLH-RECORD
100957     IF LM-DLH-STATUS = '22'
100958         READ DownloadHistoryFile
100959             INVALID KEY
100960                 CONTINUE
100961             NOT INVALID KEY
100962                 ADD LM-SAVED-MONTH-COUNT TO LM-DLH-COUNT
100963                 REWRITE LM-DLH-RECORD
100964         END-READ
100965     END-IF.
100966 2760-EXIT.
100967     EXIT.

100968*****************************************************************
100969* 2770-CASCADE-ISSUES - RE-KEY EVERY ISSUE-MASTER.DAT RECORD OF *
100970*                 THE MAP, ONE AT A TIME, UNTIL NONE IS LEFT    *
100971*                 UNDER THE OLD NAME. WHEN THE NEW NAME ALREADY *
100972*                 HAS A SUMMARY RECORD THE MOVED ISSUES ARE     *
100973*                 ADDED IN RATHER THAN LOST: THEY ARE NUMBERED  *
100974*                 ON FROM ITS LAST SEQUENCE AND THE TWO         *
100975*                 SUMMARIES ARE MERGED. A MAP WITH NO ISSUES    *
100976*                 NEEDS NO NOTE                                 *
100977*****************************************************************
100978 2770-CASCADE-ISSUES.
100979     IF LM-Issues-Not-On-File
100980         GO TO 2770-EXIT
100981     END-IF
100982     MOVE ZERO TO LM-ISS-OFFSET
100983     MOVE ZERO TO LM-ISS-MOVED-COUNT
100984     SET LM-Issues-Not-Held TO TRUE
100985     MOVE LM-TRANS-NEWVALUE TO LM-ISS-NAME
100986     MOVE ZERO TO LM-ISS-SEQ
100987     READ IssueMasterFile
100988         INVALID KEY
100989             CONTINUE
100990         NOT INVALID KEY
100991             SET LM-Issues-Already-Held TO TRUE
100992             MOVE LM-ISS-LAST-SEQ TO LM-ISS-OFFSET
100993     END-READ
100994     SET LM-Issues-Not-Moved TO TRUE
100995     PERFORM 2780-MOVE-ONE-ISSUE THRU 2780-EXIT
100996         UNTIL LM-Issues-Moved
100997     IF LM-Issues-Already-Held AND LM-ISS-MOVED-COUNT > ZERO
100998         MOVE SPACES TO LM-REPORT-LINE
100999         MOVE 'NOTE' TO LM-RPT-TAG
101000         MOVE LM-TRANS-COUNT TO LM-RPT-LINE-NO
101001         MOVE 'ISSUES MERGED' TO LM-RPT-REASON
101002         MOVE LM-TRANS-NEWVALUE TO LM-RPT-TEXT
101003         WRITE LM-REPORT-RECORD FROM LM-REPORT-LINE
101004     END-IF.
101005 2770-EXIT.
101006     EXIT.

101007*****************************************************************
101008* 2780-MOVE-ONE-ISSUE - POSITION ON THE FIRST RECORD STILL      *
101009*                 UNDER THE OLD NAME, DELETE IT AND WRITE IT    *
101010*                 UNDER THE NEW NAME (SAME SHAPE AS 2760). THE  *
101011*                 SUMMARY IS MERGED INTO ONE ALREADY ON FILE;   *
101012*                 AN ISSUE IS RENUMBERED PAST ITS LAST          *
101013*                 SEQUENCE. A WRITE THAT FAILS IS REPORTED AS   *
101014*                 FAILED WITH THE NEW NAME AND THE FILE STATUS  *
101015*****************************************************************
101016 2780-MOVE-ONE-ISSUE.
101017     MOVE LM-TRANS-NAME TO LM-ISS-NAME
101018     MOVE ZERO TO LM-ISS-SEQ
101019     START IssueMasterFile KEY IS NOT LESS THAN LM-ISS-KEY
101020         INVALID KEY
101021             SET LM-Issues-Moved TO TRUE
101022             GO TO 2780-EXIT
101023     END-START
101024     READ IssueMasterFile NEXT RECORD
101025         AT END
101026             SET LM-Issues-Moved TO TRUE
101027             GO TO 2780-EXIT
101028     END-READ
101029     IF LM-ISS-NAME NOT = LM-TRANS-NAME
101030         SET LM-Issues-Moved TO TRUE
101031         GO TO 2780-EXIT
101032     END-IF
101033     MOVE LM-ISSUE-RECORD TO LM-SAVED-ISSUE
101034     DELETE IssueMasterFile RECORD
101035     IF LM-ISSUE-STATUS NOT = '00'
101036         SET LM-Issues-Moved TO TRUE
101037         GO TO 2780-EXIT
101038     END-IF
101039     ADD 1 TO LM-ISS-MOVED-COUNT
101040     MOVE LM-SAVED-ISSUE TO LM-ISSUE-RECORD
101041     MOVE LM-TRANS-NEWVALUE TO LM-ISS-NAME
101042     IF LM-ISS-SEQ = ZERO AND LM-Issues-Already-Held
101043         MOVE LM-ISS-OPEN-COUNT TO LM-SAVED-OPEN-COUNT
101044         MOVE LM-ISS-LAST-SEQ TO LM-SAVED-LAST-SEQ
101045         READ IssueMasterFile
101046             INVALID KEY
101047                 CONTINUE
101048             NOT INVALID KEY
101049                 ADD LM-SAVED-OPEN-COUNT TO LM-ISS-OPEN-COUNT
101050                 ADD LM-ISS-OFFSET LM-SAVED-LAST-SEQ
101051                     GIVING LM-ISS-LAST-SEQ
101052                 REWRITE LM-ISSUE-RECORD
101053         END-READ
101054         GO TO 2780-EXIT
101055     END-IF
101056     IF LM-ISS-SEQ > ZERO
101057         ADD LM-ISS-OFFSET TO LM-ISS-SEQ
101058     END-IF
101059     WRITE LM-ISSUE-RECORD
101060     IF LM-ISSUE-STATUS NOT = '00'
101061         MOVE SPACES TO LM-SUMMARY-LINE
101062         STRING 'FAILED    ISSUE FOR '
101063             FUNCTION TRIM(LM-TRANS-NEWVALUE)
101064             ' COULD NOT BE WRITTEN (STATUS=' LM-ISSUE-STATUS ')'
101065             DELIMITED BY SIZE INTO LM-SUMMARY-LINE
101066         WRITE LM-REPORT-RECORD FROM LM-SUMMARY-LINE
101067     END-IF.
101068 2780-EXIT.
101069     EXIT.

101070*****************************************************************
101071* 2785-CASCADE-VERSIONS - RE-KEY THE MAP'S WHOLE VERSION LEDGER *
101072*                 TO THE NEW NAME. TWO REVISION HISTORIES       *
101073*                 CANNOT BE MERGED, SO A STALE LEDGER ALREADY   *
101074*                 UNDER THE NEW NAME (LEFT BY AN EARLIER        *
101075*                 DELETE) IS DROPPED FIRST AND THE REPORT SAYS  *
101076*                 SO. NO LEDGER UNDER THE OLD NAME IS ONLY A    *
101077*                 NOTE                                          *
101078*****************************************************************
101079 2785-CASCADE-VERSIONS.
101080     IF LM-Ledger-Not-On-File
101081         GO TO 2785-EXIT
101082     END-IF
101083     MOVE ZERO TO LM-VER-DROPPED-COUNT
101084     MOVE ZERO TO LM-VER-MOVED-COUNT
101085     SET LM-Ledger-Not-Moved TO TRUE
101086     PERFORM 2795-DROP-ONE-STALE THRU 2795-EXIT
101087         UNTIL LM-Ledger-Moved
101088     IF LM-VER-DROPPED-COUNT > ZERO
101089         MOVE SPACES TO LM-REPORT-LINE
101090         MOVE 'NOTE' TO LM-RPT-TAG
101091         MOVE LM-TRANS-COUNT TO LM-RPT-LINE-NO
101092         MOVE 'STALE LEDGER DROPPED' TO LM-RPT-REASON
101093         MOVE LM-TRANS-NEWVALUE TO LM-RPT-TEXT
101094         WRITE LM-REPORT-RECORD FROM LM-REPORT-LINE
101095     END-IF
101096     SET LM-Ledger-Not-Moved TO TRUE
101097     PERFORM 2790-MOVE-ONE-VERSION THRU 2790-EXIT
101098         UNTIL LM-Ledger-Moved
101099     IF LM-VER-MOVED-COUNT = ZERO
101100         MOVE SPACES TO LM-REPORT-LINE
101101         MOVE 'NOTE' TO LM-RPT-TAG
101102         MOVE LM-TRANS-COUNT TO LM-RPT-LINE-NO
101103         MOVE 'NO VERSION LEDGER' TO LM-RPT-REASON
101104         MOVE LM-TRANS-NAME TO LM-RPT-TEXT
101105         WRITE LM-REPORT-RECORD FROM LM-REPORT-LINE
101106     END-IF.
101107 2785-EXIT.
101108     EXIT.

101109*****************************************************************
101110* 2790-MOVE-ONE-VERSION - POSITION ON THE FIRST LEDGER RECORD   *
101111*                 STILL UNDER THE OLD NAME, DELETE IT AND WRITE *
101112*                 IT UNDER THE NEW NAME (SAME SHAPE AS 2760). A *
101113*                 WRITE THAT FAILS IS REPORTED AS FAILED WITH   *
101114*                 THE NEW NAME AND THE FILE STATUS              *
101115*****************************************************************
101116 2790-MOVE-ONE-VERSION.
101117     MOVE LM-TRANS-NAME TO LM-VER-NAME
101118     MOVE ZERO TO LM-VER-SEQ
101119     START VersionFile KEY IS NOT LESS THAN LM-VER-KEY
101120         INVALID KEY
101121             SET LM-Ledger-Moved TO TRUE
101122             GO TO 2790-EXIT
101123     END-START
101124     READ VersionFile NEXT RECORD
101125         AT END
101126             SET LM-Ledger-Moved TO TRUE
101127             GO TO 2790-EXIT
101128     END-READ
101129     IF LM-VER-NAME NOT = LM-TRANS-NAME
101130         SET LM-Ledger-Moved TO TRUE
101131         GO TO 2790-EXIT
101132     END-IF
101133     MOVE LM-VERSION-RECORD TO LM-SAVED-VERSION
101134     DELETE VersionFile RECORD
101135     IF LM-VER-STATUS NOT = '00'
101136         SET LM-Ledger-Moved TO TRUE
101137         GO TO 2790-EXIT
101138     END-IF
101139     ADD 1 TO LM-VER-MOVED-COUNT
101140     MOVE LM-SAVED-VERSION TO LM-VERSION-RECORD
101141     MOVE LM-TRANS-NEWVALUE TO LM-VER-NAME
101142     WRITE LM-VERSION-RECORD
101143     IF LM-VER-STATUS NOT = '00'
101144         MOVE SPACES TO LM-SUMMARY-LINE
101145         STRING 'FAILED    VERSION FOR '
101146             FUNCTION TRIM(LM-TRANS-NEWVALUE)
101147             ' COULD NOT BE WRITTEN (STATUS=' LM-VER-STATUS ')'
101148             DELIMITED BY SIZE INTO LM-SUMMARY-LINE
101149         WRITE LM-REPORT-RECORD FROM LM-SUMMARY-LINE
101150     END-IF.
101151 2790-EXIT.
101152     EXIT.

101153*****************************************************************
101154* 2795-DROP-ONE-STALE - DELETE THE FIRST LEDGER RECORD ALREADY  *
101155*                 UNDER THE NEW NAME. A DELETE THAT FAILS ENDS  *
101156*                 THE PURGE RATHER THAN LOOPING                 *
101157*****************************************************************
101158 2795-DROP-ONE-STALE.
101159     MOVE LM-TRANS-NEWVALUE TO LM-VER-NAME
101160     MOVE ZERO TO LM-VER-SEQ
101161     START VersionFile KEY IS NOT LESS THAN LM-VER-KEY
101162         INVALID KEY
101163             SET LM-Ledger-Moved TO TRUE
101164             GO TO 2795-EXIT
101165     END-START
101166     READ VersionFile NEXT RECORD
101167         AT END
101168             SET LM-Ledger-Moved TO TRUE
101169             GO TO 2795-EXIT
101170     END-READ
101171     IF LM-VER-NAME NOT = LM-TRANS-NEWVALUE
101172         SET LM-Ledger-Moved TO TRUE
101173         GO TO 2795-EXIT
101174     END-IF
101175     DELETE VersionFile RECORD
101176     IF LM-VER-STATUS NOT = '00'
101177         SET LM-Ledger-Moved TO TRUE
101178         GO TO 2795-EXIT
101179     END-IF
101180     ADD 1 TO LM-VER-DROPPED-COUNT.
101181 2795-EXIT.
101182     EXIT.
101183
101184*****************************************************************
101220* 2800-WARN-DEPENDENTS - THE ENTRY BEING DELETED MAY STILL BE   *
101230*                 REQUIRED BY OTHER MAPS IN MAP-DEPENDS.DAT.    *
101240*                 ONE WARNING LINE PER REQUIRING MAP; THE       *
107400*****************************************************************
107500* 3500-REWRITE-METADATA - WHEN A RENAME RE-KEYED A METADATA     *
107600*                 RECORD, WRITE THE TABLE BACK OVER             *
107700*                 MAP-METADATA.DAT (ALL EIGHT FIELDS, AS        *
107800*                 META-MAINT WRITES IT). A RUN WITH NO RENAME   *
107900*                 CASCADE LEAVES THE FILE UNTOUCHED             *
108000*****************************************************************
110500*****************************************************************
110600 3600-WRITE-ONE-METADATA.
110700     MOVE SPACES TO LM-METADATA-RECORD
110710     MOVE 1 TO LM-RECORD-PTR
110800     STRING FUNCTION TRIM(LM-META-NAME(LM-META-IDX))
110900             DELIMITED BY SIZE
111000         '|' DELIMITED BY SIZE
112300         FUNCTION TRIM(LM-META-CHECKSUM(LM-META-IDX))
112400             DELIMITED BY SIZE
112500         INTO LM-METADATA-RECORD
112510         WITH POINTER LM-RECORD-PTR
112520     IF LM-META-PUBLISH-ON(LM-META-IDX) NOT = SPACES
112530         OR LM-META-EXPIRE-ON(LM-META-IDX) NOT = SPACES
112540         STRING '|' DELIMITED BY SIZE
112550             FUNCTION TRIM(LM-META-PUBLISH-ON(LM-META-IDX))
112560                 DELIMITED BY SIZE
112570             '|' DELIMITED BY SIZE
112580             FUNCTION TRIM(LM-META-EXPIRE-ON(LM-META-IDX))
112590                 DELIMITED BY SIZE
112595             INTO LM-METADATA-RECORD
112596             WITH POINTER LM-RECORD-PTR
112597     END-IF
112600     WRITE LM-METADATA-RECORD.
112700 3600-EXIT.
112800     EXIT.
112801
112802*****************************************************************
112803* 3700-REWRITE-TAGS - WHEN A RENAME MOVED A TAG, WRITE THE      *
112804*                 SURVIVING ENTRIES BACK OVER MAP-TAGS.DAT IN   *
112805*                 THEIR LOADED ORDER. A RUN WITH NO TAG         *
112806*                 CASCADE LEAVES THE FILE UNTOUCHED             *
112807*****************************************************************
112808 3700-REWRITE-TAGS.
112809     IF NOT LM-Tags-Changed
112810         GO TO 3700-EXIT
112811     END-IF
112812     OPEN OUTPUT TagsFile
112813     IF LM-TAGS-STATUS NOT = '00'
112814         MOVE SPACES TO LM-SUMMARY-LINE
112815         STRING 'FAILED    MAP-TAGS.DAT COULD NOT BE '
112816             'REWRITTEN (STATUS=' LM-TAGS-STATUS ')'
112817             DELIMITED BY SIZE INTO LM-SUMMARY-LINE
112818         WRITE LM-REPORT-RECORD FROM LM-SUMMARY-LINE
112819         GO TO 3700-EXIT
112820     END-IF
112821     PERFORM VARYING LM-TAG-IDX FROM 1 BY 1
112822             UNTIL LM-TAG-IDX > LM-TAG-COUNT
112823         IF NOT LM-Tag-Deleted(LM-TAG-IDX)
112824             MOVE SPACES TO LM-TAGS-RECORD
112825             STRING FUNCTION TRIM(LM-TAG-NAME(LM-TAG-IDX))
112826                     DELIMITED BY SIZE
112827                 '|' DELIMITED BY SIZE
112828                 FUNCTION TRIM(LM-TAG-VALUE(LM-TAG-IDX))
112829                     DELIMITED BY SIZE
112830                 INTO LM-TAGS-RECORD
112831             WRITE LM-TAGS-RECORD
112832         END-IF
112833     END-PERFORM
112834     CLOSE TagsFile.
112835 3700-EXIT.
112836     EXIT.

112837*****************************************************************
112838* 3800-REWRITE-L10N - WHEN A RENAME MOVED A TRANSLATION, WRITE  *
112839*                 THE SURVIVING ENTRIES BACK OVER               *
112840*                 MAP-METADATA-L10N.DAT IN THEIR LOADED ORDER,  *
112841*                 AS 3700 DOES FOR THE TAGS                     *
112842*****************************************************************
112843 3800-REWRITE-L10N.
112844     IF NOT LM-L10n-Changed
112845         GO TO 3800-EXIT
112846     END-IF
112847     OPEN OUTPUT L10nMapFile
112848     IF LM-L10N-STATUS NOT = '00'
112849         MOVE SPACES TO LM-SUMMARY-LINE
112850         STRING 'FAILED    MAP-METADATA-L10N.DAT COULD NOT BE '
112851             'REWRITTEN (STATUS=' LM-L10N-STATUS ')'
112852             DELIMITED BY SIZE INTO LM-SUMMARY-LINE
112853         WRITE LM-REPORT-RECORD FROM LM-SUMMARY-LINE
112854         GO TO 3800-EXIT
112855     END-IF
112856     PERFORM VARYING LM-L10N-IDX FROM 1 BY 1
112857             UNTIL LM-L10N-IDX > LM-L10N-COUNT
112858         IF NOT LM-L10n-Deleted(LM-L10N-IDX)
112859             MOVE SPACES TO LM-L10N-RECORD
112860             STRING FUNCTION TRIM(LM-L10N-NAME(LM-L10N-IDX))
112861                     DELIMITED BY SIZE
112862                 '|' DELIMITED BY SIZE
112863                 FUNCTION TRIM(LM-L10N-LANG(LM-L10N-IDX))
112864                     DELIMITED BY SIZE
112865                 '|' DELIMITED BY SIZE
112866                 FUNCTION TRIM(LM-L10N-DESC(LM-L10N-IDX))
112867                     DELIMITED BY SIZE
112868                 INTO LM-L10N-RECORD
112869             WRITE LM-L10N-RECORD
112870         END-IF
112871     END-PERFORM
112872     CLOSE L10nMapFile.
112873 3800-EXIT.
112874     EXIT.
112900
113000*****************************************************************
113100* 9000-TERMINATE - WRITE THE COUNT SUMMARY AND CLOSE THE        *
113700     IF LM-Counts-On-File
113800         CLOSE DownloadCountsFile
113900     END-IF
113910     IF LM-History-On-File
113920         CLOSE DownloadHistoryFile
113930     END-IF
113940     IF LM-Issues-On-File
113950         CLOSE IssueMasterFile
113960     END-IF
113970     IF LM-Ledger-On-File
113980         CLOSE VersionFile
113990     END-IF
114000     IF LM-RPT-STATUS = '00' AND LM-Init-Ok
114100         MOVE LM-BEFORE-COUNT TO LM-COUNT-DISPLAY
114200         MOVE LM-AFTER-COUNT TO LM-COUNT-DISPLAY2
