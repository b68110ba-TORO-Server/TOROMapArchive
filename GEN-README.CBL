006967*                  PUBLISHED GOES TO EXCEPTION.RPT AS BAD
006968*                  DEPENDENCY INSTEAD OF SENDING USERS TO A
006969*                  DOWNLOAD THAT DOES NOT EXIST.
006970* 2026-10-15 RW    EACH PUBLISHED MAP NOW HAS A VERSION NUMBER.
006971*                  THE KEYED MAP-VERSIONS.DAT LEDGER HOLDS ONE
006972*                  CURRENT-VERSION RECORD PER NAME (SEQUENCE 0)
006973*                  PLUS ONE HISTORY RECORD PER SUPERSEDED
006974*                  VERSION. A NAME SEEN WITH A CHECKSUM FOR THE
006975*                  FIRST TIME STARTS AT VERSION 1; WHEN A NEW
006976*                  CHECKSUM TURNS UP FOR A NAME ALREADY ON THE
006977*                  LEDGER THE PRIOR CHECKSUM, SIZE, UPLOADER AND
006978*                  UPLOAD DATE ARE KEPT AS A HISTORY RECORD AND
006979*                  THE VERSION IS BUMPED. THE LEDGER IS NEVER
006980*                  REBUILT, UNLIKE MAP-MASTER.DAT. THE README
006981*                  BULLET AND THE MANIFEST.JSON OBJECT CARRY THE
006982*                  CURRENT VERSION AND LAST-UPDATED DATE;
006983*                  VERSION-HISTORY REPORTS FROM THE SAME LEDGER.
006984* 2026-10-15 RW    MAP-METADATA.DAT MAY NOW CARRY A PUBLISH-ON
006985*                  AND AN EXPIRE-ON DATE. AN ENTRY WHOSE PUBLISH
006986*                  DATE IS STILL AHEAD OF THE RUN DATE IS HELD:
006987*                  NOT REGISTERED IN MAP-MASTER.DAT, NOT IN
006988*                  README.MD OR MANIFEST.JSON, AND NOT AN
006989*                  EXCEPTION. ONE WHOSE EXPIRY DATE HAS PASSED
006990*                  IS HELD THE SAME WAY AND WRITTEN INSTEAD TO
006991*                  EXPIRED-EVENTS.DAT (NAME|CATEGORY|EXPIRE-ON|
006992*                  DESCRIPTION), FROM WHICH THE README CLOSES
006993*                  WITH AN EXPIRED EVENTS SECTION AND GENERATEHTML
006994*                  BUILDS ITS OWN. A SCHEDULE DATE NOT IN
006995*                  YYYY-MM-DD FORM IS AN EXCEPTION. HELD AND
006996*                  EXPIRED ENTRIES ARE COUNTED TOGETHER AS HELD=
006997*                  ON THE AUDIT LOG LINE SO READ STILL BALANCES.
006998* 2026-10-15 RW    THE MARKDOWN AND THE MANIFEST ARE NOW WRITTEN
006999*                  TO README-STAGED.MD AND MANIFEST-STAGED.JSON
007000*                  BESIDE THE LIVE FILES. PUBLISH CHECKS THE
007001*                  STAGED SET AND ONLY THEN PROMOTES IT TO
007002*                  README.MD AND MANIFEST.JSON, SO A BAD RUN NO
007003*                  LONGER GOES LIVE ON ITS OWN.
007004* 2026-10-15 RW    MAPS CAN NOW CARRY ANY NUMBER OF TAGS BESIDE
007005*                  THEIR ONE CATEGORY. THE OPTIONAL MAP-TAGS.DAT
007006*                  (NAME|TAG, MAINTAINED BY TAG-MAINT) IS CHECKED
007007*                  AGAINST THE OPTIONAL TAG-MASTER.DAT VOCABULARY
007008*                  (TAG|DESCRIPTION) AS CATEGORIES ARE CHECKED
007009*                  AGAINST CATEGORY-MASTER.DAT: A TAG NOT ON IT
007010*                  GOES TO EXCEPTION.RPT AS INVALID TAG AND IS
007011*                  NOT RENDERED. EACH PUBLISHED ENTRY'S TAGS
007012*                  RENDER AS A TAGS LINE UNDER ITS BULLET AND AS
007013*                  A TAGS ARRAY IN ITS MANIFEST.JSON OBJECT
007014*                  (EMPTY ARRAY WHEN NONE), AND A BROWSE BY TAG
007015*                  SECTION FOLLOWS THE LISTING: ONE HEADING PER
007016*                  TAG IN USE (MASTER ORDER, OR ORDER OF FIRST USE
007017*                  WITH NO MASTER) AND A LINK TO EVERY PUBLISHED
007018*                  MAP CARRYING IT. NONE OF THESE EXCEPTIONS
007019*                  COUNTS AS A REJECTED ENTRY.
007020* 2026-10-15 RW    A PUBLISHED MAP WITH PLAYER-REPORTED ISSUES
007021*                  STILL OPEN ON ISSUE-MASTER.DAT (KEPT BY
007022*                  ISSUE-INTAKE) NOW SHOWS " (known issues: N
007023*                  open)" AFTER ITS HEADING. THE ISSUE MASTER IS
007024*                  OPTIONAL AND ONLY READ - WITH NONE ON FILE NO
007025*                  MARKER APPEARS.
007026* 2026-10-15 RW    A "Trending This Month" SECTION NOW FOLLOWS
007027*                  MOST DOWNLOADED: THE TEN ENTRIES WITH THE MOST
007028*                  DOWNLOADS IN THE RUN DATE'S MONTH, READ BY
007029*                  NAME+YYYYMM FROM DOWNLOAD-HISTORY.DAT (KEPT
007030*                  BY DOWNLOAD-STATS), SO A NEW MAP CAN BE
007031*                  FEATURED BEFORE ITS RUNNING COUNT CATCHES UP
007032*                  WITH THE ALL-TIME LEADERS. THE HISTORY IS
007033*                  OPTIONAL - WITH NONE ON FILE, OR NO DOWNLOADS
007034*                  YET THIS MONTH, THE SECTION IS OMITTED.
007035* 2026-10-15 RW    A SECOND-LANGUAGE README IS NOW WRITTEN FOR
007036*                  EACH LANGUAGE NAMED IN L10N-CONTROL.DAT
007037*                  (LANGUAGE=CODE, ONE PER LINE, AT MOST FIVE):
007038*                  README.<LANG>-STAGED.MD BESIDE THE BASE ONE,
007039*                  THE SAME LISTING REPLAYED FROM MAP-MASTER.DAT
007040*                  WITH MAP AND CATEGORY DESCRIPTIONS TAKEN FROM
007041*                  MAP-METADATA-L10N.DAT AND
007042*                  CATEGORY-MASTER-L10N.DAT (KEPT BY L10N-MAINT).
007043*                  A DESCRIPTION WITH NO TRANSLATION FALLS BACK
007044*                  TO THE BASE TEXT MARKED *(untranslated)*.
007045*                  HEADINGS STAY AS THEY ARE AND THE MANIFEST IS
007046*                  WRITTEN ONCE, BY THE BASE PASS ONLY.
007047* 2026-10-15 RW    A MANIFEST.JSON OBJECT TOO LONG FOR ITS LINE
007048*                  IS NOTED AS MANIFEST OVERFLOW ON EXCEPTION.RPT,
007049*                  WHICH PUBLISH GRADES 1. A VERSION LEDGER READ,
007050*                  WRITE OR REWRITE THAT FAILS IS NOTED AS LEDGER
007051*                  UNAVAILABLE AND LEAVES THAT NAME'S LEDGER AS IT
007052*                  WAS. THE LANGUAGE README PARAGRAPHS NOW SIT
007053*                  AHEAD OF THE CLOSING PARAGRAPHS.
007056* 2026-10-15 RW    A PUBLISH-ON OR EXPIRE-ON DATE WITH A MONTH
007057*                  OUTSIDE 01-12 OR A DAY OUTSIDE 01-31 IS NOW A
007058*                  BAD SCHEDULE DATE, AS HELD-ENTRIES REPORTS IT,
007059*                  INSTEAD OF HOLDING THE ENTRY FOR GOOD.
007060* 2026-10-15 RW    THE MAP-TAGS.DAT TABLES NOW HOLD 5000 PAIRS,
007061*                  THE SAME CAP TAG-MAINT AND LIST-MAINT KEEP, SO
007062*                  A FOLDER TAG-MAINT ACCEPTED NO LONGER HITS TAGS
007063*                  TABLE FULL AND IS BLOCKED FROM PUBLISHING.
007069*-----------------------------------------------------------------

007079 ENVIRONMENT DIVISION.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT InputFile ASSIGN TO DYNAMIC RM-INPUT-ASSIGN
009001         FILE STATUS IS RM-DLC-STATUS.

008101     SELECT RetiredFile ASSIGN TO DYNAMIC RM-RETIRED-ASSIGN
008121         ORGANIZATION IS LINE SEQUENTIAL
008141         FILE STATUS IS RM-RETIRED-STATUS.

008161     SELECT ExpiredFile ASSIGN TO DYNAMIC RM-EXPIRED-ASSIGN
008181         ORGANIZATION IS LINE SEQUENTIAL
008201         FILE STATUS IS RM-EXPIRED-STATUS.

008221     SELECT DependsFile ASSIGN TO DYNAMIC RM-DEPENDS-ASSIGN
008241         ORGANIZATION IS LINE SEQUENTIAL
008261         FILE STATUS IS RM-DEPENDS-STATUS.

008281     SELECT VersionFile ASSIGN TO DYNAMIC RM-VERSION-ASSIGN
008301         ORGANIZATION IS INDEXED
008321         ACCESS MODE IS DYNAMIC
008341         RECORD KEY IS RM-VER-KEY
008361         FILE STATUS IS RM-VER-STATUS.

008381     SELECT IssueMasterFile ASSIGN TO DYNAMIC RM-ISSUE-ASSIGN
008401         ORGANIZATION IS INDEXED
008421         ACCESS MODE IS DYNAMIC
008441         RECORD KEY IS RM-ISS-KEY
008461         FILE STATUS IS RM-ISSUE-STATUS.

008481     SELECT DownloadHistoryFile ASSIGN TO DYNAMIC RM-DLHIST-ASSIGN
008501         ORGANIZATION IS INDEXED
008521         ACCESS MODE IS DYNAMIC
008541         RECORD KEY IS RM-DLH-KEY
008561         FILE STATUS IS RM-DLH-STATUS.

008581     SELECT TagsFile ASSIGN TO DYNAMIC RM-TAGS-ASSIGN
008601         ORGANIZATION IS LINE SEQUENTIAL
008621         FILE STATUS IS RM-TAGS-STATUS.

008641     SELECT TagMasterFile ASSIGN TO DYNAMIC RM-TAGMAST-ASSIGN
008661         ORGANIZATION IS LINE SEQUENTIAL
008681         FILE STATUS IS RM-TAGMAST-STATUS.

009000     SELECT FolderControlFile ASSIGN TO 'FOLDER-CONTROL.DAT'
009100         ORGANIZATION IS LINE SEQUENTIAL
009220         ORGANIZATION IS LINE SEQUENTIAL
009230         FILE STATUS IS RM-CALLSTAT-STATUS.

009240     SELECT L10nControlFile ASSIGN TO 'L10N-CONTROL.DAT'
009245         ORGANIZATION IS LINE SEQUENTIAL
009250         FILE STATUS IS RM-L10NCTL-STATUS.

009260     SELECT L10nMapFile ASSIGN TO DYNAMIC RM-L10N-ASSIGN
009265         ORGANIZATION IS LINE SEQUENTIAL
009270         FILE STATUS IS RM-L10N-STATUS.

009280     SELECT L10nCatFile ASSIGN TO DYNAMIC RM-CATL10N-ASSIGN
009285         ORGANIZATION IS LINE SEQUENTIAL
009290         FILE STATUS IS RM-CATL10N-STATUS.

009300     SELECT SortFile ASSIGN TO 'SORTWK1'.

009400 DATA DIVISION.
010986     05  RM-METAWORK-DESC          PIC X(200).
010987     05  RM-METAWORK-UPLOADER      PIC X(60).
010988     05  RM-METAWORK-DATE          PIC X(10).
010989     05  RM-METAWORK-SIZE          PIC X(12).
010990     05  RM-METAWORK-CHECKSUM      PIC X(64).
010993     05  RM-METAWORK-PUBLISH-ON    PIC X(10).
010994     05  RM-METAWORK-EXPIRE-ON     PIC X(10).

010996*-----------------------------------------------------------------
010997* RUNNING DOWNLOAD COUNTS, ACCUMULATED BY DOWNLOAD-STATS. THE
011007*-----------------------------------------------------------------
011008* RETIRED-MAPS HISTORY, APPENDED BY MAP-RETIRE. OPTIONAL - WITH
011009* NO HISTORY ON FILE THE RETIRED MAPS APPENDIX IS OMITTED
011010*-----------------------------------------------------------------
011011 FD  RetiredFile.
011012 01  RM-RETIRED-RECORD             PIC X(600).

011013*-----------------------------------------------------------------
011014* EXPIRED EVENTS - NAME|CATEGORY|EXPIRE-ON|DESCRIPTION, REBUILT
011015* EVERY RUN FROM THE ENTRIES WHOSE EXPIRY DATE HAS PASSED. READ
011016* BACK FOR THE README SECTION AND LEFT IN PLACE FOR GENERATEHTML
011017*-----------------------------------------------------------------
011018 FD  ExpiredFile.
011019 01  RM-EXPIRED-RECORD             PIC X(600).

011020*-----------------------------------------------------------------
011021* MAP DEPENDENCIES - NAME|REQUIRED-NAME, ONE RECORD PER
011022* DEPENDENCY, HAND-MAINTAINED. OPTIONAL - WITH NONE ON FILE NO
011023* REQUIRES LINES APPEAR AND EVERY REQUIRES ARRAY IS EMPTY
011024*-----------------------------------------------------------------
011025 FD  DependsFile.
011026 01  RM-DEPENDS-RECORD             PIC X(600).

011027*-----------------------------------------------------------------
011028* MAP VERSION LEDGER - PERSISTENT, NEVER REBUILT. SEQUENCE 0 IS
011029* THE CURRENT-VERSION RECORD FOR A NAME; EVERY OTHER SEQUENCE IS
011030* THE NUMBER OF A SUPERSEDED VERSION AND HOLDS THAT VERSION'S
011031* CHECKSUM, SIZE, UPLOADER AND UPLOAD DATE. RM-VER-STAMP-DATE IS
011032* THE DATE THE CURRENT VERSION WENT LIVE ON THE CURRENT RECORD,
011033* AND THE DATE IT WAS REPLACED ON A HISTORY RECORD
011034*-----------------------------------------------------------------
011035 FD  VersionFile.
011036 01  RM-VERSION-RECORD.
011037     05  RM-VER-KEY.
011038         10  RM-VER-NAME           PIC X(256).
011039         10  RM-VER-SEQ            PIC 9(05).
011040     05  RM-VER-NUMBER             PIC 9(05).
011041     05  RM-VER-CHECKSUM           PIC X(64).
011042     05  RM-VER-SIZE               PIC X(12).
011043     05  RM-VER-UPLOADER           PIC X(60).
011044     05  RM-VER-DATE               PIC X(10).
011045     05  RM-VER-STAMP-DATE         PIC X(10).

011046*-----------------------------------------------------------------
011047* ISSUE MASTER - WRITTEN BY ISSUE-INTAKE; THE RECORD LAYOUT MUST
011048* MATCH THE ONE DECLARED THERE. ONLY THE SEQUENCE-0 SUMMARY
011049* RECORD, WHICH CARRIES THE MAP'S OPEN-ISSUE COUNT, IS READ HERE
011050*-----------------------------------------------------------------
011051 FD  IssueMasterFile.
011052 01  RM-ISSUE-RECORD.
011053     05  RM-ISS-KEY.
011054         10  RM-ISS-NAME           PIC X(256).
011055         10  RM-ISS-SEQ            PIC 9(05).
011056     05  RM-ISS-STATUS             PIC X(01).
011057     05  RM-ISS-OPEN-COUNT         PIC 9(05).
011058     05  RM-ISS-LAST-SEQ           PIC 9(05).
011059     05  RM-ISS-REPORTER           PIC X(60).
011060     05  RM-ISS-REPORT-DATE        PIC X(10).
011061     05  RM-ISS-TYPE               PIC X(20).
011062     05  RM-ISS-TEXT               PIC X(200).
011063     05  RM-ISS-LOGGED-DATE        PIC X(10).
011064     05  RM-ISS-CLOSED-DATE        PIC X(10).
011065     05  RM-ISS-CLOSED-BY          PIC X(60).
011066     05  RM-ISS-RESOLUTION         PIC X(200).

011067*-----------------------------------------------------------------
011068* MONTHLY DOWNLOAD HISTORY, KEPT BY DOWNLOAD-STATS; THE RECORD
011069* LAYOUT MUST MATCH THE ONE DECLARED THERE. OPTIONAL - WITH NO
011070* HISTORY ON FILE THE TRENDING THIS MONTH SECTION IS OMITTED
011071*-----------------------------------------------------------------
011072 FD  DownloadHistoryFile.
011073 01  RM-DLHIST-RECORD.
011074     05  RM-DLH-KEY.
011075         10  RM-DLH-NAME           PIC X(256).
011076         10  RM-DLH-MONTH          PIC 9(06).
011077     05  RM-DLH-COUNT              PIC 9(09).

011078*-----------------------------------------------------------------
011079* MAP TAGS - NAME|TAG, ONE RECORD PER TAG ON A MAP, MAINTAINED BY
011080* TAG-MAINT. OPTIONAL - WITH NONE ON FILE NO TAGS LINES OR BROWSE
011081* BY TAG SECTION APPEAR AND EVERY TAGS ARRAY IS EMPTY
011082*-----------------------------------------------------------------
011083 FD  TagsFile.
011084 01  RM-TAGS-RECORD                PIC X(300).

011085*-----------------------------------------------------------------
011086* TAG MASTER - TAG|DESCRIPTION, THE CONTROLLED TAG VOCABULARY.
011087* OPTIONAL - WITH NONE ON FILE EVERY TAG IS ACCEPTED AS GIVEN
011088*-----------------------------------------------------------------
011089 FD  TagMasterFile.
011090 01  RM-TAGMAST-RECORD             PIC X(300).

011091 FD  FolderControlFile.
011100 01  RM-FOLDER-CONTROL-RECORD      PIC X(200).

011110 FD  CallStatusFile.
011120 01  RM-CALL-STATUS-RECORD        PIC X(02).

011128*-----------------------------------------------------------------
011132* SECOND-LANGUAGE FILES - L10N-CONTROL.DAT NAMES THE LANGUAGES,
011136* ONE LANGUAGE=CODE LINE EACH. MAP-METADATA-L10N.DAT IS
011140* NAME|LANG|DESCRIPTION AND CATEGORY-MASTER-L10N.DAT IS
011144* CATEGORY|LANG|DESCRIPTION, BOTH KEPT BY L10N-MAINT. ALL THREE
011148* ARE OPTIONAL - WITH NO CONTROL FILE ONLY THE BASE README IS
011152* WRITTEN, AS BEFORE
011156*-----------------------------------------------------------------
011160 FD  L10nControlFile.
011164 01  RM-L10NCTL-RECORD             PIC X(80).

011172 FD  L10nMapFile.
011176 01  RM-L10N-RECORD                PIC X(600).

011184 FD  L10nCatFile.
011188 01  RM-CATL10N-RECORD             PIC X(300).

011200*-----------------------------------------------------------------
011300* SORT WORK FILE - HOLDS VALID ENTRIES WHILE THEY ARE SORTED BY
011400* CATEGORY AND NAME
013700     05  RM-REJECT-SW              PIC X     VALUE 'N'.
013800         88  RM-Record-Rejected              VALUE 'Y'.
013900         88  RM-Record-Accepted              VALUE 'N'.
013910         88  RM-Record-Held                  VALUE 'H'.
014000     05  RM-DUPLICATE-SW           PIC X     VALUE 'N'.
014100         88  RM-Duplicate-Found              VALUE 'Y'.
014200         88  RM-Duplicate-Not-Found          VALUE 'N'.
014924     05  RM-TARGET-SW              PIC X     VALUE 'N'.
014925         88  RM-Target-Published             VALUE 'Y'.
014926         88  RM-Target-Not-Published         VALUE 'N'.
014927     05  RM-VERSION-AVAIL-SW       PIC X     VALUE 'N'.
014928         88  RM-Versions-On-File             VALUE 'Y'.
014929         88  RM-Versions-Not-On-File         VALUE 'N'.
014930     05  RM-VERSION-FOUND-SW       PIC X     VALUE 'N'.
014931         88  RM-Version-Found                VALUE 'Y'.
014932         88  RM-Version-Not-Found            VALUE 'N'.
014933     05  RM-ISSUE-AVAIL-SW         PIC X     VALUE 'N'.
014934         88  RM-Issues-On-File               VALUE 'Y'.
014935         88  RM-Issues-Not-On-File           VALUE 'N'.
014936     05  RM-DLHIST-AVAIL-SW        PIC X     VALUE 'N'.
014937         88  RM-History-On-File              VALUE 'Y'.
014938         88  RM-History-Not-On-File          VALUE 'N'.
014939     05  RM-SCHEDULE-SW            PIC X     VALUE 'L'.
014940         88  RM-Schedule-Live                VALUE 'L'.
014941         88  RM-Schedule-Not-Yet-Live        VALUE 'H'.
014942         88  RM-Schedule-Expired             VALUE 'X'.
014943     05  RM-EXPIRED-EOF-FLAG       PIC X     VALUE 'N'.
014944         88  End-Of-Expired                  VALUE 'Y'.
014945         88  Not-End-Of-Expired              VALUE 'N'.
014946     05  RM-EXPIRED-FIRST-SW       PIC X     VALUE 'Y'.
014947         88  RM-Expired-First                VALUE 'Y'.
014948         88  RM-Expired-Not-First            VALUE 'N'.
014949     05  RM-EXPIRED-OPEN-SW        PIC X     VALUE 'N'.
014950         88  RM-Expired-File-Open            VALUE 'Y'.
014951         88  RM-Expired-File-Closed          VALUE 'N'.
014952     05  RM-TAGS-EOF-FLAG          PIC X     VALUE 'N'.
014953         88  End-Of-Tags                     VALUE 'Y'.
014954         88  Not-End-Of-Tags                 VALUE 'N'.
014955     05  RM-TAGMAST-EOF-FLAG       PIC X     VALUE 'N'.
014956         88  End-Of-Tag-Master               VALUE 'Y'.
014957         88  Not-End-Of-Tag-Master           VALUE 'N'.
014958     05  RM-TAGMAST-LOADED-SW      PIC X     VALUE 'N'.
014959         88  RM-Tag-Master-Loaded            VALUE 'Y'.
014960         88  RM-Tag-Master-Absent            VALUE 'N'.
014961     05  RM-TAG-ON-MASTER-SW       PIC X     VALUE 'N'.
014962         88  RM-Tag-On-Master                VALUE 'Y'.
014963         88  RM-Tag-Not-On-Master            VALUE 'N'.
014964     05  RM-TAG-DUP-SW             PIC X     VALUE 'N'.
014965         88  RM-Tag-Duplicate                VALUE 'Y'.
014966         88  RM-Tag-Not-Duplicate            VALUE 'N'.
014967     05  RM-TAGS-SW                PIC X     VALUE 'N'.
014968         88  RM-Tags-Present                 VALUE 'Y'.
014969         88  RM-Tags-Absent                  VALUE 'N'.
014970     05  RM-TAG-INDEX-FIRST-SW     PIC X     VALUE 'Y'.
014971         88  RM-Tag-Index-First              VALUE 'Y'.
014972         88  RM-Tag-Index-Not-First          VALUE 'N'.
014973     05  RM-TAG-HEADING-SW         PIC X     VALUE 'Y'.
014974         88  RM-Tag-Heading-Due              VALUE 'Y'.
014975         88  RM-Tag-Heading-Written          VALUE 'N'.
014976     05  RM-L10NCTL-EOF-FLAG       PIC X     VALUE 'N'.
014977         88  End-Of-L10n-Control             VALUE 'Y'.
014978         88  Not-End-Of-L10n-Control         VALUE 'N'.
014979     05  RM-L10N-EOF-FLAG          PIC X     VALUE 'N'.
014980         88  End-Of-L10n                     VALUE 'Y'.
014981         88  Not-End-Of-L10n                 VALUE 'N'.
014982     05  RM-MASTER-EOF-FLAG        PIC X     VALUE 'N'.
014983         88  End-Of-Master                   VALUE 'Y'.
014984         88  Not-End-Of-Master               VALUE 'N'.
014985     05  RM-PASS-SW                PIC X     VALUE 'B'.
014986         88  RM-Base-Pass                    VALUE 'B'.
014987         88  RM-Language-Pass                VALUE 'L'.
014988     05  RM-LANG-CODE-SW           PIC X     VALUE 'Y'.
014989         88  RM-Lang-Code-Ok                 VALUE 'Y'.
014990         88  RM-Lang-Code-Bad                VALUE 'N'.
014991     05  RM-LANG-LISTED-SW         PIC X     VALUE 'N'.
014992         88  RM-Lang-Listed                  VALUE 'Y'.
014993         88  RM-Lang-Not-Listed              VALUE 'N'.

014900*-----------------------------------------------------------------
015000* COUNTERS
015200 77  RM-LINE-COUNT                 PIC 9(07) COMP VALUE ZERO.
015300 77  RM-VALID-COUNT                PIC 9(07) COMP VALUE ZERO.
015400 77  RM-REJECT-COUNT               PIC 9(07) COMP VALUE ZERO.
015401 77  RM-HELD-COUNT                 PIC 9(07) COMP VALUE ZERO.
015402 77  RM-EXPIRED-COUNT              PIC 9(07) COMP VALUE ZERO.
015405 77  RM-INPUT-STATUS               PIC X(02) VALUE SPACES.
015406 77  RM-OUTPUT-STATUS              PIC X(02) VALUE SPACES.
015407 77  RM-MANIFEST-STATUS            PIC X(02) VALUE SPACES.
016700 01  RM-EXCEPTION-ASSIGN           PIC X(250).
016800 01  RM-CHECKPOINT-ASSIGN          PIC X(250).
016900 01  RM-AUDIT-ASSIGN               PIC X(250).
016901 01  RM-METADATA-ASSIGN            PIC X(250).
016902 01  RM-CATMAST-ASSIGN             PIC X(250).
016903 01  RM-MAPMAST-ASSIGN             PIC X(250).
016904 01  RM-METAWORK-ASSIGN            PIC X(250).
016905 01  RM-DLCOUNT-ASSIGN             PIC X(250).
016906 01  RM-RETIRED-ASSIGN             PIC X(250).

016907*-----------------------------------------------------------------
016908* RETIRED-MAPS.DAT SPLIT WORK AREAS - EACH RECORD IS
016909* NAME|CATEGORY|DATE|REASON, PIPE-DELIMITED LIKE THE OTHER
016910* HAND-OFF FILES
016911*-----------------------------------------------------------------
016912 77  RM-RETIRED-STATUS             PIC X(02) VALUE SPACES.
016913 01  RM-RETIRED-SPLIT-FIELDS.
016914     05  RM-RET-SPLIT-NAME         PIC X(256).
016915     05  RM-RET-SPLIT-CATEGORY     PIC X(30).
016916     05  RM-RET-SPLIT-DATE         PIC X(10).
016917     05  RM-RET-SPLIT-REASON       PIC X(200).

016918*-----------------------------------------------------------------
016919* PUBLISH/EXPIRE SCHEDULE WORK AREAS - THE DATE BEING CHECKED
016920* FOR YYYY-MM-DD FORM, AND THE EXPIRED-EVENTS.DAT SPLIT FIELDS
016921*-----------------------------------------------------------------
016922 77  RM-EXPIRED-STATUS             PIC X(02) VALUE SPACES.
016923 01  RM-EXPIRED-ASSIGN             PIC X(250).
016924 01  RM-SCHED-DATE                 PIC X(10).
016925 01  RM-SCHED-DATE-PARTS REDEFINES RM-SCHED-DATE.
016926     05  RM-SCHED-YYYY             PIC X(04).
016927     05  RM-SCHED-SEP1             PIC X(01).
016928     05  RM-SCHED-MM               PIC X(02).
016929     05  RM-SCHED-SEP2             PIC X(01).
016930     05  RM-SCHED-DD               PIC X(02).
016931 01  RM-EXPIRED-SPLIT-FIELDS.
016932     05  RM-EXP-SPLIT-NAME         PIC X(256).
016933     05  RM-EXP-SPLIT-CATEGORY     PIC X(30).
016934     05  RM-EXP-SPLIT-DATE         PIC X(10).
016935     05  RM-EXP-SPLIT-DESC         PIC X(200).

016936*-----------------------------------------------------------------
016937* MAP-TAGS.DAT AND TAG-MASTER.DAT TABLES AND SPLIT WORK AREAS.
016938* TAGS ARE HELD IN THE MASTER'S SPELLING (FIRST-USE SPELLING WITH
016939* NO MASTER) SO ONE TAG CANNOT SPLIT INTO TWO BY CASE. THE TAG
016940* INDEX LIST IS WHAT THE BROWSE BY TAG SECTION WALKS: THE WHOLE
016941* MASTER IN FILE ORDER, OR EACH TAG IN ORDER OF FIRST USE WHEN
016942* THERE IS NO MASTER
016943*-----------------------------------------------------------------
016944 77  RM-TAGS-STATUS                PIC X(02) VALUE SPACES.
016945 77  RM-TAGMAST-STATUS             PIC X(02) VALUE SPACES.
016946 01  RM-TAGS-ASSIGN                PIC X(250).
016947 01  RM-TAGMAST-ASSIGN             PIC X(250).
016948 77  RM-TAGS-COUNT                 PIC 9(04) COMP VALUE ZERO.
016949 77  RM-TAGMAST-COUNT              PIC 9(03) COMP VALUE ZERO.
016950 77  RM-TAG-INDEX-COUNT            PIC 9(04) COMP VALUE ZERO.
016951 77  RM-TAGMAST-FOUND-IDX          PIC 9(03) COMP VALUE ZERO.
016952 77  RM-TAG-MD-PTR                 PIC 9(04) COMP VALUE ZERO.
016953 77  RM-TAG-JSON-PTR               PIC 9(04) COMP VALUE ZERO.
016954 01  RM-TAG-SPLIT-FIELDS.
016955     05  RM-TAG-SPLIT-NAME         PIC X(256).
016956     05  RM-TAG-SPLIT-TAG          PIC X(30).
016957 01  RM-TAGMAST-SPLIT-FIELDS.
016958     05  RM-TMS-SPLIT-TAG          PIC X(30).
016959     05  RM-TMS-SPLIT-DESC         PIC X(132).
016960 01  RM-TAG-CANDIDATE              PIC X(30).
016961 01  RM-TAG-CANDIDATE-UPPER        PIC X(30).
016962 01  RM-TAGMAST-TABLE.
016963     05  RM-TMS-ENTRY              OCCURS 200 TIMES
016964                                   INDEXED BY RM-TMS-IDX.
016965         10  RM-TMS-TAG            PIC X(30).
016966         10  RM-TMS-UPPER          PIC X(30).
016967 01  RM-TAGS-TABLE.
016968     05  RM-TAG-ENTRY              OCCURS 5000 TIMES
016969                                   INDEXED BY RM-TAG-IDX.
016970         10  RM-TAG-NAME           PIC X(256).
016971         10  RM-TAG-VALUE          PIC X(30).
016972 01  RM-TAG-INDEX-TABLE.
016973     05  RM-TIX-TAG                PIC X(30) OCCURS 5000 TIMES
016974                                   INDEXED BY RM-TIX-IDX.
016975 01  RM-TAGS-MD                    PIC X(512).
016976 01  RM-TAGS-JSON                  PIC X(512).
016977 01  RM-JSON-TAG-ESC               PIC X(512).

016978*-----------------------------------------------------------------
016979* MAP-DEPENDS.DAT TABLE AND SPLIT WORK AREAS - EACH RECORD IS
016980* NAME|REQUIRED-NAME. THE TABLE IS SCANNED PER PUBLISHED ENTRY
016981* DURING THE SORTED OUTPUT PASS; EACH TARGET IS VALIDATED WITH
016982* A KEYED MAP-MASTER READ BEFORE IT IS RENDERED
016983*-----------------------------------------------------------------
016984 77  RM-DEPENDS-STATUS             PIC X(02) VALUE SPACES.
016985 01  RM-DEPENDS-ASSIGN             PIC X(250).
016986 77  RM-DEPENDS-COUNT              PIC 9(03) COMP VALUE ZERO.
016987 77  RM-DEP-REJECT-COUNT           PIC 9(05) COMP VALUE ZERO.
016988 77  RM-REQ-MD-PTR                 PIC 9(04) COMP VALUE ZERO.
016989 77  RM-REQ-JSON-PTR               PIC 9(04) COMP VALUE ZERO.
016990 01  RM-DEP-SPLIT-FIELDS.
016991     05  RM-DEP-SPLIT-NAME         PIC X(256).
016992     05  RM-DEP-SPLIT-REQUIRED     PIC X(256).
016993 01  RM-DEPENDS-TABLE.
016994     05  RM-DEP-ENTRY              OCCURS 500 TIMES
016996                                   INDEXED BY RM-DEP-IDX.
016998         10  RM-DEP-NAME           PIC X(256).
017000         10  RM-DEP-REQUIRED       PIC X(256).
017002 01  RM-REQUIRES-MD                PIC X(512).
017004 01  RM-REQUIRES-JSON              PIC X(512).
017006 01  RM-JSON-REQUIRED-ESC          PIC X(512).

017008*-----------------------------------------------------------------
017010* MAP-VERSIONS.DAT WORK AREAS - THE CURRENT-VERSION RECORD IS
017012* HELD HERE WHILE A HISTORY RECORD FOR THE VERSION IT REPLACES IS
017014* WRITTEN, AND THE VERSION AND LAST-UPDATED DATE OF THE ENTRY
017016* BEING DISPLAYED ARE KEPT FOR THE BULLET AND MANIFEST OBJECT
017018*-----------------------------------------------------------------
017020 77  RM-VER-STATUS                 PIC X(02) VALUE SPACES.
017022 77  RM-VER-ACTION                 PIC X(07) VALUE SPACES.
017024 01  RM-VERSION-ASSIGN             PIC X(250).
017026 01  RM-VER-HOLD-RECORD            PIC X(422).
017028 01  RM-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.
017030 01  RM-CUR-VER-NUMBER             PIC 9(05) VALUE ZERO.
017032 01  RM-CUR-VER-UPDATED            PIC X(10) VALUE SPACES.
017034 01  RM-VER-DISPLAY                PIC Z(04)9.

017036*-----------------------------------------------------------------
017038* ISSUE-MASTER.DAT WORK AREAS - THE OPEN-ISSUE COUNT OF THE ENTRY
017040* BEING DISPLAYED, ZERO WHEN IT HAS NONE OR THERE IS NO MASTER
017042*-----------------------------------------------------------------
017044 77  RM-ISSUE-STATUS               PIC X(02) VALUE SPACES.
017046 01  RM-ISSUE-ASSIGN               PIC X(250).
017048 01  RM-CUR-OPEN-ISSUES            PIC 9(05) VALUE ZERO.
017050 01  RM-ISSUE-DISPLAY              PIC Z(04)9.

017052*-----------------------------------------------------------------
017054* DOWNLOAD COUNT WORK AREAS AND THE MOST DOWNLOADED TOP-TEN
017056* TABLE, KEPT IN DESCENDING COUNT ORDER AS ENTRIES ARE RANKED
017058* DURING THE VALIDATION PASS
017060*-----------------------------------------------------------------
017062 77  RM-DLC-STATUS                 PIC X(02) VALUE SPACES.
017092 77  RM-CURRENT-DLCOUNT            PIC 9(09) VALUE ZERO.
017093 77  RM-TOP-USED                   PIC 9(02) COMP VALUE ZERO.
017094 77  RM-TOP-I                      PIC 9(02) COMP VALUE ZERO.
017101         10  RM-TOP-COUNT          PIC 9(09) COMP.
017102 01  RM-DL-DISPLAY                 PIC Z(08)9.

017112*-----------------------------------------------------------------
017113* DOWNLOAD-HISTORY.DAT WORK AREAS AND THE TRENDING TOP-TEN,
017114* RANKED ON THE RUN MONTH'S DOWNLOADS THE SAME WAY AS THE MOST
017115* DOWNLOADED TABLE
017116*-----------------------------------------------------------------
017117 77  RM-DLH-STATUS                 PIC X(02) VALUE SPACES.
017118 01  RM-DLHIST-ASSIGN              PIC X(250).
017119 77  RM-TREND-MONTH                PIC 9(06) VALUE ZERO.
017120 01  RM-TREND-LABEL                PIC X(07) VALUE SPACES.
017121 77  RM-CURRENT-MONTH-DL           PIC 9(09) VALUE ZERO.
017122 77  RM-TRD-USED                   PIC 9(02) COMP VALUE ZERO.
017123 77  RM-TRD-I                      PIC 9(02) COMP VALUE ZERO.
017124 77  RM-TRD-J                      PIC 9(02) COMP VALUE ZERO.
017125 77  RM-TRD-INS                    PIC 9(02) COMP VALUE ZERO.
017126 01  RM-TRD-TABLE.
017127     05  RM-TRD-ENTRY              OCCURS 10 TIMES.
017128         10  RM-TRD-NAME           PIC X(256).
017129         10  RM-TRD-COUNT          PIC 9(09) COMP.

017131*-----------------------------------------------------------------
017132* SECOND-LANGUAGE WORK AREAS - THE LANGUAGES LOADED FROM
017133* L10N-CONTROL.DAT (A CODE IS 1-8 OF A-Z, 0-9 AND '-'; A BAD OR
017134* REPEATED CODE, OR ONE PAST THE FIFTH, IS IGNORED) AND, FOR THE
017135* LANGUAGE BEING WRITTEN, ITS MAP AND CATEGORY TRANSLATIONS.
017136* RM-SHOWN-DESC IS THE DESCRIPTION AS IT GOES ON THE PAGE: THE
017137* TRANSLATION, OR THE BASE TEXT WITH THE UNTRANSLATED MARK
017138*-----------------------------------------------------------------
017139 77  RM-L10NCTL-STATUS             PIC X(02) VALUE SPACES.
017140 77  RM-L10N-STATUS                PIC X(02) VALUE SPACES.
017141 77  RM-CATL10N-STATUS             PIC X(02) VALUE SPACES.
017142 01  RM-L10N-ASSIGN                PIC X(250).
017143 01  RM-CATL10N-ASSIGN             PIC X(250).
017144 77  RM-LANG-COUNT                 PIC 9(02) COMP VALUE ZERO.
017145 77  RM-LANG-CHAR-IDX              PIC 9(02) COMP VALUE ZERO.
017146 77  RM-L10N-COUNT                 PIC 9(04) COMP VALUE ZERO.
017147 77  RM-CATL10N-COUNT              PIC 9(03) COMP VALUE ZERO.
017148 01  RM-CUR-LANG                   PIC X(08) VALUE SPACES.
017149 01  RM-LANG-CANDIDATE             PIC X(08).
017150 01  RM-LANG-CHAR                  PIC X(01).
017151     88  RM-Lang-Char-Ok           VALUE 'A' THRU 'Z'
017152                                         '0' THRU '9' '-'.
017153 01  RM-L10NCTL-SPLIT-FIELDS.
017154     05  RM-L10NCTL-SPLIT-KEY      PIC X(20).
017155     05  RM-L10NCTL-SPLIT-VALUE    PIC X(20).
017156 01  RM-L10N-SPLIT-FIELDS.
017157     05  RM-L10N-SPLIT-NAME        PIC X(256).
017158     05  RM-L10N-SPLIT-LANG        PIC X(20).
017159     05  RM-L10N-SPLIT-DESC        PIC X(200).
017160 01  RM-LANG-TABLE.
017161     05  RM-LANG-CODE              PIC X(08) OCCURS 5 TIMES
017162                                   INDEXED BY RM-LANG-IDX.
017163 01  RM-L10N-TABLE.
017164     05  RM-L10N-ENTRY             OCCURS 5000 TIMES
017165                                   INDEXED BY RM-L10N-IDX.
017166         10  RM-L10N-NAME          PIC X(256).
017167         10  RM-L10N-DESC          PIC X(200).
017168 01  RM-CATL10N-TABLE.
017169     05  RM-CATL10N-ENTRY          OCCURS 100 TIMES
017170                                   INDEXED BY RM-CATL10N-IDX.
017171         10  RM-CATL10N-NAME       PIC X(30).
017172         10  RM-CATL10N-DESC       PIC X(132).
017173 01  RM-L10N-LOOKUP-NAME           PIC X(256).
017174 01  RM-L10N-BASE-DESC             PIC X(200).
017175 01  RM-SHOWN-DESC                 PIC X(220).
017176 01  RM-UNTRANSLATED-MARK          PIC X(17)
017177                                   VALUE ' *(untranslated)*'.

017100*-----------------------------------------------------------------
017200* CHECKPOINT WORK AREAS
017300*-----------------------------------------------------------------
019500     05  FILLER                    PIC X(01) VALUE SPACE.
019600     05  FILLER                    PIC X(09) VALUE 'REJECTED='.
019700     05  RM-AUD-REJECTED            PIC Z(06)9.
019710     05  FILLER                    PIC X(01) VALUE SPACE.
019720     05  FILLER                    PIC X(05) VALUE 'HELD='.
019730     05  RM-AUD-HELD                PIC Z(06)9.

020500*-----------------------------------------------------------------
020600* MAP-METADATA.DAT SPLIT WORK AREAS - EACH RECORD IS
020700* NAME|DESCRIPTION|UPLOADER|UPLOAD-DATE|SIZE|CHECKSUM|PUBLISH-ON|
020701* EXPIRE-ON, THE LAST FOUR OPTIONAL. THE DELIMITER IS A PIPE,
020710* NOT A COMMA, SINCE DESCRIPTION IS FREE TEXT AND A COMMA IN
020720* ORDINARY PROSE MUST NOT SHIFT THE FIELDS AFTER IT. THE PARSED
020730* FIELDS ARE WRITTEN STRAIGHT INTO THE KEYED META-MASTER.DAT
021600     05  RM-META-SPLIT-DATE        PIC X(10).
021610     05  RM-META-SPLIT-SIZE        PIC X(12).
021620     05  RM-META-SPLIT-CHECKSUM    PIC X(64).
021630     05  RM-META-SPLIT-PUBLISH-ON  PIC X(10).
021640     05  RM-META-SPLIT-EXPIRE-ON   PIC X(10).

022310*-----------------------------------------------------------------
022320* CATEGORY-MASTER.DAT WORK AREAS AND VOCABULARY TABLE - EACH
026200                         THRU 2000-EXIT
026300             OUTPUT PROCEDURE 3000-DISPLAY-SORTED
026400                         THRU 3000-EXIT
026405         PERFORM 4000-WRITE-LANGUAGE-READMES THRU 4000-EXIT
026410     END-IF
026500     PERFORM 9000-TERMINATE       THRU 9000-EXIT
026600     GOBACK.
027700         MOVE ZERO TO RM-LINE-COUNT
027800         MOVE ZERO TO RM-VALID-COUNT
027900         MOVE ZERO TO RM-REJECT-COUNT
027910         MOVE ZERO TO RM-HELD-COUNT
027920         MOVE ZERO TO RM-EXPIRED-COUNT
028200         MOVE HIGH-VALUES TO RM-PREV-CATEGORY
028205         MOVE ZERO TO RM-CAT-COUNT
028400         PERFORM 1200-LOAD-METADATA   THRU 1200-EXIT
028410         IF RM-Init-Ok
028450             PERFORM 1300-LOAD-CAT-MASTER THRU 1300-EXIT
028455             PERFORM 1400-LOAD-DEPENDS THRU 1400-EXIT
028456             PERFORM 1700-LOAD-TAG-MASTER THRU 1700-EXIT
028457             PERFORM 1800-LOAD-TAGS THRU 1800-EXIT
028460             PERFORM 1500-OPEN-DOWNLOAD-COUNTS THRU 1500-EXIT
028465             PERFORM 1600-OPEN-VERSION-LEDGER THRU 1600-EXIT
028467             PERFORM 1900-OPEN-ISSUE-MASTER THRU 1900-EXIT
028477             PERFORM 1950-OPEN-DOWNLOAD-HISTORY THRU 1950-EXIT
028500             OPEN OUTPUT CheckpointFile
028510             IF RM-CKPT-STATUS NOT = '00'
028520                 PERFORM 1060-WRITE-OPEN-FAILURE THRU 1060-EXIT
028373         CLOSE DownloadCountsFile
028374         SET RM-Downloads-Not-On-File TO TRUE
028375     END-IF
028376     IF RM-Versions-On-File
028377         CLOSE VersionFile
028378         SET RM-Versions-Not-On-File TO TRUE
028379     END-IF
028380     IF RM-Issues-On-File
028381         CLOSE IssueMasterFile
028382         SET RM-Issues-Not-On-File TO TRUE
028383     END-IF
028384     IF RM-History-On-File
028385         CLOSE DownloadHistoryFile
028386         SET RM-History-Not-On-File TO TRUE
028387     END-IF
028388     IF RM-CKPT-STATUS = '00'
028389         CLOSE CheckpointFile
028390     END-IF.
028395 1060-EXIT.
028398     EXIT.

030900     IF RM-FOLDER-PATH = SPACES
031000         MOVE 'FILE-LIST.DAT'    TO RM-INPUT-ASSIGN
031100         MOVE 'README-STAGED.MD' TO RM-OUTPUT-ASSIGN
031200         MOVE 'MANIFEST-STAGED.JSON' TO RM-MANIFEST-ASSIGN
031300         MOVE 'EXCEPTION.RPT'    TO RM-EXCEPTION-ASSIGN
031400         MOVE 'CHECKPOINT.DAT'   TO RM-CHECKPOINT-ASSIGN
031500         MOVE 'AUDIT-LOG.DAT'    TO RM-AUDIT-ASSIGN
031640         MOVE 'DOWNLOAD-COUNTS.DAT' TO RM-DLCOUNT-ASSIGN
031650         MOVE 'RETIRED-MAPS.DAT' TO RM-RETIRED-ASSIGN
031660         MOVE 'MAP-DEPENDS.DAT' TO RM-DEPENDS-ASSIGN
031670         MOVE 'MAP-VERSIONS.DAT' TO RM-VERSION-ASSIGN
031680         MOVE 'EXPIRED-EVENTS.DAT' TO RM-EXPIRED-ASSIGN
031686         MOVE 'MAP-TAGS.DAT' TO RM-TAGS-ASSIGN
031692         MOVE 'TAG-MASTER.DAT' TO RM-TAGMAST-ASSIGN
031694         MOVE 'ISSUE-MASTER.DAT' TO RM-ISSUE-ASSIGN
031697         MOVE 'DOWNLOAD-HISTORY.DAT' TO RM-DLHIST-ASSIGN
031698         MOVE 'MAP-METADATA-L10N.DAT' TO RM-L10N-ASSIGN
031699         MOVE 'CATEGORY-MASTER-L10N.DAT' TO RM-CATL10N-ASSIGN
031700     ELSE
031800         STRING FUNCTION TRIM(RM-FOLDER-PATH) '/FILE-LIST.DAT'
031900             DELIMITED BY SIZE INTO RM-INPUT-ASSIGN
032000         STRING FUNCTION TRIM(RM-FOLDER-PATH) '/README-STAGED.MD'
032100             DELIMITED BY SIZE INTO RM-OUTPUT-ASSIGN
032200         STRING FUNCTION TRIM(RM-FOLDER-PATH)
032250             '/MANIFEST-STAGED.JSON'
032300             DELIMITED BY SIZE INTO RM-MANIFEST-ASSIGN
032400         STRING FUNCTION TRIM(RM-FOLDER-PATH) '/EXCEPTION.RPT'
032500             DELIMITED BY SIZE INTO RM-EXCEPTION-ASSIGN
033250         STRING FUNCTION TRIM(RM-FOLDER-PATH)
033260             '/MAP-DEPENDS.DAT'
033270             DELIMITED BY SIZE INTO RM-DEPENDS-ASSIGN
033271         STRING FUNCTION TRIM(RM-FOLDER-PATH)
033272             '/MAP-VERSIONS.DAT'
033273             DELIMITED BY SIZE INTO RM-VERSION-ASSIGN
033274         STRING FUNCTION TRIM(RM-FOLDER-PATH)
033275             '/EXPIRED-EVENTS.DAT'
033276             DELIMITED BY SIZE INTO RM-EXPIRED-ASSIGN
033277         STRING FUNCTION TRIM(RM-FOLDER-PATH) '/MAP-TAGS.DAT'
033278             DELIMITED BY SIZE INTO RM-TAGS-ASSIGN
033279         STRING FUNCTION TRIM(RM-FOLDER-PATH) '/TAG-MASTER.DAT'
033280             DELIMITED BY SIZE INTO RM-TAGMAST-ASSIGN
033281         STRING FUNCTION TRIM(RM-FOLDER-PATH) '/ISSUE-MASTER.DAT'
033282             DELIMITED BY SIZE INTO RM-ISSUE-ASSIGN
033283         STRING FUNCTION TRIM(RM-FOLDER-PATH)
033284             '/DOWNLOAD-HISTORY.DAT'
033285             DELIMITED BY SIZE INTO RM-DLHIST-ASSIGN
033286         STRING FUNCTION TRIM(RM-FOLDER-PATH)
033287             '/MAP-METADATA-L10N.DAT'
033288             DELIMITED BY SIZE INTO RM-L10N-ASSIGN
033289         STRING FUNCTION TRIM(RM-FOLDER-PATH)
033290             '/CATEGORY-MASTER-L10N.DAT'
033291             DELIMITED BY SIZE INTO RM-CATL10N-ASSIGN
033200     END-IF.
033300 1050-EXIT.
033400     EXIT.
040500         INTO RM-META-SPLIT-NAME RM-META-SPLIT-DESC
040600              RM-META-SPLIT-UPLOADER RM-META-SPLIT-DATE
040620              RM-META-SPLIT-SIZE RM-META-SPLIT-CHECKSUM
040630              RM-META-SPLIT-PUBLISH-ON RM-META-SPLIT-EXPIRE-ON
040610     IF FUNCTION TRIM(RM-META-SPLIT-NAME) NOT = SPACES
040700         MOVE FUNCTION TRIM(RM-META-SPLIT-NAME)
040800             TO RM-METAWORK-NAME
041420             TO RM-METAWORK-SIZE
041430         MOVE FUNCTION TRIM(RM-META-SPLIT-CHECKSUM)
041440             TO RM-METAWORK-CHECKSUM
041450         MOVE FUNCTION TRIM(RM-META-SPLIT-PUBLISH-ON)
041460             TO RM-METAWORK-PUBLISH-ON
041470         MOVE FUNCTION TRIM(RM-META-SPLIT-EXPIRE-ON)
041480             TO RM-METAWORK-EXPIRE-ON
041500         WRITE RM-METAWORK-RECORD
041510     END-IF.
041600 1220-EXIT.
041845         SET RM-Downloads-Not-On-File TO TRUE
041847     END-IF.
041849 1500-EXIT.
041850     EXIT.

041853*****************************************************************
041855* 1600-OPEN-VERSION-LEDGER - OPEN THE MAP-VERSIONS.DAT          *
041857*                 LEDGER FOR UPDATE, CREATING IT ON FIRST USE.  *
041859*                 A LEDGER THAT CANNOT BE OPENED DOES NOT STOP  *
041860*                 THE README - THE RUN GOES ON WITHOUT VERSION  *
041863*                 NUMBERS AND THE FAILURE IS NOTED ON           *
041865*                 EXCEPTION.RPT SO NO REVISION GOES UNRECORDED  *
041867*                 WITHOUT SOMEONE HEARING ABOUT IT              *
041869*****************************************************************
041870 1600-OPEN-VERSION-LEDGER.
041874     ACCEPT RM-RUN-DATE-RAW FROM DATE YYYYMMDD
041875     MOVE SPACES TO RM-RUN-DATE-DISPLAY
041876     STRING RM-RUN-DATE-RAW(1:4) '-' RM-RUN-DATE-RAW(5:2) '-'
041877         RM-RUN-DATE-RAW(7:2) DELIMITED BY SIZE
041878         INTO RM-RUN-DATE-DISPLAY
041879     OPEN I-O VersionFile
041880     IF RM-VER-STATUS = '35'
041881         OPEN OUTPUT VersionFile
041882         IF RM-VER-STATUS = '00'
041883             CLOSE VersionFile
041884             OPEN I-O VersionFile
041885         END-IF
041886     END-IF
041887     IF RM-VER-STATUS = '00'
041888         SET RM-Versions-On-File TO TRUE
041889     ELSE
041890         SET RM-Versions-Not-On-File TO TRUE
041891         MOVE 'EXCEPTION' TO RM-EXC-TAG
041892         MOVE ZERO TO RM-EXC-LINE-NO
041893         MOVE 'LEDGER UNAVAILABLE' TO RM-EXC-REASON
041894         MOVE SPACES TO RM-EXC-TEXT
041895         STRING 'MAP-VERSIONS.DAT COULD NOT BE OPENED (STATUS='
041896             DELIMITED BY SIZE
041897             RM-VER-STATUS DELIMITED BY SIZE
041898             ')' DELIMITED BY SIZE
041899             INTO RM-EXC-TEXT
041900         WRITE RM-EXCEPTION-RECORD FROM RM-EXCEPTION-LINE
041901     END-IF.
041902 1600-EXIT.
041903     EXIT.

041904*****************************************************************
041905* 1700-LOAD-TAG-MASTER - IF TAG-MASTER.DAT EXISTS, LOAD ITS     *
041906*                 TAGS INTO THE VOCABULARY TABLE AND THE TAG    *
041907*                 INDEX LIST. THE FILE IS OPTIONAL - WITH NONE  *
041908*                 ON FILE EVERY TAG IS ACCEPTED AS GIVEN        *
041909*****************************************************************
041910 1700-LOAD-TAG-MASTER.
041911     OPEN INPUT TagMasterFile
041912     IF RM-TAGMAST-STATUS NOT = '00'
041913         GO TO 1700-EXIT
041914     END-IF
041915     SET RM-Tag-Master-Loaded TO TRUE
041916     PERFORM 1710-READ-TAG-MASTER THRU 1710-EXIT
041917     PERFORM UNTIL End-Of-Tag-Master
041918         PERFORM 1720-STORE-TAG-MASTER THRU 1720-EXIT
041919         PERFORM 1710-READ-TAG-MASTER THRU 1710-EXIT
041920     END-PERFORM
041921     CLOSE TagMasterFile.
041922 1700-EXIT.
041923     EXIT.

041924*****************************************************************
041925* 1710-READ-TAG-MASTER - READ ONE LINE OF TAG-MASTER.DAT        *
041926*****************************************************************
041927 1710-READ-TAG-MASTER.
041928     READ TagMasterFile
041929         AT END
041930             SET End-Of-Tag-Master TO TRUE
041931     END-READ.
041932 1710-EXIT.
041933     EXIT.

041934*****************************************************************
041935* 1720-STORE-TAG-MASTER - STORE ONE MASTER TAG AND ITS UPPER-   *
041936*                 CASED FORM, AND ADD IT TO THE TAG INDEX LIST. *
041937*                 BLANK AND REPEATED TAGS ARE SKIPPED           *
041938*****************************************************************
041939 1720-STORE-TAG-MASTER.
041940     MOVE SPACES TO RM-TAGMAST-SPLIT-FIELDS
041941     UNSTRING RM-TAGMAST-RECORD DELIMITED BY '|'
041942         INTO RM-TMS-SPLIT-TAG RM-TMS-SPLIT-DESC
041943     IF FUNCTION TRIM(RM-TMS-SPLIT-TAG) = SPACES
041944         OR RM-TAGMAST-COUNT NOT < 200
041945         GO TO 1720-EXIT
041946     END-IF
041947     MOVE FUNCTION TRIM(RM-TMS-SPLIT-TAG) TO RM-TAG-CANDIDATE
041948     MOVE FUNCTION UPPER-CASE(RM-TAG-CANDIDATE)
041949         TO RM-TAG-CANDIDATE-UPPER
041950     PERFORM 1840-FIND-ON-TAG-MASTER THRU 1840-EXIT
041951     IF RM-Tag-On-Master
041952         GO TO 1720-EXIT
041953     END-IF
041954     ADD 1 TO RM-TAGMAST-COUNT
041955     MOVE RM-TAG-CANDIDATE TO RM-TMS-TAG(RM-TAGMAST-COUNT)
041956     MOVE RM-TAG-CANDIDATE-UPPER TO RM-TMS-UPPER(RM-TAGMAST-COUNT)
041957     ADD 1 TO RM-TAG-INDEX-COUNT
041958     MOVE RM-TAG-CANDIDATE TO RM-TIX-TAG(RM-TAG-INDEX-COUNT).
041959 1720-EXIT.
041960     EXIT.

041961*****************************************************************
041962* 1800-LOAD-TAGS - IF MAP-TAGS.DAT EXISTS, LOAD ITS NAME|TAG    *
041963*                 RECORDS INTO THE TABLE. THE FILE IS OPTIONAL. *
041964*                 RECORDS PAST THE 1000-ENTRY CAP ARE REPORTED  *
041965*                 AS EXCEPTIONS SO A TRUNCATED TAG SET CANNOT   *
041966*                 PASS SILENTLY                                 *
041967*****************************************************************
041968 1800-LOAD-TAGS.
041969     OPEN INPUT TagsFile
041970     IF RM-TAGS-STATUS NOT = '00'
041971         GO TO 1800-EXIT
041972     END-IF
041973     PERFORM 1810-READ-TAGS THRU 1810-EXIT
041974     PERFORM UNTIL End-Of-Tags
041975         PERFORM 1820-STORE-TAG THRU 1820-EXIT
041976         PERFORM 1810-READ-TAGS THRU 1810-EXIT
041977     END-PERFORM
041978     CLOSE TagsFile.
041979 1800-EXIT.
041980     EXIT.

041981*****************************************************************
041982* 1810-READ-TAGS - READ ONE LINE OF MAP-TAGS.DAT                *
041983*****************************************************************
041984 1810-READ-TAGS.
041985     READ TagsFile
041986         AT END
041987             SET End-Of-Tags TO TRUE
041988     END-READ.
041989 1810-EXIT.
041990     EXIT.

041991*****************************************************************
041992* 1820-STORE-TAG - PARSE ONE TAG RECORD. A RECORD WITH EITHER   *
041993*                 FIELD BLANK, A TAG NOT ON A LOADED MASTER,    *
041994*                 AND RECORDS PAST THE TABLE CAP GO TO          *
041995*                 EXCEPTION.RPT. A TAG THE MAP ALREADY CARRIES  *
041996*                 (IN ANY CASE) IS KEPT ONCE                    *
041997*****************************************************************
041998 1820-STORE-TAG.
041999     MOVE SPACES TO RM-TAG-SPLIT-FIELDS
042000     UNSTRING RM-TAGS-RECORD DELIMITED BY '|'
042001         INTO RM-TAG-SPLIT-NAME RM-TAG-SPLIT-TAG
042002     IF FUNCTION TRIM(RM-TAGS-RECORD) = SPACES
042003         GO TO 1820-EXIT
042004     END-IF
042005     MOVE 'EXCEPTION' TO RM-EXC-TAG
042006     MOVE ZERO TO RM-EXC-LINE-NO
042007     MOVE RM-TAGS-RECORD TO RM-EXC-TEXT
042008     IF FUNCTION TRIM(RM-TAG-SPLIT-NAME) = SPACES
042009         OR FUNCTION TRIM(RM-TAG-SPLIT-TAG) = SPACES
042010         MOVE 'BAD TAG' TO RM-EXC-REASON
042011         WRITE RM-EXCEPTION-RECORD FROM RM-EXCEPTION-LINE
042012         GO TO 1820-EXIT
042013     END-IF
042014     MOVE FUNCTION TRIM(RM-TAG-SPLIT-TAG) TO RM-TAG-CANDIDATE
042015     MOVE FUNCTION UPPER-CASE(RM-TAG-CANDIDATE)
042016         TO RM-TAG-CANDIDATE-UPPER
042017     IF RM-Tag-Master-Loaded
042018         PERFORM 1840-FIND-ON-TAG-MASTER THRU 1840-EXIT
042019         IF RM-Tag-Not-On-Master
042020             MOVE 'INVALID TAG' TO RM-EXC-REASON
042021             WRITE RM-EXCEPTION-RECORD FROM RM-EXCEPTION-LINE
042022             GO TO 1820-EXIT
042023         END-IF
042024     ELSE
042025         PERFORM 1850-ADD-TO-TAG-INDEX THRU 1850-EXIT
042026     END-IF
042027     PERFORM 1830-CHECK-DUPLICATE-TAG THRU 1830-EXIT
042028     IF RM-Tag-Duplicate
042029         GO TO 1820-EXIT
042030     END-IF
042031     IF RM-TAGS-COUNT < 5000
042032         ADD 1 TO RM-TAGS-COUNT
042033         MOVE FUNCTION TRIM(RM-TAG-SPLIT-NAME)
042034             TO RM-TAG-NAME(RM-TAGS-COUNT)
042035         MOVE RM-TAG-CANDIDATE TO RM-TAG-VALUE(RM-TAGS-COUNT)
042036     ELSE
042037         MOVE 'TAGS TABLE FULL' TO RM-EXC-REASON
042038         WRITE RM-EXCEPTION-RECORD FROM RM-EXCEPTION-LINE
042039     END-IF.
042040 1820-EXIT.
042041     EXIT.

042042*****************************************************************
042043* 1830-CHECK-DUPLICATE-TAG - DOES THE MAP ALREADY CARRY THE     *
042044*                 CANDIDATE TAG? BOTH ARE IN THE SAME SPELLING  *
042045*                 BY NOW, SO AN EXACT MATCH IS ENOUGH           *
042046*****************************************************************
042047 1830-CHECK-DUPLICATE-TAG.
042048     SET RM-Tag-Not-Duplicate TO TRUE
042049     PERFORM VARYING RM-TAG-IDX FROM 1 BY 1
042050             UNTIL RM-TAG-IDX > RM-TAGS-COUNT
042051                OR RM-Tag-Duplicate
042052         IF RM-TAG-VALUE(RM-TAG-IDX) = RM-TAG-CANDIDATE
042053             AND RM-TAG-NAME(RM-TAG-IDX)
042054               = FUNCTION TRIM(RM-TAG-SPLIT-NAME)
042055             SET RM-Tag-Duplicate TO TRUE
042056         END-IF
042057     END-PERFORM.
042058 1830-EXIT.
042059     EXIT.

042060*****************************************************************
042061* 1840-FIND-ON-TAG-MASTER - LOOK THE CANDIDATE TAG UP ON THE    *
042062*                 MASTER CASE-BLIND; WHEN FOUND IT TAKES THE    *
042063*                 MASTER'S SPELLING                             *
042064*****************************************************************
042065 1840-FIND-ON-TAG-MASTER.
042066     SET RM-Tag-Not-On-Master TO TRUE
042067     MOVE ZERO TO RM-TAGMAST-FOUND-IDX
042068     PERFORM VARYING RM-TMS-IDX FROM 1 BY 1
042069             UNTIL RM-TMS-IDX > RM-TAGMAST-COUNT
042070                OR RM-Tag-On-Master
042071         IF RM-TMS-UPPER(RM-TMS-IDX) = RM-TAG-CANDIDATE-UPPER
042072             SET RM-Tag-On-Master TO TRUE
042073             SET RM-TAGMAST-FOUND-IDX TO RM-TMS-IDX
042074         END-IF
042075     END-PERFORM
042076     IF RM-Tag-On-Master
042077         MOVE RM-TMS-TAG(RM-TAGMAST-FOUND-IDX) TO RM-TAG-CANDIDATE
042078     END-IF.
042079 1840-EXIT.
042080     EXIT.

042081*****************************************************************
042082* 1850-ADD-TO-TAG-INDEX - WITH NO MASTER ON FILE, A TAG SEEN    *
042083*                 FOR THE FIRST TIME (CASE-BLIND) JOINS THE TAG *
042084*                 INDEX LIST; ONE SEEN BEFORE TAKES THE         *
042085*                 SPELLING IT FIRST APPEARED IN                 *
042086*****************************************************************
042087 1850-ADD-TO-TAG-INDEX.
042088     SET RM-Tag-Not-Duplicate TO TRUE
042089     PERFORM VARYING RM-TIX-IDX FROM 1 BY 1
042090             UNTIL RM-TIX-IDX > RM-TAG-INDEX-COUNT
042091                OR RM-Tag-Duplicate
042092         IF FUNCTION UPPER-CASE(RM-TIX-TAG(RM-TIX-IDX))
042093             = RM-TAG-CANDIDATE-UPPER
042094             SET RM-Tag-Duplicate TO TRUE
042095             MOVE RM-TIX-TAG(RM-TIX-IDX) TO RM-TAG-CANDIDATE
042096         END-IF
042097     END-PERFORM
042098     IF RM-Tag-Not-Duplicate
042099         AND RM-TAG-INDEX-COUNT < 5000
042100         ADD 1 TO RM-TAG-INDEX-COUNT
042101         MOVE RM-TAG-CANDIDATE TO RM-TIX-TAG(RM-TAG-INDEX-COUNT)
042102     END-IF.
042103 1850-EXIT.
042104     EXIT.

042105*****************************************************************
042106* 1900-OPEN-ISSUE-MASTER - IF ISSUE-INTAKE HAS LOGGED ANY       *
042107*                 PLAYER ISSUES, OPEN THE ISSUE MASTER FOR      *
042108*                 KEYED READS. THE FILE IS OPTIONAL - WITH NONE *
042109*                 ON FILE NO KNOWN-ISSUES MARKER APPEARS        *
042110*****************************************************************
042111 1900-OPEN-ISSUE-MASTER.
042112     OPEN INPUT IssueMasterFile
042113     IF RM-ISSUE-STATUS = '00'
042114         SET RM-Issues-On-File TO TRUE
042115     ELSE
042116         SET RM-Issues-Not-On-File TO TRUE
042117     END-IF.
042118 1900-EXIT.
042119     EXIT.

042120*****************************************************************
042121* 1950-OPEN-DOWNLOAD-HISTORY - IF DOWNLOAD-STATS HAS KEPT       *
042122*                 MONTHLY COUNTS, OPEN THEM FOR KEYED READS AND *
042123*                 FIX THE MONTH TRENDING IS RANKED ON (THE RUN  *
042124*                 DATE'S). THE FILE IS OPTIONAL - WITH NONE ON  *
042125*                 FILE THE TRENDING THIS MONTH SECTION IS       *
042126*                 OMITTED                                       *
042127*****************************************************************
042128 1950-OPEN-DOWNLOAD-HISTORY.
042129     MOVE RM-RUN-DATE-RAW(1:6) TO RM-TREND-MONTH
042130     MOVE SPACES TO RM-TREND-LABEL
042131     STRING RM-RUN-DATE-RAW(1:4) '-' RM-RUN-DATE-RAW(5:2)
042132         DELIMITED BY SIZE INTO RM-TREND-LABEL
042133     OPEN INPUT DownloadHistoryFile
042134     IF RM-DLH-STATUS = '00'
042135         SET RM-History-On-File TO TRUE
042136     ELSE
042137         SET RM-History-Not-On-File TO TRUE
042138     END-IF.
042139 1950-EXIT.
042140     EXIT.

042141*****************************************************************
042142* 2000-VALIDATE-AND-RELEASE - SORT INPUT PROCEDURE: READ EVERY  *
042143*                 FILE-LIST.DAT LINE, VALIDATE IT, AND RELEASE  *
042144*                 EACH ACCEPTED ENTRY TO THE SORT. CHECKPOINT.DAT*
042200*                 IS WRITTEN AS PROGRESS IS MADE SO AN OPERATOR  *
042300*                 CAN TELL HOW FAR A RUN GOT, BUT EVERY RUN      *
042350*                 VALIDATES AND RELEASES THE WHOLE FILE FROM     *
042396*                 IT DOES NOT EXIST - THE READ LOOP IS SKIPPED    *
042397*                 ENTIRELY AND THE FAILURE IS RECORDED ON         *
042398*                 EXCEPTION.RPT INSTEAD OF SPINNING FOREVER ON A  *
042418*                 READ THAT CAN NEVER REACH END-OF-FILE.        *
042438*                 AN ENTRY HELD BY ITS PUBLISH/EXPIRE SCHEDULE  *
042458*                 IS NEITHER RELEASED NOR AN EXCEPTION          *
042478*****************************************************************
042500 2000-VALIDATE-AND-RELEASE.
042510     OPEN OUTPUT ExpiredFile
042520     IF RM-EXPIRED-STATUS = '00'
042530         SET RM-Expired-File-Open TO TRUE
042540     END-IF
042600     OPEN INPUT InputFile
042610     IF RM-INPUT-STATUS NOT = '00'
042620         PERFORM 2050-WRITE-INPUT-FAILURE THRU 2050-EXIT
043800             MOVE RM-TRIMMED-NAME TO SD-NAME
043900             RELEASE SD-RECORD
044000         ELSE
044010             IF RM-Record-Rejected
044100                 PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
044110             END-IF
044200         END-IF
044300         IF FUNCTION MOD(RM-LINE-COUNT, RM-CHECKPOINT-INTERVAL)
044400                 = ZERO
044800     END-PERFORM
044900     CLOSE InputFile
044910     END-IF
044915     IF RM-Expired-File-Open
044916         CLOSE ExpiredFile
044917         SET RM-Expired-File-Closed TO TRUE
044918     END-IF
044920     CLOSE MetaWorkFile
044925     IF RM-Downloads-On-File
044926         CLOSE DownloadCountsFile
044927     END-IF
044929     IF RM-History-On-File
044931         CLOSE DownloadHistoryFile
044933     END-IF
044935     CLOSE MapMasterFile
044940     OPEN INPUT MapMasterFile.
045000 2000-EXIT.
045100     EXIT.
047720*                        BLANK AFTER THE CATEGORY,NAME SPLIT (E.G*
047730*                        "MAPS," OR A BARE ",") IS REJECTED HERE *
047740*                        SO IT NEVER REACHES THE DUPLICATE CHECK *
047750*                        OR THE SORT. AN ENTRY NOT YET DUE TO    *
047760*                        PUBLISH, OR PAST ITS EXPIRY, IS HELD    *
047770*                        BACK HERE BEFORE IT IS REGISTERED       *
047800*****************************************************************
047900 2200-VALIDATE-RECORD.
048000     SET RM-Record-Accepted TO TRUE
048860         END-IF
048870     END-IF

048880     IF RM-Record-Accepted
048890         PERFORM 2225-CHECK-SCHEDULE THRU 2225-EXIT
048900     END-IF

049400     IF RM-Record-Accepted
049500         PERFORM 2210-REGISTER-IN-MASTER THRU 2210-EXIT
049600         IF RM-Duplicate-Found
050100     IF RM-Record-Accepted
050400         ADD 1 TO RM-VALID-COUNT
050500     ELSE
050510         IF RM-Record-Rejected
050600             ADD 1 TO RM-REJECT-COUNT
050610         END-IF
050700     END-IF.
050800 2200-EXIT.
050900     EXIT.
054610     IF RM-MAPMAST-STATUS = '00'
054620         AND RM-CURRENT-DLCOUNT > ZERO
054630         PERFORM 2230-RANK-DOWNLOAD THRU 2230-EXIT
054640     END-IF
054642     IF RM-MAPMAST-STATUS = '00'
054644         AND RM-History-On-File
054646         PERFORM 2235-RANK-TRENDING THRU 2235-EXIT
054648     END-IF
054650     IF RM-MAPMAST-STATUS = '00'
054660         AND RM-Versions-On-File
054665         AND RM-Metadata-Found
054670         AND RM-METAWORK-CHECKSUM NOT = SPACES
054680         PERFORM 2240-POST-VERSION THRU 2240-EXIT
054690     END-IF.
054700 2210-EXIT.
054800     EXIT.

054802*****************************************************************
054804* 2240-POST-VERSION - BRING THE VERSION LEDGER UP TO DATE FOR   *
054806*                 THE ENTRY JUST REGISTERED. A NAME NOT YET ON  *
054808*                 THE LEDGER STARTS AT VERSION 1, DATED BY ITS  *
054811*                 UPLOAD DATE WHEN ONE IS ON FILE. AN UNCHANGED *
054813*                 CHECKSUM LEAVES THE LEDGER ALONE. A NEW       *
054815*                 CHECKSUM KEEPS THE PRIOR VERSION AS A HISTORY *
054817*                 RECORD STAMPED WITH TODAY'S DATE, THEN BUMPS  *
054819*                 THE CURRENT RECORD TO THE NEXT VERSION. A     *
054821*                 LEDGER READ OR WRITE THAT FAILS IS NOTED AS   *
054823*                 LEDGER UNAVAILABLE AND LEAVES THE NAME'S      *
054825*                 LEDGER AS IT WAS                              *
054827*****************************************************************
054829 2240-POST-VERSION.
054831     MOVE RM-TRIMMED-NAME TO RM-VER-NAME
054833     MOVE ZERO TO RM-VER-SEQ
054835     READ VersionFile
054837         INVALID KEY
054839             PERFORM 2245-START-LEDGER-ENTRY THRU 2245-EXIT
054841             GO TO 2240-EXIT
054843     END-READ
054845     IF RM-VER-STATUS NOT = '00'
054847         MOVE 'READ' TO RM-VER-ACTION
054849         PERFORM 2246-WRITE-LEDGER-FAILURE THRU 2246-EXIT
054851         GO TO 2240-EXIT
054853     END-IF
054855     IF RM-VER-CHECKSUM = RM-METAWORK-CHECKSUM
054857         GO TO 2240-EXIT
054859     END-IF
054861     MOVE RM-VERSION-RECORD TO RM-VER-HOLD-RECORD
054863     MOVE RM-VER-NUMBER TO RM-VER-SEQ
054865     MOVE RM-RUN-DATE-DISPLAY TO RM-VER-STAMP-DATE
054867     WRITE RM-VERSION-RECORD
054869     IF RM-VER-STATUS NOT = '00'
054871         MOVE 'WRITE' TO RM-VER-ACTION
054873         PERFORM 2246-WRITE-LEDGER-FAILURE THRU 2246-EXIT
054875         GO TO 2240-EXIT
054877     END-IF
054879     MOVE RM-VER-HOLD-RECORD TO RM-VERSION-RECORD
054881     ADD 1 TO RM-VER-NUMBER
054883     MOVE RM-METAWORK-CHECKSUM TO RM-VER-CHECKSUM
054885     MOVE RM-METAWORK-SIZE TO RM-VER-SIZE
054887     MOVE RM-METAWORK-UPLOADER TO RM-VER-UPLOADER
054889     MOVE RM-METAWORK-DATE TO RM-VER-DATE
054891     MOVE RM-RUN-DATE-DISPLAY TO RM-VER-STAMP-DATE
054893     REWRITE RM-VERSION-RECORD
054895     IF RM-VER-STATUS NOT = '00'
054897         MOVE 'REWRITE' TO RM-VER-ACTION
054899         PERFORM 2246-WRITE-LEDGER-FAILURE THRU 2246-EXIT
054901     END-IF.
054903 2240-EXIT.
054905     EXIT.

054907*****************************************************************
054909* 2245-START-LEDGER-ENTRY - WRITE VERSION 1 OF A NAME THE       *
054911*                 LEDGER HAS NOT SEEN BEFORE                    *
054913*****************************************************************
054915 2245-START-LEDGER-ENTRY.
054917     MOVE RM-TRIMMED-NAME TO RM-VER-NAME
054919     MOVE ZERO TO RM-VER-SEQ
054921     MOVE 1 TO RM-VER-NUMBER
054923     MOVE RM-METAWORK-CHECKSUM TO RM-VER-CHECKSUM
054925     MOVE RM-METAWORK-SIZE TO RM-VER-SIZE
054927     MOVE RM-METAWORK-UPLOADER TO RM-VER-UPLOADER
054929     MOVE RM-METAWORK-DATE TO RM-VER-DATE
054931     IF RM-METAWORK-DATE NOT = SPACES
054933         MOVE RM-METAWORK-DATE TO RM-VER-STAMP-DATE
054935     ELSE
054937         MOVE RM-RUN-DATE-DISPLAY TO RM-VER-STAMP-DATE
054939     END-IF
054941     WRITE RM-VERSION-RECORD
054943     IF RM-VER-STATUS NOT = '00'
054945         MOVE 'WRITE' TO RM-VER-ACTION
054947         PERFORM 2246-WRITE-LEDGER-FAILURE THRU 2246-EXIT
054949     END-IF.
054951 2245-EXIT.
054953     EXIT.

054955*****************************************************************
054957* 2246-WRITE-LEDGER-FAILURE - NOTE ON EXCEPTION.RPT THAT THE    *
054959*                 LEDGER ACTION IN RM-VER-ACTION FAILED FOR THE *
054961*                 CURRENT ENTRY, WITH THE FILE STATUS, GRADED   *
054963*                 LIKE A LEDGER THAT COULD NOT BE OPENED        *
054965*****************************************************************
054967 2246-WRITE-LEDGER-FAILURE.
054969     MOVE 'EXCEPTION' TO RM-EXC-TAG
054971     MOVE RM-LINE-COUNT TO RM-EXC-LINE-NO
054973     MOVE 'LEDGER UNAVAILABLE' TO RM-EXC-REASON
054975     MOVE SPACES TO RM-EXC-TEXT
054977     STRING 'MAP-VERSIONS.DAT ' DELIMITED BY SIZE
054979         FUNCTION TRIM(RM-VER-ACTION) DELIMITED BY SIZE
054981         ' FAILED (STATUS=' DELIMITED BY SIZE
054983         RM-VER-STATUS DELIMITED BY SIZE
054985         ') FOR ' DELIMITED BY SIZE
054987         FUNCTION TRIM(RM-TRIMMED-NAME) DELIMITED BY SIZE
054989         INTO RM-EXC-TEXT
054991     WRITE RM-EXCEPTION-RECORD FROM RM-EXCEPTION-LINE.
054993 2246-EXIT.
054995     EXIT.

055090*****************************************************************
055110* 2215-GET-METADATA-BY-KEY - READ THE METADATA WORK FILE BY     *
055120*                 NAME KEY FOR THE CURRENT ENTRY                *
055180         INVALID KEY
055190             CONTINUE
055210         NOT INVALID KEY
055211             SET RM-Metadata-Found TO TRUE
055212     END-READ.
055213 2215-EXIT.
055214     EXIT.

055215*****************************************************************
055216* 2225-CHECK-SCHEDULE - HOLD BACK AN ENTRY WHOSE METADATA GIVES *
055217*                 A PUBLISH-ON DATE STILL AHEAD OF THE RUN DATE *
055218*                 OR AN EXPIRE-ON DATE ALREADY BEHIND IT (THE   *
055219*                 ENTRY IS STILL LIVE ON THE EXPIRY DATE        *
055220*                 ITSELF). AN EXPIRED ENTRY IS WRITTEN TO       *
055221*                 EXPIRED-EVENTS.DAT. A DATE NOT IN YYYY-MM-DD  *
055222*                 FORM REJECTS THE ENTRY - GUESSING WOULD       *
055223*                 EITHER LEAK AN EMBARGOED MAP OR HIDE A LIVE   *
055224*                 ONE                                           *
055225*****************************************************************
055226 2225-CHECK-SCHEDULE.
055227     SET RM-Schedule-Live TO TRUE
055228     PERFORM 2215-GET-METADATA-BY-KEY THRU 2215-EXIT
055229     IF RM-Metadata-Not-Found
055230         GO TO 2225-EXIT
055231     END-IF
055232     IF RM-METAWORK-PUBLISH-ON NOT = SPACES
055233         MOVE RM-METAWORK-PUBLISH-ON TO RM-SCHED-DATE
055234         PERFORM 2226-CHECK-SCHEDULE-DATE THRU 2226-EXIT
055235         IF RM-Record-Rejected
055236             GO TO 2225-EXIT
055237         END-IF
055238         IF RM-METAWORK-PUBLISH-ON > RM-RUN-DATE-DISPLAY
055239             SET RM-Schedule-Not-Yet-Live TO TRUE
055240         END-IF
055241     END-IF
055242     IF RM-METAWORK-EXPIRE-ON NOT = SPACES
055243         MOVE RM-METAWORK-EXPIRE-ON TO RM-SCHED-DATE
055244         PERFORM 2226-CHECK-SCHEDULE-DATE THRU 2226-EXIT
055245         IF RM-Record-Rejected
055246             GO TO 2225-EXIT
055247         END-IF
055248         IF RM-Schedule-Live
055249             AND RM-METAWORK-EXPIRE-ON < RM-RUN-DATE-DISPLAY
055250             SET RM-Schedule-Expired TO TRUE
055251         END-IF
055252     END-IF
055253     IF RM-Schedule-Not-Yet-Live
055254         SET RM-Record-Held TO TRUE
055255         ADD 1 TO RM-HELD-COUNT
055256     END-IF
055257     IF RM-Schedule-Expired
055258         SET RM-Record-Held TO TRUE
055259         ADD 1 TO RM-EXPIRED-COUNT
055260         PERFORM 2227-WRITE-EXPIRED THRU 2227-EXIT
055261     END-IF.
055262 2225-EXIT.
055263     EXIT.

055264*****************************************************************
055265* 2226-CHECK-SCHEDULE-DATE - REJECT THE ENTRY WHEN              *
055266*                 RM-SCHED-DATE IS NOT DIGITS AND DASHES IN     *
055267*                 YYYY-MM-DD FORM, WHICH THE PLAIN TEXT         *
055268*                 COMPARISON AGAINST THE RUN DATE DEPENDS ON,   *
055269*                 OR ITS MONTH IS OUTSIDE 01-12 OR ITS DAY      *
055270*                 OUTSIDE 01-31 (THE SAME TEST HELD-ENTRIES     *
055271*                 APPLIES)                                      *
055272*****************************************************************
055273 2226-CHECK-SCHEDULE-DATE.
055274     IF RM-SCHED-YYYY IS NOT NUMERIC
055275         OR RM-SCHED-SEP1 NOT = '-'
055276         OR RM-SCHED-MM IS NOT NUMERIC
055277         OR RM-SCHED-SEP2 NOT = '-'
055278         OR RM-SCHED-DD IS NOT NUMERIC
055279         SET RM-Record-Rejected TO TRUE
055280         MOVE 'BAD SCHEDULE DATE' TO RM-EXC-REASON
055281         GO TO 2226-EXIT
055282     END-IF
055283     IF RM-SCHED-MM < '01' OR RM-SCHED-MM > '12'
055284         OR RM-SCHED-DD < '01' OR RM-SCHED-DD > '31'
055285         SET RM-Record-Rejected TO TRUE
055286         MOVE 'BAD SCHEDULE DATE' TO RM-EXC-REASON
055287     END-IF.
055288 2226-EXIT.
055289     EXIT.

055290*****************************************************************
055291* 2227-WRITE-EXPIRED - APPEND THE CURRENT ENTRY TO              *
055292*                 EXPIRED-EVENTS.DAT FOR THE EXPIRED EVENTS     *
055293*                 SECTIONS OF README.MD AND THE HTML INDEX      *
055294*****************************************************************
055295 2227-WRITE-EXPIRED.
055296     IF RM-Expired-File-Closed
055297         GO TO 2227-EXIT
055298     END-IF
055299     MOVE SPACES TO RM-EXPIRED-RECORD
055300     STRING FUNCTION TRIM(RM-TRIMMED-NAME) DELIMITED BY SIZE
055301         '|' DELIMITED BY SIZE
055302         FUNCTION TRIM(RM-TRIMMED-CATEGORY) DELIMITED BY SIZE
055303         '|' DELIMITED BY SIZE
055304         FUNCTION TRIM(RM-METAWORK-EXPIRE-ON) DELIMITED BY SIZE
055305         '|' DELIMITED BY SIZE
055306         FUNCTION TRIM(RM-METAWORK-DESC) DELIMITED BY SIZE
055307         INTO RM-EXPIRED-RECORD
055308     WRITE RM-EXPIRED-RECORD.
055309 2227-EXIT.
055310     EXIT.

055311*****************************************************************
055312* 2216-GET-DOWNLOAD-COUNT - READ THE RUNNING DOWNLOAD COUNT BY  *
055313*                 NAME KEY FOR THE CURRENT ENTRY; NO RECORD (OR *
055314*                 NO COUNTS FILE AT ALL) MEANS ZERO             *
055315*****************************************************************
055320 2216-GET-DOWNLOAD-COUNT.
055330     MOVE ZERO TO RM-CURRENT-DLCOUNT
055340     IF RM-Downloads-Not-On-File
055420         NOT INVALID KEY
055430             MOVE RM-DLC-COUNT TO RM-CURRENT-DLCOUNT
055440     END-READ.
055441 2216-EXIT.
055442     EXIT.

055443*****************************************************************
055444* 2230-RANK-DOWNLOAD - KEEP THE TOP-TEN TABLE IN DESCENDING     *
055445*                 COUNT ORDER: FIND WHERE THE CURRENT ENTRY     *
055446*                 BELONGS, SHIFT THE TAIL DOWN ONE SLOT, AND    *
055447*                 DROP IT IN                                    *
055448*****************************************************************
055449 2230-RANK-DOWNLOAD.
055450     MOVE ZERO TO RM-TOP-INS
055451     PERFORM VARYING RM-TOP-I FROM 1 BY 1
055452             UNTIL RM-TOP-I > RM-TOP-USED
055453                OR RM-TOP-INS NOT = ZERO
055454         IF RM-CURRENT-DLCOUNT > RM-TOP-COUNT(RM-TOP-I)
055455             MOVE RM-TOP-I TO RM-TOP-INS
055456         END-IF
055457     END-PERFORM
055458     IF RM-TOP-INS = ZERO
055459         IF RM-TOP-USED < 10
055460             COMPUTE RM-TOP-INS = RM-TOP-USED + 1
055461         ELSE
055462             GO TO 2230-EXIT
055463         END-IF
055464     END-IF
055465     IF RM-TOP-USED < 10
055466         ADD 1 TO RM-TOP-USED
055467     END-IF
055468     PERFORM VARYING RM-TOP-J FROM RM-TOP-USED BY -1
055469             UNTIL RM-TOP-J NOT > RM-TOP-INS
055470         MOVE RM-TOP-ENTRY(RM-TOP-J - 1)
055471             TO RM-TOP-ENTRY(RM-TOP-J)
055472     END-PERFORM
055473     MOVE RM-TRIMMED-NAME TO RM-TOP-NAME(RM-TOP-INS)
055474     MOVE RM-CURRENT-DLCOUNT TO RM-TOP-COUNT(RM-TOP-INS)
055475     CONTINUE.
055476 2230-EXIT.
055477     EXIT.

055478*****************************************************************
055479* 2235-RANK-TRENDING - READ THE CURRENT ENTRY'S DOWNLOADS FOR   *
055480*                 THE RUN MONTH BY NAME+YYYYMM AND, IF IT HAS   *
055481*                 ANY, KEEP THE TRENDING TOP-TEN IN DESCENDING  *
055482*                 ORDER THE SAME WAY 2230-RANK-DOWNLOAD DOES    *
055483*****************************************************************
055484 2235-RANK-TRENDING.
055485     MOVE ZERO TO RM-CURRENT-MONTH-DL
055486     MOVE RM-TRIMMED-NAME TO RM-DLH-NAME
055487     MOVE RM-TREND-MONTH TO RM-DLH-MONTH
055488     READ DownloadHistoryFile
055489         INVALID KEY
055490             GO TO 2235-EXIT
055491     END-READ
055492     MOVE RM-DLH-COUNT TO RM-CURRENT-MONTH-DL
055493     IF RM-CURRENT-MONTH-DL = ZERO
055494         GO TO 2235-EXIT
055495     END-IF
055496     MOVE ZERO TO RM-TRD-INS
055497     PERFORM VARYING RM-TRD-I FROM 1 BY 1
055498             UNTIL RM-TRD-I > RM-TRD-USED
055499                OR RM-TRD-INS NOT = ZERO
055500         IF RM-CURRENT-MONTH-DL > RM-TRD-COUNT(RM-TRD-I)
055501             MOVE RM-TRD-I TO RM-TRD-INS
055502         END-IF
055503     END-PERFORM
055504     IF RM-TRD-INS = ZERO
055505         IF RM-TRD-USED < 10
055506             COMPUTE RM-TRD-INS = RM-TRD-USED + 1
055507         ELSE
055508             GO TO 2235-EXIT
055509         END-IF
055510     END-IF
055511     IF RM-TRD-USED < 10
055512         ADD 1 TO RM-TRD-USED
055513     END-IF
055514     PERFORM VARYING RM-TRD-J FROM RM-TRD-USED BY -1
055515             UNTIL RM-TRD-J NOT > RM-TRD-INS
055516         MOVE RM-TRD-ENTRY(RM-TRD-J - 1)
055517             TO RM-TRD-ENTRY(RM-TRD-J)
055518     END-PERFORM
055519     MOVE RM-TRIMMED-NAME TO RM-TRD-NAME(RM-TRD-INS)
055520     MOVE RM-CURRENT-MONTH-DL TO RM-TRD-COUNT(RM-TRD-INS).
055521 2235-EXIT.
055522     EXIT.

055523*****************************************************************
055524* 2220-LOOKUP-CATEGORY - CHECK THE CURRENT CATEGORY AGAINST THE  *
055525*                 VOCABULARY TABLE AND PICK UP ITS DISPLAY       *
055526*                 SEQUENCE. WITH NO MASTER ON FILE EVERY CATEGORY*
055527*                 PASSES AND SORTS UNDER ONE SEQUENCE (999), SO  *
055528*                 THE HEADINGS FALL BACK TO A-TO-Z AS BEFORE     *
055529*****************************************************************
055530 2220-LOOKUP-CATEGORY.
055531     MOVE 999 TO RM-CURRENT-CAT-SEQ
055532     MOVE ZERO TO RM-CAT-FOUND-IDX
055533     IF RM-Cat-Master-Absent
055534         SET RM-Category-On-Master TO TRUE
055535     ELSE
055536         SET RM-Category-Not-On-Master TO TRUE
055537         PERFORM VARYING RM-CAT-IDX FROM 1 BY 1
055538                 UNTIL RM-CAT-IDX > RM-CAT-COUNT
055539                    OR RM-Category-On-Master
055540             IF RM-CAT-NAME(RM-CAT-IDX) = RM-TRIMMED-CATEGORY
055541                 SET RM-Category-On-Master TO TRUE
055542                 SET RM-CAT-FOUND-IDX TO RM-CAT-IDX
055543                 MOVE RM-CAT-SEQ(RM-CAT-IDX)
055544                     TO RM-CURRENT-CAT-SEQ
055545             END-IF
055546         END-PERFORM
055547     END-IF.
055548 2220-EXIT.
055549     EXIT.

055550*****************************************************************
055551* 2250-CHECK-CATEGORY-BREAK - EMIT A HEADING EACH TIME THE      *
055552*                             CATEGORY CHANGES                  *
055553*****************************************************************
055554 2250-CHECK-CATEGORY-BREAK.
055555     IF RM-TRIMMED-CATEGORY NOT = RM-PREV-CATEGORY
055556         PERFORM 3110-DISPLAY-CATEGORY-HEADING
055557         MOVE RM-TRIMMED-CATEGORY TO RM-PREV-CATEGORY
055558     END-IF.
055559 2250-EXIT.
055560     EXIT.

056000*****************************************************************
057600 2260-EXIT.
057700     EXIT.

057702*****************************************************************
057704* 2270-LOOKUP-VERSION - READ THE CURRENT-VERSION RECORD FOR THE *
057706*                 ENTRY BEING DISPLAYED. AN ENTRY WITH NO       *
057708*                 CHECKSUM ON FILE (OR NO LEDGER AT ALL) HAS NO *
057710*                 VERSION: ITS BULLET STAYS AS BEFORE AND ITS   *
057712*                 MANIFEST OBJECT CARRIES VERSION 0             *
057714*****************************************************************
057716 2270-LOOKUP-VERSION.
057718     SET RM-Version-Not-Found TO TRUE
057720     MOVE ZERO TO RM-CUR-VER-NUMBER
057722     MOVE SPACES TO RM-CUR-VER-UPDATED
057724     IF RM-Versions-Not-On-File
057726         GO TO 2270-EXIT
057728     END-IF
057730     MOVE RM-TRIMMED-NAME TO RM-VER-NAME
057732     MOVE ZERO TO RM-VER-SEQ
057734     READ VersionFile
057736         INVALID KEY
057738             CONTINUE
057740         NOT INVALID KEY
057742             SET RM-Version-Found TO TRUE
057744             MOVE RM-VER-NUMBER TO RM-CUR-VER-NUMBER
057746             MOVE RM-VER-STAMP-DATE TO RM-CUR-VER-UPDATED
057748     END-READ.
057750 2270-EXIT.
057752     EXIT.

057754*****************************************************************
057756* 2280-LOOKUP-ISSUES - READ THE ISSUE MASTER'S SUMMARY RECORD   *
057758*                 FOR THE ENTRY BEING DISPLAYED AND KEEP ITS    *
057760*                 OPEN-ISSUE COUNT. NO SUMMARY RECORD (OR NO    *
057762*                 ISSUE MASTER AT ALL) MEANS NONE OPEN          *
057764*****************************************************************
057766 2280-LOOKUP-ISSUES.
057768     MOVE ZERO TO RM-CUR-OPEN-ISSUES
057770     IF RM-Issues-Not-On-File
057772         GO TO 2280-EXIT
057774     END-IF
057776     MOVE RM-TRIMMED-NAME TO RM-ISS-NAME
057778     MOVE ZERO TO RM-ISS-SEQ
057780     READ IssueMasterFile
057782         INVALID KEY
057784             CONTINUE
057786         NOT INVALID KEY
057788             MOVE RM-ISS-OPEN-COUNT TO RM-CUR-OPEN-ISSUES
057790     END-READ.
057792 2280-EXIT.
057794     EXIT.

057800*****************************************************************
057900* 2300-WRITE-EXCEPTION - RECORD A REJECTED ENTRY ON THE         *
058000*                        EXCEPTION REPORT                       *
060000* 3000-DISPLAY-SORTED - SORT OUTPUT PROCEDURE: WRITE EACH       *
060100*                 ENTRY TO README.MD AND MANIFEST.JSON IN       *
060200*                 CATEGORY/NAME ORDER, ENRICHED WITH METADATA   *
060300*                 WHEN AVAILABLE. A LANGUAGE PASS RUNS THE SAME *
060310*                 PROCEDURE OVER README.<LANG>-STAGED.MD AND    *
060320*                 LEAVES MANIFEST.JSON ALONE                    *
060400*****************************************************************
060500 3000-DISPLAY-SORTED.
060510     PERFORM 3050-DISPLAY-TOP-DOWNLOADS THRU 3050-EXIT
060520     PERFORM 3055-DISPLAY-TRENDING THRU 3055-EXIT
060550     IF RM-Base-Pass
060600         MOVE '[' TO RM-MANIFEST-LINE
060700         WRITE RM-MANIFEST-RECORD FROM RM-MANIFEST-LINE
060750     END-IF
060800     PERFORM 3100-RETURN-RECORD THRU 3100-EXIT
060900     PERFORM UNTIL End-Of-Sort
061000         MOVE SD-CATEGORY TO RM-TRIMMED-CATEGORY
061100         MOVE SD-NAME TO RM-TRIMMED-NAME
061200         PERFORM 2250-CHECK-CATEGORY-BREAK THRU 2250-EXIT
061250         PERFORM 3005-BUILD-REQUIRES THRU 3005-EXIT
061260         PERFORM 3015-BUILD-TAGS THRU 3015-EXIT
061300         PERFORM 2260-LOOKUP-METADATA THRU 2260-EXIT
061350         PERFORM 2270-LOOKUP-VERSION THRU 2270-EXIT
061360         PERFORM 2280-LOOKUP-ISSUES THRU 2280-EXIT
061400         PERFORM 3120-DISPLAY-ELEMENT
061500         IF RM-Metadata-Found
061600             PERFORM 3200-DISPLAY-METADATA-DETAIL
061750         IF RM-Requires-Present
061760             PERFORM 3250-DISPLAY-REQUIRES THRU 3250-EXIT
061770         END-IF
061777         IF RM-Tags-Present
061784             PERFORM 3260-DISPLAY-TAGS THRU 3260-EXIT
061791         END-IF
061800         IF RM-Base-Pass
061810             PERFORM 3300-DISPLAY-MANIFEST-ENTRY
061820         END-IF
061900         PERFORM 3100-RETURN-RECORD THRU 3100-EXIT
062000     END-PERFORM
062001     IF RM-Base-Pass
062002         MOVE ']' TO RM-MANIFEST-LINE
062003         WRITE RM-MANIFEST-RECORD FROM RM-MANIFEST-LINE
062004     END-IF
062005     PERFORM 3500-DISPLAY-TAG-INDEX THRU 3500-EXIT
062006     PERFORM 3450-DISPLAY-EXPIRED THRU 3450-EXIT
062007     PERFORM 3400-DISPLAY-RETIRED THRU 3400-EXIT.
062008 3000-EXIT.
062009     EXIT.

062010*****************************************************************
062011* 3400-DISPLAY-RETIRED - CLOSE README.MD WITH A RETIRED MAPS    *
062012*                 APPENDIX BUILT FROM THE RETIRED-MAPS.DAT      *
062013*                 HISTORY MAP-RETIRE APPENDS, SO AN OLD LINK    *
062014*                 GETS AN EXPLANATION INSTEAD OF A 404. THE     *
062015*                 FILE IS OPTIONAL - WITH NO HISTORY ON FILE    *
062016*                 THE APPENDIX IS OMITTED                       *
062017*****************************************************************
062018 3400-DISPLAY-RETIRED.
062019     OPEN INPUT RetiredFile
062020     IF RM-RETIRED-STATUS NOT = '00'
062021         GO TO 3400-EXIT
062022     END-IF
062023     PERFORM 3410-READ-RETIRED THRU 3410-EXIT
062024     PERFORM UNTIL End-Of-Retired
062025         PERFORM 3420-DISPLAY-RETIRED-ENTRY THRU 3420-EXIT
062026         PERFORM 3410-READ-RETIRED THRU 3410-EXIT
062027     END-PERFORM
062028     CLOSE RetiredFile.
062029 3400-EXIT.
062030     EXIT.

062031*****************************************************************
062032* 3410-READ-RETIRED - READ ONE LINE OF RETIRED-MAPS.DAT         *
062033*****************************************************************
062034 3410-READ-RETIRED.
062035     READ RetiredFile
062036         AT END
062037             SET End-Of-Retired TO TRUE
062038     END-READ.
062039 3410-EXIT.
062040     EXIT.

062041*****************************************************************
062042* 3420-DISPLAY-RETIRED-ENTRY - WRITE ONE RETIRED-MAP BULLET.    *
062043*                 THE APPENDIX HEADING GOES OUT AHEAD OF THE    *
062044*                 FIRST REAL ENTRY SO AN EMPTY OR ALL-BLANK     *
062045*                 HISTORY ADDS NOTHING TO THE README            *
062046*****************************************************************
062047 3420-DISPLAY-RETIRED-ENTRY.
062048     MOVE SPACES TO RM-RETIRED-SPLIT-FIELDS
062049     UNSTRING RM-RETIRED-RECORD DELIMITED BY '|'
062050         INTO RM-RET-SPLIT-NAME RM-RET-SPLIT-CATEGORY
062051              RM-RET-SPLIT-DATE RM-RET-SPLIT-REASON
062052     IF FUNCTION TRIM(RM-RET-SPLIT-NAME) = SPACES
062053         GO TO 3420-EXIT
062054     END-IF
062055     IF RM-Retired-First
062056         MOVE SPACES TO RM-OUTPUT-LINE
062057         WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
062058         MOVE '# Retired Maps' TO RM-OUTPUT-LINE
062059         WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
062060         SET RM-Retired-Not-First TO TRUE
062061     END-IF
062062     MOVE SPACES TO RM-OUTPUT-LINE
062063     IF FUNCTION TRIM(RM-RET-SPLIT-REASON) = SPACES
062064         STRING '- ' DELIMITED BY SIZE
062065             FUNCTION TRIM(RM-RET-SPLIT-NAME) DELIMITED BY SIZE
062066             ' (retired ' DELIMITED BY SIZE
062067             FUNCTION TRIM(RM-RET-SPLIT-DATE) DELIMITED BY SIZE
062068             ')' DELIMITED BY SIZE
062069             INTO RM-OUTPUT-LINE
062070     ELSE
062071         STRING '- ' DELIMITED BY SIZE
062072             FUNCTION TRIM(RM-RET-SPLIT-NAME) DELIMITED BY SIZE
062073             ' (retired ' DELIMITED BY SIZE
062074             FUNCTION TRIM(RM-RET-SPLIT-DATE) DELIMITED BY SIZE
062075             ': ' DELIMITED BY SIZE
062076             FUNCTION TRIM(RM-RET-SPLIT-REASON)
062077                 DELIMITED BY SIZE
062078             ')' DELIMITED BY SIZE
062079             INTO RM-OUTPUT-LINE
062080     END-IF
062081     WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE.
062082 3420-EXIT.
062083     EXIT.

062084*****************************************************************
062085* 3450-DISPLAY-EXPIRED - LIST THE EVENT MAPS THAT HAVE PASSED   *
062086*                 THEIR EXPIRY DATE IN AN EXPIRED EVENTS        *
062087*                 SECTION, READ BACK FROM THE EXPIRED-EVENTS.DAT*
062088*                 WRITTEN DURING VALIDATION. WITH NONE, THE     *
062089*                 SECTION IS OMITTED                            *
062090*****************************************************************
062091 3450-DISPLAY-EXPIRED.
062092     OPEN INPUT ExpiredFile
062093     IF RM-EXPIRED-STATUS NOT = '00'
062094         GO TO 3450-EXIT
062095     END-IF
062096     PERFORM 3460-READ-EXPIRED THRU 3460-EXIT
062097     PERFORM UNTIL End-Of-Expired
062098         PERFORM 3470-DISPLAY-EXPIRED-ENTRY THRU 3470-EXIT
062099         PERFORM 3460-READ-EXPIRED THRU 3460-EXIT
062100     END-PERFORM
062101     CLOSE ExpiredFile.
062102 3450-EXIT.
062103     EXIT.

062104*****************************************************************
062105* 3460-READ-EXPIRED - READ ONE LINE OF EXPIRED-EVENTS.DAT       *
062106*****************************************************************
062107 3460-READ-EXPIRED.
062108     READ ExpiredFile
062109         AT END
062110             SET End-Of-Expired TO TRUE
062111     END-READ.
062112 3460-EXIT.
062113     EXIT.

062114*****************************************************************
062115* 3470-DISPLAY-EXPIRED-ENTRY - WRITE ONE EXPIRED-EVENT BULLET,  *
062116*                 WITH THE SECTION HEADING AHEAD OF THE FIRST   *
062117*****************************************************************
062118 3470-DISPLAY-EXPIRED-ENTRY.
062119     MOVE SPACES TO RM-EXPIRED-SPLIT-FIELDS
062120     UNSTRING RM-EXPIRED-RECORD DELIMITED BY '|'
062121         INTO RM-EXP-SPLIT-NAME RM-EXP-SPLIT-CATEGORY
062122              RM-EXP-SPLIT-DATE RM-EXP-SPLIT-DESC
062123     IF FUNCTION TRIM(RM-EXP-SPLIT-NAME) = SPACES
062124         GO TO 3470-EXIT
062125     END-IF
062126     IF RM-Language-Pass
062127         MOVE RM-EXP-SPLIT-DESC TO RM-L10N-BASE-DESC
062128         MOVE RM-EXP-SPLIT-NAME TO RM-L10N-LOOKUP-NAME
062129         PERFORM 4600-TRANSLATE-MAP-DESC THRU 4600-EXIT
062130         MOVE RM-SHOWN-DESC TO RM-EXP-SPLIT-DESC
062131     END-IF
062132     IF RM-Expired-First
062133         MOVE SPACES TO RM-OUTPUT-LINE
062134         WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
062135         MOVE '# Expired Events' TO RM-OUTPUT-LINE
062136         WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
062137         SET RM-Expired-Not-First TO TRUE
062138     END-IF
062139     MOVE SPACES TO RM-OUTPUT-LINE
062140     IF FUNCTION TRIM(RM-EXP-SPLIT-DESC) = SPACES
062141         STRING '- ' DELIMITED BY SIZE
062142             FUNCTION TRIM(RM-EXP-SPLIT-NAME) DELIMITED BY SIZE
062143             ' (' DELIMITED BY SIZE
062144             FUNCTION TRIM(RM-EXP-SPLIT-CATEGORY)
062145                 DELIMITED BY SIZE
062146             ', ended ' DELIMITED BY SIZE
062147             FUNCTION TRIM(RM-EXP-SPLIT-DATE) DELIMITED BY SIZE
062148             ')' DELIMITED BY SIZE
062149             INTO RM-OUTPUT-LINE
062150     ELSE
062151         STRING '- ' DELIMITED BY SIZE
062152             FUNCTION TRIM(RM-EXP-SPLIT-NAME) DELIMITED BY SIZE
062153             ' (' DELIMITED BY SIZE
062154             FUNCTION TRIM(RM-EXP-SPLIT-CATEGORY)
062155                 DELIMITED BY SIZE
062156             ', ended ' DELIMITED BY SIZE
062157             FUNCTION TRIM(RM-EXP-SPLIT-DATE) DELIMITED BY SIZE
062158             ') - ' DELIMITED BY SIZE
062159             FUNCTION TRIM(RM-EXP-SPLIT-DESC) DELIMITED BY SIZE
062160             INTO RM-OUTPUT-LINE
062161     END-IF
062162     WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE.
062163 3470-EXIT.
062164     EXIT.

062165*****************************************************************
062166* 3500-DISPLAY-TAG-INDEX - FOLLOW THE LISTING WITH A BROWSE BY  *
062167*                 TAG SECTION: A HEADING FOR EACH TAG ON THE    *
062168*                 INDEX LIST THAT ANY PUBLISHED MAP CARRIES,    *
062169*                 WITH A LINK TO EACH SUCH MAP UNDER IT. A MAP  *
062170*                 IS PUBLISHED IF IT IS ON MAP-MASTER.DAT THIS  *
062171*                 RUN. WITH NO TAGGED PUBLISHED MAP THE SECTION *
062172*                 IS OMITTED                                    *
062173*****************************************************************
062174 3500-DISPLAY-TAG-INDEX.
062175     PERFORM VARYING RM-TIX-IDX FROM 1 BY 1
062176             UNTIL RM-TIX-IDX > RM-TAG-INDEX-COUNT
062177         SET RM-Tag-Heading-Due TO TRUE
062178         PERFORM VARYING RM-TAG-IDX FROM 1 BY 1
062179                 UNTIL RM-TAG-IDX > RM-TAGS-COUNT
062180             IF RM-TAG-VALUE(RM-TAG-IDX) = RM-TIX-TAG(RM-TIX-IDX)
062181                 PERFORM 3510-DISPLAY-TAGGED-MAP THRU 3510-EXIT
062182             END-IF
062183         END-PERFORM
062184     END-PERFORM.
062185 3500-EXIT.
062186     EXIT.

062187*****************************************************************
062188* 3510-DISPLAY-TAGGED-MAP - LINK ONE MAP UNDER THE CURRENT TAG  *
062189*                 IF IT IS PUBLISHED, WRITING THE SECTION AND   *
062190*                 TAG HEADINGS FIRST WHEN THEY ARE STILL DUE    *
062191*****************************************************************
062192 3510-DISPLAY-TAGGED-MAP.
062193     SET RM-Target-Not-Published TO TRUE
062194     MOVE RM-TAG-NAME(RM-TAG-IDX) TO RM-MASTER-NAME
062195     READ MapMasterFile
062196         INVALID KEY
062197             CONTINUE
062198         NOT INVALID KEY
062199             SET RM-Target-Published TO TRUE
062200     END-READ
062201     IF RM-Target-Not-Published
062202         GO TO 3510-EXIT
062203     END-IF
062204     IF RM-Tag-Index-First
062205         MOVE SPACES TO RM-OUTPUT-LINE
062206         WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
062207         MOVE '# Browse by Tag' TO RM-OUTPUT-LINE
062208         WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
062209         SET RM-Tag-Index-Not-First TO TRUE
062210     END-IF
062211     IF RM-Tag-Heading-Due
062212         MOVE SPACES TO RM-OUTPUT-LINE
062213         WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
062214         MOVE SPACES TO RM-OUTPUT-LINE
062215         STRING '## ' DELIMITED BY SIZE
062216             FUNCTION TRIM(RM-TIX-TAG(RM-TIX-IDX))
062217                 DELIMITED BY SIZE
062218             INTO RM-OUTPUT-LINE
062219         WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
062220         SET RM-Tag-Heading-Written TO TRUE
062221     END-IF
062222     MOVE SPACES TO RM-OUTPUT-LINE
062223     STRING '- [' DELIMITED BY SIZE
062224         FUNCTION TRIM(RM-TAG-NAME(RM-TAG-IDX)) DELIMITED BY SIZE
062225         '](' DELIMITED BY SIZE
062226         FUNCTION TRIM(RM-TAG-NAME(RM-TAG-IDX)) DELIMITED BY SIZE
062227         ')' DELIMITED BY SIZE
062228         INTO RM-OUTPUT-LINE
062229     WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE.
062230 3510-EXIT.
062231     EXIT.

062232*****************************************************************
062233* 3005-BUILD-REQUIRES - COLLECT THE CURRENT ENTRY'S VALIDATED   *
062234*                 DEPENDENCIES INTO THE MARKDOWN LIST AND THE   *
062235*                 JSON ARRAY BODY. EACH TARGET IS CHECKED WITH  *
062236*                 A KEYED MAP-MASTER READ; ONE NAMING AN        *
062237*                 UNPUBLISHED TARGET GOES TO EXCEPTION.RPT AND  *
062238*                 IS NOT RENDERED. RUNS BEFORE THE METADATA     *
062239*                 LOOKUP, WHICH RE-READS THE ENTRY'S OWN RECORD *
062240*****************************************************************
062241 3005-BUILD-REQUIRES.
062242     SET RM-Requires-Absent TO TRUE
062243     MOVE SPACES TO RM-REQUIRES-MD
062244     MOVE SPACES TO RM-REQUIRES-JSON
062245     MOVE 1 TO RM-REQ-MD-PTR
062246     MOVE 1 TO RM-REQ-JSON-PTR
062247     PERFORM VARYING RM-DEP-IDX FROM 1 BY 1
062248             UNTIL RM-DEP-IDX > RM-DEPENDS-COUNT
062249         IF RM-DEP-NAME(RM-DEP-IDX) = RM-TRIMMED-NAME
062250             PERFORM 3010-ADD-ONE-REQUIRE THRU 3010-EXIT
062251         END-IF
062252     END-PERFORM.
062253 3005-EXIT.
062254     EXIT.

062255*****************************************************************
062256* 3010-ADD-ONE-REQUIRE - VALIDATE AND RENDER ONE DEPENDENCY OF  *
062257*                 THE CURRENT ENTRY                             *
062258*****************************************************************
062259 3010-ADD-ONE-REQUIRE.
062260     SET RM-Target-Not-Published TO TRUE
062261     MOVE RM-DEP-REQUIRED(RM-DEP-IDX) TO RM-MASTER-NAME
062262     READ MapMasterFile
062263         INVALID KEY
062264             CONTINUE
062265         NOT INVALID KEY
062266             SET RM-Target-Published TO TRUE
062267     END-READ
062268     IF RM-Target-Not-Published
062269         AND RM-Base-Pass
062270         ADD 1 TO RM-DEP-REJECT-COUNT
062271         MOVE 'EXCEPTION' TO RM-EXC-TAG
062272         MOVE ZERO TO RM-EXC-LINE-NO
062273         MOVE 'BAD DEPENDENCY' TO RM-EXC-REASON
062274         MOVE SPACES TO RM-EXC-TEXT
062275         STRING FUNCTION TRIM(RM-TRIMMED-NAME)
062276                 DELIMITED BY SIZE
062277             ' REQUIRES ' DELIMITED BY SIZE
062278             FUNCTION TRIM(RM-DEP-REQUIRED(RM-DEP-IDX))
062279                 DELIMITED BY SIZE
062280             INTO RM-EXC-TEXT
062281         WRITE RM-EXCEPTION-RECORD FROM RM-EXCEPTION-LINE
062282     END-IF
062283     IF RM-Target-Not-Published
062284         GO TO 3010-EXIT
062285     END-IF
062286     IF RM-Requires-Absent
062287         SET RM-Requires-Present TO TRUE
062288     ELSE
062289         STRING ', ' DELIMITED BY SIZE
062290             INTO RM-REQUIRES-MD
062291             WITH POINTER RM-REQ-MD-PTR
062292         STRING ',' DELIMITED BY SIZE
062293             INTO RM-REQUIRES-JSON
062294             WITH POINTER RM-REQ-JSON-PTR
062295     END-IF
062296     STRING FUNCTION TRIM(RM-DEP-REQUIRED(RM-DEP-IDX))
062297             DELIMITED BY SIZE
062298         INTO RM-REQUIRES-MD
062299         WITH POINTER RM-REQ-MD-PTR
062300     MOVE RM-DEP-REQUIRED(RM-DEP-IDX) TO RM-JSON-ESCAPE-IN
062301     PERFORM 8000-ESCAPE-JSON-FIELD THRU 8000-EXIT
062302     MOVE RM-JSON-ESCAPE-OUT TO RM-JSON-REQUIRED-ESC
062303     STRING '"' DELIMITED BY SIZE
062304         FUNCTION TRIM(RM-JSON-REQUIRED-ESC) DELIMITED BY SIZE
062305         '"' DELIMITED BY SIZE
062306         INTO RM-REQUIRES-JSON
062307         WITH POINTER RM-REQ-JSON-PTR.
062308 3010-EXIT.
062309     EXIT.

062310*****************************************************************
062311* 3250-DISPLAY-REQUIRES - WRITE THE REQUIRES LINE UNDER THE     *
062383*                 CURRENT ENTRY'S BULLET                        *
062384*****************************************************************
062385 3250-DISPLAY-REQUIRES.
062387     STRING '> Requires: ' DELIMITED BY SIZE
062388         FUNCTION TRIM(RM-REQUIRES-MD) DELIMITED BY SIZE
062389         INTO RM-OUTPUT-LINE
062390     WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE.
062391 3250-EXIT.
062392     EXIT.

062393*****************************************************************
062394* 3015-BUILD-TAGS - COLLECT THE CURRENT ENTRY'S TAGS INTO THE   *
062395*                 MARKDOWN LIST AND THE JSON ARRAY BODY, IN     *
062396*                 MAP-TAGS.DAT ORDER                            *
062397*****************************************************************
062398 3015-BUILD-TAGS.
062399     SET RM-Tags-Absent TO TRUE
062400     MOVE SPACES TO RM-TAGS-MD
062401     MOVE SPACES TO RM-TAGS-JSON
062402     MOVE 1 TO RM-TAG-MD-PTR
062403     MOVE 1 TO RM-TAG-JSON-PTR
062404     PERFORM VARYING RM-TAG-IDX FROM 1 BY 1
062405             UNTIL RM-TAG-IDX > RM-TAGS-COUNT
062406         IF RM-TAG-NAME(RM-TAG-IDX) = RM-TRIMMED-NAME
062407             PERFORM 3020-ADD-ONE-TAG THRU 3020-EXIT
062408         END-IF
062409     END-PERFORM.
062410 3015-EXIT.
062411     EXIT.

062412*****************************************************************
062413* 3020-ADD-ONE-TAG - RENDER ONE TAG OF THE CURRENT ENTRY        *
062414*****************************************************************
062415 3020-ADD-ONE-TAG.
062416     IF RM-Tags-Absent
062417         SET RM-Tags-Present TO TRUE
062418     ELSE
062419         STRING ', ' DELIMITED BY SIZE
062420             INTO RM-TAGS-MD
062421             WITH POINTER RM-TAG-MD-PTR
062422         STRING ',' DELIMITED BY SIZE
062423             INTO RM-TAGS-JSON
062424             WITH POINTER RM-TAG-JSON-PTR
062425     END-IF
062426     STRING FUNCTION TRIM(RM-TAG-VALUE(RM-TAG-IDX))
062427             DELIMITED BY SIZE
062428         INTO RM-TAGS-MD
062429         WITH POINTER RM-TAG-MD-PTR
062430     MOVE RM-TAG-VALUE(RM-TAG-IDX) TO RM-JSON-ESCAPE-IN
062431     PERFORM 8000-ESCAPE-JSON-FIELD THRU 8000-EXIT
062432     MOVE RM-JSON-ESCAPE-OUT TO RM-JSON-TAG-ESC
062433     STRING '"' DELIMITED BY SIZE
062434         FUNCTION TRIM(RM-JSON-TAG-ESC) DELIMITED BY SIZE
062435         '"' DELIMITED BY SIZE
062436         INTO RM-TAGS-JSON
062437         WITH POINTER RM-TAG-JSON-PTR.
062438 3020-EXIT.
062439     EXIT.

062440*****************************************************************
062441* 3260-DISPLAY-TAGS - WRITE THE TAGS LINE UNDER THE CURRENT     *
062442*                 ENTRY'S BULLET                                *
062443*****************************************************************
062444 3260-DISPLAY-TAGS.
062445     MOVE SPACES TO RM-OUTPUT-LINE
062446     STRING '> Tags: ' DELIMITED BY SIZE
062447         FUNCTION TRIM(RM-TAGS-MD) DELIMITED BY SIZE
062448         INTO RM-OUTPUT-LINE
062449     WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE.
062450 3260-EXIT.
062451     EXIT.

062452*****************************************************************
062453* 3050-DISPLAY-TOP-DOWNLOADS - LEAD README.MD WITH THE MOST     *
062454*                 DOWNLOADED SECTION WHEN ANY ENTRY IN THIS RUN *
062455*                 HAS A RUNNING DOWNLOAD COUNT ON FILE. WITH NO *
062456*                 COUNTS THE SECTION IS OMITTED AND THE README  *
062460*                 LEADS WITH ITS FIRST CATEGORY AS BEFORE       *
062470*****************************************************************
062480 3050-DISPLAY-TOP-DOWNLOADS.
062509 3050-EXIT.
062511     EXIT.

062513*****************************************************************
062515* 3055-DISPLAY-TRENDING - FOLLOW MOST DOWNLOADED WITH THE       *
062517*                 ENTRIES DOWNLOADED MOST IN THE RUN MONTH.     *
062519*                 WITH NO HISTORY, OR NOTHING DOWNLOADED YET    *
062521*                 THIS MONTH, THE SECTION IS OMITTED            *
062523*****************************************************************
062525 3055-DISPLAY-TRENDING.
062527     IF RM-TRD-USED = ZERO
062529         GO TO 3055-EXIT
062531     END-IF
062533     MOVE SPACES TO RM-OUTPUT-LINE
062535     STRING '# Trending This Month (' DELIMITED BY SIZE
062537         RM-TREND-LABEL DELIMITED BY SIZE
062539         ')' DELIMITED BY SIZE
062541         INTO RM-OUTPUT-LINE
062543     WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
062545     PERFORM VARYING RM-TRD-I FROM 1 BY 1
062547             UNTIL RM-TRD-I > RM-TRD-USED
062549         MOVE RM-TRD-COUNT(RM-TRD-I) TO RM-DL-DISPLAY
062551         MOVE SPACES TO RM-OUTPUT-LINE
062553         STRING '- ' DELIMITED BY SIZE
062555             FUNCTION TRIM(RM-TRD-NAME(RM-TRD-I))
062557                 DELIMITED BY SIZE
062559             ' (' DELIMITED BY SIZE
062561             FUNCTION TRIM(RM-DL-DISPLAY) DELIMITED BY SIZE
062563             ' downloads this month)' DELIMITED BY SIZE
062565             INTO RM-OUTPUT-LINE
062567         WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
062569     END-PERFORM.
062571 3055-EXIT.
062573     EXIT.

062500*****************************************************************
062600* 3100-RETURN-RECORD - RETURN ONE SORTED ENTRY                  *
062700*****************************************************************
063700*                             NEW CATEGORY TO README.MD, WITH   *
063710*                             THE CATEGORY-MASTER.DAT           *
063720*                             DESCRIPTION PRINTED UNDER IT WHEN *
063730*                             ONE IS ON FILE (TRANSLATED IN A   *
063740*                             LANGUAGE PASS)                    *
063800*****************************************************************
063900 3110-DISPLAY-CATEGORY-HEADING.
064000     MOVE SPACES TO RM-OUTPUT-LINE
064600     WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
064610     IF RM-Cat-Master-Loaded
064620         PERFORM 2220-LOOKUP-CATEGORY THRU 2220-EXIT
064621         MOVE SPACES TO RM-SHOWN-DESC
064630         IF RM-CAT-FOUND-IDX > ZERO
064631             MOVE RM-CAT-DESC(RM-CAT-FOUND-IDX) TO RM-SHOWN-DESC
064632             IF RM-Language-Pass
064633                 MOVE RM-CAT-DESC(RM-CAT-FOUND-IDX)
064634                     TO RM-L10N-BASE-DESC
064635                 PERFORM 4610-TRANSLATE-CATEGORY THRU 4610-EXIT
064636             END-IF
064637         END-IF
064640         IF RM-SHOWN-DESC NOT = SPACES
064650             MOVE SPACES TO RM-OUTPUT-LINE
064660             STRING FUNCTION TRIM(RM-SHOWN-DESC)
064670                 DELIMITED BY SIZE INTO RM-OUTPUT-LINE
064680             WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE
064690         END-IF
065600         FUNCTION TRIM(RM-TRIMMED-NAME) DELIMITED BY SIZE
065700         ')' DELIMITED BY SIZE
065800         INTO RM-OUTPUT-LINE
065805     IF RM-Version-Found
065810         MOVE RM-CUR-VER-NUMBER TO RM-VER-DISPLAY
065815         STRING FUNCTION TRIM(RM-OUTPUT-LINE) DELIMITED BY SIZE
065820             ' (v' DELIMITED BY SIZE
065825             FUNCTION TRIM(RM-VER-DISPLAY) DELIMITED BY SIZE
065830             ', updated ' DELIMITED BY SIZE
065835             FUNCTION TRIM(RM-CUR-VER-UPDATED) DELIMITED BY SIZE
065840             ')' DELIMITED BY SIZE
065845             INTO RM-OUTPUT-LINE
065850     END-IF
065855     IF RM-CUR-OPEN-ISSUES > ZERO
065860         MOVE RM-CUR-OPEN-ISSUES TO RM-ISSUE-DISPLAY
065865         STRING FUNCTION TRIM(RM-OUTPUT-LINE) DELIMITED BY SIZE
065870             ' (known issues: ' DELIMITED BY SIZE
065875             FUNCTION TRIM(RM-ISSUE-DISPLAY) DELIMITED BY SIZE
065880             ' open)' DELIMITED BY SIZE
065885             INTO RM-OUTPUT-LINE
065890     END-IF
065900     WRITE RM-OUTPUT-RECORD FROM RM-OUTPUT-LINE.

066000*****************************************************************
066100* 3200-DISPLAY-METADATA-DETAIL - WRITE A BLOCKQUOTE LINE UNDER   *
066200*                 A BULLET GIVING ITS DESCRIPTION, UPLOADER AND *
066300*                 UPLOAD DATE FROM MAP-METADATA.DAT, THE        *
066310*                 DESCRIPTION TRANSLATED IN A LANGUAGE PASS     *
066400*****************************************************************
066500 3200-DISPLAY-METADATA-DETAIL.
066510     MOVE RM-MASTER-DESC TO RM-SHOWN-DESC
066520     IF RM-Language-Pass
066530         MOVE RM-MASTER-DESC TO RM-L10N-BASE-DESC
066540         MOVE RM-TRIMMED-NAME TO RM-L10N-LOOKUP-NAME
066550         PERFORM 4600-TRANSLATE-MAP-DESC THRU 4600-EXIT
066560     END-IF
066600     MOVE SPACES TO RM-OUTPUT-LINE
066700     STRING '> ' DELIMITED BY SIZE
066800         FUNCTION TRIM(RM-SHOWN-DESC)
066900             DELIMITED BY SIZE
067000         ' (uploaded by ' DELIMITED BY SIZE
067100         FUNCTION TRIM(RM-MASTER-UPLOADER)
069250     PERFORM 8000-ESCAPE-JSON-FIELD THRU 8000-EXIT
069260     MOVE RM-JSON-ESCAPE-OUT TO RM-JSON-NAME-ESC
069270     MOVE RM-MASTER-DLCOUNT TO RM-DL-DISPLAY
069280     MOVE RM-CUR-VER-NUMBER TO RM-VER-DISPLAY
069300     IF RM-Metadata-Found
069310         MOVE FUNCTION TRIM(RM-MASTER-DESC)
069320             TO RM-JSON-ESCAPE-IN
070600                 DELIMITED BY SIZE
070700             '","downloadCount":' DELIMITED BY SIZE
070750             FUNCTION TRIM(RM-DL-DISPLAY) DELIMITED BY SIZE
070751             ',"version":' DELIMITED BY SIZE
070752             FUNCTION TRIM(RM-VER-DISPLAY) DELIMITED BY SIZE
070753             ',"lastUpdated":"' DELIMITED BY SIZE
070754             FUNCTION TRIM(RM-CUR-VER-UPDATED) DELIMITED BY SIZE
070755             '"' DELIMITED BY SIZE
070760             ',"requires":[' DELIMITED BY SIZE
070770             FUNCTION TRIM(RM-REQUIRES-JSON) DELIMITED BY SIZE
070780             ']' DELIMITED BY SIZE
070785             ',"tags":[' DELIMITED BY SIZE
070790             FUNCTION TRIM(RM-TAGS-JSON) DELIMITED BY SIZE
070795             ']}' DELIMITED BY SIZE
070800             INTO RM-MANIFEST-LINE
070810             ON OVERFLOW
070820                 PERFORM 3310-WRITE-MANIFEST-OVERFLOW
070830                     THRU 3310-EXIT
070840         END-STRING
070900     ELSE
071000         STRING '  {"category":"' DELIMITED BY SIZE
071100             FUNCTION TRIM(RM-JSON-CATEGORY-ESC) DELIMITED BY SIZE
071500             '"uploadDate":"",' DELIMITED BY SIZE
071510             '"downloadCount":' DELIMITED BY SIZE
071520             FUNCTION TRIM(RM-DL-DISPLAY) DELIMITED BY SIZE
071521             ',"version":' DELIMITED BY SIZE
071522             FUNCTION TRIM(RM-VER-DISPLAY) DELIMITED BY SIZE
071523             ',"lastUpdated":"' DELIMITED BY SIZE
071524             FUNCTION TRIM(RM-CUR-VER-UPDATED) DELIMITED BY SIZE
071525             '"' DELIMITED BY SIZE
071530             ',"requires":[' DELIMITED BY SIZE
071540             FUNCTION TRIM(RM-REQUIRES-JSON) DELIMITED BY SIZE
071541             ']' DELIMITED BY SIZE
071542             ',"tags":[' DELIMITED BY SIZE
071543             FUNCTION TRIM(RM-TAGS-JSON) DELIMITED BY SIZE
071544             ']}' DELIMITED BY SIZE
071545             INTO RM-MANIFEST-LINE
071546             ON OVERFLOW
071547                 PERFORM 3310-WRITE-MANIFEST-OVERFLOW
071548                     THRU 3310-EXIT
071549         END-STRING
071550     END-IF
071551     WRITE RM-MANIFEST-RECORD FROM RM-MANIFEST-LINE
071552     SET RM-Manifest-Not-First TO TRUE.

071553*****************************************************************
071554* 3310-WRITE-MANIFEST-OVERFLOW - THE ENTRY'S JSON OBJECT DID    *
071555*                 NOT FIT THE MANIFEST LINE AND WAS CUT SHORT.  *
071556*                 NOTE IT ON EXCEPTION.RPT SO THE BROKEN        *
071557*                 MANIFEST.JSON CANNOT BE PUBLISHED UNSEEN      *
071558*****************************************************************
071559 3310-WRITE-MANIFEST-OVERFLOW.
071560     MOVE 'EXCEPTION' TO RM-EXC-TAG
071561     MOVE ZERO TO RM-EXC-LINE-NO
071562     MOVE 'MANIFEST OVERFLOW' TO RM-EXC-REASON
071563     MOVE SPACES TO RM-EXC-TEXT
071564     STRING FUNCTION TRIM(RM-TRIMMED-NAME) DELIMITED BY SIZE
071565         ' IN ' DELIMITED BY SIZE
071566         FUNCTION TRIM(RM-TRIMMED-CATEGORY) DELIMITED BY SIZE
071567         INTO RM-EXC-TEXT
071568     WRITE RM-EXCEPTION-RECORD FROM RM-EXCEPTION-LINE.
071569 3310-EXIT.
071570     EXIT.

071571*****************************************************************
071572* 4000-WRITE-LANGUAGE-READMES - AFTER THE BASE README, WRITE A  *
071573*                 README.<LANG>-STAGED.MD FOR EACH LANGUAGE     *
071574*                 NAMED IN L10N-CONTROL.DAT. WITH NO CONTROL    *
071575*                 FILE, OR NO GOOD CODE ON IT, NOTHING MORE IS  *
071576*                 WRITTEN                                       *
071577*****************************************************************
071578 4000-WRITE-LANGUAGE-READMES.
071579     PERFORM 4100-LOAD-LANGUAGES THRU 4100-EXIT
071580     IF RM-LANG-COUNT = ZERO
071581         GO TO 4000-EXIT
071582     END-IF
071583     SET RM-Language-Pass TO TRUE
071584     PERFORM VARYING RM-LANG-IDX FROM 1 BY 1
071585             UNTIL RM-LANG-IDX > RM-LANG-COUNT
071586         PERFORM 4200-WRITE-ONE-LANGUAGE THRU 4200-EXIT
071587     END-PERFORM
071588     SET RM-Base-Pass TO TRUE.
071589 4000-EXIT.
071590     EXIT.

071591*****************************************************************
071592* 4100-LOAD-LANGUAGES - LOAD THE LANGUAGE CODES FROM            *
071593*                 L10N-CONTROL.DAT. LINES OTHER THAN LANGUAGE=  *
071594*                 ARE IGNORED                                   *
071595*****************************************************************
071596 4100-LOAD-LANGUAGES.
071597     MOVE ZERO TO RM-LANG-COUNT
071598     OPEN INPUT L10nControlFile
071599     IF RM-L10NCTL-STATUS NOT = '00'
071600         GO TO 4100-EXIT
071601     END-IF
071602     SET Not-End-Of-L10n-Control TO TRUE
071603     PERFORM 4110-READ-L10N-CONTROL THRU 4110-EXIT
071604     PERFORM UNTIL End-Of-L10n-Control
071605         PERFORM 4120-STORE-LANGUAGE THRU 4120-EXIT
071606         PERFORM 4110-READ-L10N-CONTROL THRU 4110-EXIT
071607     END-PERFORM
071608     CLOSE L10nControlFile.
071609 4100-EXIT.
071610     EXIT.

071611*****************************************************************
071612* 4110-READ-L10N-CONTROL - READ ONE LINE OF L10N-CONTROL.DAT    *
071613*****************************************************************
071614 4110-READ-L10N-CONTROL.
071615     READ L10nControlFile
071616         AT END
071617             SET End-Of-L10n-Control TO TRUE
071618     END-READ.
071619 4110-EXIT.
071620     EXIT.

071621*****************************************************************
071622* 4120-STORE-LANGUAGE - KEEP ONE LANGUAGE=CODE LINE'S CODE,     *
071623*                 UPPER-CASED. A BAD CODE, A CODE ALREADY HELD  *
071624*                 AND ANY CODE PAST THE FIFTH ARE DROPPED       *
071625*****************************************************************
071626 4120-STORE-LANGUAGE.
071627     MOVE SPACES TO RM-L10NCTL-SPLIT-FIELDS
071628     UNSTRING RM-L10NCTL-RECORD DELIMITED BY '='
071629         INTO RM-L10NCTL-SPLIT-KEY RM-L10NCTL-SPLIT-VALUE
071630     IF FUNCTION UPPER-CASE(FUNCTION TRIM(RM-L10NCTL-SPLIT-KEY))
071631             NOT = 'LANGUAGE'
071632         GO TO 4120-EXIT
071633     END-IF
071634     MOVE FUNCTION UPPER-CASE(
071635             FUNCTION TRIM(RM-L10NCTL-SPLIT-VALUE))
071636         TO RM-L10NCTL-SPLIT-VALUE
071637     IF RM-L10NCTL-SPLIT-VALUE = SPACES
071638         OR RM-L10NCTL-SPLIT-VALUE(9:12) NOT = SPACES
071639         GO TO 4120-EXIT
071640     END-IF
071641     MOVE RM-L10NCTL-SPLIT-VALUE TO RM-LANG-CANDIDATE
071642     PERFORM 4130-CHECK-LANGUAGE-CODE THRU 4130-EXIT
071643     IF RM-Lang-Code-Bad
071644         GO TO 4120-EXIT
071645     END-IF
071646     SET RM-Lang-Not-Listed TO TRUE
071647     PERFORM VARYING RM-LANG-IDX FROM 1 BY 1
071648             UNTIL RM-LANG-IDX > RM-LANG-COUNT
071649         IF RM-LANG-CODE(RM-LANG-IDX) = RM-LANG-CANDIDATE
071650             SET RM-Lang-Listed TO TRUE
071651         END-IF
071652     END-PERFORM
071653     IF RM-Lang-Listed
071654         OR RM-LANG-COUNT NOT < 5
071655         GO TO 4120-EXIT
071656     END-IF
071657     ADD 1 TO RM-LANG-COUNT
071658     MOVE RM-LANG-CANDIDATE TO RM-LANG-CODE(RM-LANG-COUNT).
071659 4120-EXIT.
071660     EXIT.

071661*****************************************************************
071662* 4130-CHECK-LANGUAGE-CODE - A CODE BECOMES PART OF A FILE NAME *
071663*                 SO ONLY A-Z, 0-9 AND '-' ARE ALLOWED, WITH NO *
071664*                 EMBEDDED SPACE                                *
071665*****************************************************************
071666 4130-CHECK-LANGUAGE-CODE.
071667     SET RM-Lang-Code-Ok TO TRUE
071668     PERFORM VARYING RM-LANG-CHAR-IDX FROM 1 BY 1
071669             UNTIL RM-LANG-CHAR-IDX > 8
071670         MOVE RM-LANG-CANDIDATE(RM-LANG-CHAR-IDX:1)
071671             TO RM-LANG-CHAR
071672         IF RM-LANG-CHAR = SPACE
071673             IF RM-LANG-CANDIDATE(RM-LANG-CHAR-IDX:) NOT = SPACES
071674                 SET RM-Lang-Code-Bad TO TRUE
071675             END-IF
071676         ELSE
071677             IF NOT RM-Lang-Char-Ok
071678                 SET RM-Lang-Code-Bad TO TRUE
071679             END-IF
071680         END-IF
071681     END-PERFORM.
071682 4130-EXIT.
071683     EXIT.

071684*****************************************************************
071685* 4200-WRITE-ONE-LANGUAGE - SWITCH THE README OUTPUT TO THE     *
071686*                 LANGUAGE'S STAGED FILE, LOAD ITS TRANSLATIONS *
071687*                 AND REPLAY THE SORTED LISTING INTO IT. THE    *
071688*                 ENTRIES COME FROM MAP-MASTER.DAT, WHICH HOLDS *
071689*                 EXACTLY THE ONES THE BASE PASS PUBLISHED, SO  *
071690*                 EVERY LANGUAGE LISTS THE SAME MAPS IN THE     *
071691*                 SAME ORDER. AN OUTPUT THAT WILL NOT OPEN GOES *
071692*                 TO EXCEPTION.RPT AND THE LANGUAGE IS SKIPPED  *
071693*****************************************************************
071694 4200-WRITE-ONE-LANGUAGE.
071695     MOVE RM-LANG-CODE(RM-LANG-IDX) TO RM-CUR-LANG
071696     CLOSE OutputFile
071697     MOVE SPACES TO RM-OUTPUT-ASSIGN
071698     IF RM-FOLDER-PATH = SPACES
071699         STRING 'README.' FUNCTION TRIM(RM-CUR-LANG)
071700             '-STAGED.MD'
071701             DELIMITED BY SIZE INTO RM-OUTPUT-ASSIGN
071702     ELSE
071703         STRING FUNCTION TRIM(RM-FOLDER-PATH) '/README.'
071704             FUNCTION TRIM(RM-CUR-LANG) '-STAGED.MD'
071705             DELIMITED BY SIZE INTO RM-OUTPUT-ASSIGN
071706     END-IF
071707     OPEN OUTPUT OutputFile
071708     IF RM-OUTPUT-STATUS NOT = '00'
071709         MOVE 'EXCEPTION' TO RM-EXC-TAG
071710         MOVE ZERO TO RM-EXC-LINE-NO
071711         MOVE 'LANGUAGE OUTPUT' TO RM-EXC-REASON
071712         MOVE SPACES TO RM-EXC-TEXT
071713         STRING FUNCTION TRIM(RM-OUTPUT-ASSIGN)
071714             ' NOT WRITTEN - STATUS ' RM-OUTPUT-STATUS
071715             DELIMITED BY SIZE INTO RM-EXC-TEXT
071716         WRITE RM-EXCEPTION-RECORD FROM RM-EXCEPTION-LINE
071717         GO TO 4200-EXIT
071718     END-IF
071719     PERFORM 4300-LOAD-MAP-TRANSLATIONS THRU 4300-EXIT
071720     PERFORM 4400-LOAD-CAT-TRANSLATIONS THRU 4400-EXIT
071721     MOVE HIGH-VALUES TO RM-PREV-CATEGORY
071722     SET Not-End-Of-Sort TO TRUE
071723     SET Not-End-Of-Expired TO TRUE
071724     SET Not-End-Of-Retired TO TRUE
071725     SET RM-Expired-First TO TRUE
071726     SET RM-Retired-First TO TRUE
071727     SET RM-Tag-Index-First TO TRUE
071728     SORT SortFile
071729         ON ASCENDING KEY SD-CATEGORY-SEQ SD-CATEGORY SD-NAME
071730         INPUT PROCEDURE  4500-RELEASE-FROM-MASTER
071731                     THRU 4500-EXIT
071732         OUTPUT PROCEDURE 3000-DISPLAY-SORTED
071733                     THRU 3000-EXIT.
071734 4200-EXIT.
071735     EXIT.

071736*****************************************************************
071737* 4300-LOAD-MAP-TRANSLATIONS - LOAD THIS FOLDER'S MAP           *
071738*                 DESCRIPTIONS IN THE CURRENT LANGUAGE FROM     *
071739*                 MAP-METADATA-L10N.DAT. THE FILE IS OPTIONAL - *
071740*                 WITH NONE, EVERY DESCRIPTION FALLS BACK       *
071741*****************************************************************
071742 4300-LOAD-MAP-TRANSLATIONS.
071743     MOVE ZERO TO RM-L10N-COUNT
071744     OPEN INPUT L10nMapFile
071745     IF RM-L10N-STATUS NOT = '00'
071746         GO TO 4300-EXIT
071747     END-IF
071748     SET Not-End-Of-L10n TO TRUE
071749     PERFORM 4310-READ-MAP-TRANSLATION THRU 4310-EXIT
071750     PERFORM UNTIL End-Of-L10n
071751         PERFORM 4320-STORE-MAP-TRANSLATION THRU 4320-EXIT
071752         PERFORM 4310-READ-MAP-TRANSLATION THRU 4310-EXIT
071753     END-PERFORM
071754     CLOSE L10nMapFile.
071755 4300-EXIT.
071756     EXIT.

071757*****************************************************************
071758* 4310-READ-MAP-TRANSLATION - READ ONE LINE OF                  *
071759*                 MAP-METADATA-L10N.DAT                         *
071760*****************************************************************
071761 4310-READ-MAP-TRANSLATION.
071762     READ L10nMapFile
071763         AT END
071764             SET End-Of-L10n TO TRUE
071765     END-READ.
071766 4310-EXIT.
071767     EXIT.

071768*****************************************************************
071769* 4320-STORE-MAP-TRANSLATION - KEEP ONE RECORD IN THE CURRENT   *
071770*                 LANGUAGE. ONE PAST THE TABLE CAP GOES TO      *
071771*                 EXCEPTION.RPT AND ITS MAP FALLS BACK          *
071772*****************************************************************
071773 4320-STORE-MAP-TRANSLATION.
071774     MOVE SPACES TO RM-L10N-SPLIT-FIELDS
071775     UNSTRING RM-L10N-RECORD DELIMITED BY '|'
071776         INTO RM-L10N-SPLIT-NAME RM-L10N-SPLIT-LANG
071777              RM-L10N-SPLIT-DESC
071778     IF FUNCTION UPPER-CASE(FUNCTION TRIM(RM-L10N-SPLIT-LANG))
071779             NOT = RM-CUR-LANG
071780         OR FUNCTION TRIM(RM-L10N-SPLIT-NAME) = SPACES
071781         OR FUNCTION TRIM(RM-L10N-SPLIT-DESC) = SPACES
071782         GO TO 4320-EXIT
071783     END-IF
071784     IF RM-L10N-COUNT NOT < 5000
071785         MOVE 'EXCEPTION' TO RM-EXC-TAG
071786         MOVE ZERO TO RM-EXC-LINE-NO
071787         MOVE 'L10N TABLE FULL' TO RM-EXC-REASON
071788         MOVE RM-L10N-RECORD TO RM-EXC-TEXT
071789         WRITE RM-EXCEPTION-RECORD FROM RM-EXCEPTION-LINE
071790         GO TO 4320-EXIT
071791     END-IF
071792     ADD 1 TO RM-L10N-COUNT
071793     MOVE FUNCTION TRIM(RM-L10N-SPLIT-NAME)
071794         TO RM-L10N-NAME(RM-L10N-COUNT)
071795     MOVE FUNCTION TRIM(RM-L10N-SPLIT-DESC)
071796         TO RM-L10N-DESC(RM-L10N-COUNT).
071797 4320-EXIT.
071798     EXIT.

071799*****************************************************************
071800* 4400-LOAD-CAT-TRANSLATIONS - LOAD THIS FOLDER'S CATEGORY      *
071801*                 DESCRIPTIONS IN THE CURRENT LANGUAGE FROM     *
071802*                 CATEGORY-MASTER-L10N.DAT, ALSO OPTIONAL       *
071803*****************************************************************
071804 4400-LOAD-CAT-TRANSLATIONS.
071805     MOVE ZERO TO RM-CATL10N-COUNT
071806     OPEN INPUT L10nCatFile
071807     IF RM-CATL10N-STATUS NOT = '00'
071808         GO TO 4400-EXIT
071809     END-IF
071810     SET Not-End-Of-L10n TO TRUE
071811     PERFORM 4410-READ-CAT-TRANSLATION THRU 4410-EXIT
071812     PERFORM UNTIL End-Of-L10n
071813         PERFORM 4420-STORE-CAT-TRANSLATION THRU 4420-EXIT
071814         PERFORM 4410-READ-CAT-TRANSLATION THRU 4410-EXIT
071815     END-PERFORM
071816     CLOSE L10nCatFile.
071817 4400-EXIT.
071818     EXIT.

071819*****************************************************************
071820* 4410-READ-CAT-TRANSLATION - READ ONE LINE OF                  *
071821*                 CATEGORY-MASTER-L10N.DAT                      *
071822*****************************************************************
071823 4410-READ-CAT-TRANSLATION.
071824     READ L10nCatFile
071825         AT END
071826             SET End-Of-L10n TO TRUE
071827     END-READ.
071828 4410-EXIT.
071829     EXIT.

071830*****************************************************************
071831* 4420-STORE-CAT-TRANSLATION - KEEP ONE RECORD IN THE CURRENT   *
071832*                 LANGUAGE, UP TO ONE PER MASTER CATEGORY       *
071833*****************************************************************
071834 4420-STORE-CAT-TRANSLATION.
071835     MOVE SPACES TO RM-L10N-SPLIT-FIELDS
071836     UNSTRING RM-CATL10N-RECORD DELIMITED BY '|'
071837         INTO RM-L10N-SPLIT-NAME RM-L10N-SPLIT-LANG
071838              RM-L10N-SPLIT-DESC
071839     IF FUNCTION UPPER-CASE(FUNCTION TRIM(RM-L10N-SPLIT-LANG))
071840             NOT = RM-CUR-LANG
071841         OR FUNCTION TRIM(RM-L10N-SPLIT-NAME) = SPACES
071842         OR FUNCTION TRIM(RM-L10N-SPLIT-DESC) = SPACES
071843         OR RM-CATL10N-COUNT NOT < 100
071844         GO TO 4420-EXIT
071845     END-IF
071846     ADD 1 TO RM-CATL10N-COUNT
071847     MOVE FUNCTION TRIM(RM-L10N-SPLIT-NAME)
071848         TO RM-CATL10N-NAME(RM-CATL10N-COUNT)
071849     MOVE FUNCTION TRIM(RM-L10N-SPLIT-DESC)
071850         TO RM-CATL10N-DESC(RM-CATL10N-COUNT).
071851 4420-EXIT.
071852     EXIT.

071853*****************************************************************
071854* 4500-RELEASE-FROM-MASTER - SORT INPUT PROCEDURE FOR A         *
071855*                 LANGUAGE PASS: RELEASE EVERY MAP-MASTER.DAT   *
071856*                 RECORD UNDER THE SAME CATEGORY SEQUENCE THE   *
071857*                 BASE PASS GAVE IT                             *
071858*****************************************************************
071859 4500-RELEASE-FROM-MASTER.
071860     MOVE LOW-VALUES TO RM-MASTER-NAME
071861     START MapMasterFile KEY IS NOT LESS THAN RM-MASTER-NAME
071862         INVALID KEY
071863             GO TO 4500-EXIT
071864     END-START
071865     SET Not-End-Of-Master TO TRUE
071866     PERFORM 4510-READ-NEXT-MASTER THRU 4510-EXIT
071867     PERFORM UNTIL End-Of-Master
071868         MOVE RM-MASTER-CATEGORY TO RM-TRIMMED-CATEGORY
071869         PERFORM 2220-LOOKUP-CATEGORY THRU 2220-EXIT
071870         MOVE RM-CURRENT-CAT-SEQ TO SD-CATEGORY-SEQ
071871         MOVE RM-MASTER-CATEGORY TO SD-CATEGORY
071872         MOVE RM-MASTER-NAME TO SD-NAME
071873         RELEASE SD-RECORD
071874         PERFORM 4510-READ-NEXT-MASTER THRU 4510-EXIT
071875     END-PERFORM.
071876 4500-EXIT.
071877     EXIT.

071878*****************************************************************
071879* 4510-READ-NEXT-MASTER - READ THE NEXT MAP-MASTER.DAT RECORD   *
071880*                 IN NAME ORDER                                 *
071881*****************************************************************
071882 4510-READ-NEXT-MASTER.
071883     READ MapMasterFile NEXT RECORD
071884         AT END
071885             SET End-Of-Master TO TRUE
071886     END-READ.
071887 4510-EXIT.
071888     EXIT.

071889*****************************************************************
071890* 4600-TRANSLATE-MAP-DESC - SET RM-SHOWN-DESC TO THE CURRENT    *
071891*                 LANGUAGE'S DESCRIPTION OF RM-L10N-LOOKUP-NAME,*
071892*                 OR TO THE BASE TEXT IN RM-L10N-BASE-DESC WITH *
071893*                 THE UNTRANSLATED MARK. WITH NO BASE TEXT      *
071894*                 EITHER THERE IS NOTHING TO MARK               *
071895*****************************************************************
071896 4600-TRANSLATE-MAP-DESC.
071897     MOVE SPACES TO RM-SHOWN-DESC
071898     PERFORM VARYING RM-L10N-IDX FROM 1 BY 1
071899             UNTIL RM-L10N-IDX > RM-L10N-COUNT
071900                OR RM-SHOWN-DESC NOT = SPACES
071901         IF RM-L10N-NAME(RM-L10N-IDX) = RM-L10N-LOOKUP-NAME
071902             MOVE RM-L10N-DESC(RM-L10N-IDX) TO RM-SHOWN-DESC
071903         END-IF
071904     END-PERFORM
071905     IF RM-SHOWN-DESC = SPACES
071906         AND RM-L10N-BASE-DESC NOT = SPACES
071907         STRING FUNCTION TRIM(RM-L10N-BASE-DESC)
071908                 DELIMITED BY SIZE
071909             RM-UNTRANSLATED-MARK DELIMITED BY SIZE
071910             INTO RM-SHOWN-DESC
071911     END-IF.
071912 4600-EXIT.
071913     EXIT.

071914*****************************************************************
071915* 4610-TRANSLATE-CATEGORY - THE SAME FOR THE CURRENT CATEGORY'S *
071916*                 DESCRIPTION                                   *
071917*****************************************************************
071918 4610-TRANSLATE-CATEGORY.
071919     MOVE SPACES TO RM-SHOWN-DESC
071920     PERFORM VARYING RM-CATL10N-IDX FROM 1 BY 1
071921             UNTIL RM-CATL10N-IDX > RM-CATL10N-COUNT
071922                OR RM-SHOWN-DESC NOT = SPACES
071923         IF RM-CATL10N-NAME(RM-CATL10N-IDX) = RM-TRIMMED-CATEGORY
071924             MOVE RM-CATL10N-DESC(RM-CATL10N-IDX)
071925                 TO RM-SHOWN-DESC
071926         END-IF
071927     END-PERFORM
071928     IF RM-SHOWN-DESC = SPACES
071929         AND RM-L10N-BASE-DESC NOT = SPACES
071930         STRING FUNCTION TRIM(RM-L10N-BASE-DESC)
071931                 DELIMITED BY SIZE
071932             RM-UNTRANSLATED-MARK DELIMITED BY SIZE
071933             INTO RM-SHOWN-DESC
071934     END-IF.
071935 4610-EXIT.
071936     EXIT.

071937*****************************************************************
071938* 8000-ESCAPE-JSON-FIELD - COPY RM-JSON-ESCAPE-IN TO              *
071939*                 RM-JSON-ESCAPE-OUT, BACKSLASH-ESCAPING ANY      *
071940*                 QUOTE OR BACKSLASH CHARACTER SO THE RESULT IS   *
071950*                 SAFE TO STRING BETWEEN JSON QUOTES              *
071960*****************************************************************
072900         CLOSE ExceptionFile
073000         CLOSE OutputFile
073100         CLOSE ManifestFile
073101         CLOSE MapMasterFile
073102         IF RM-Versions-On-File
073103             CLOSE VersionFile
073104         END-IF
073105         IF RM-Issues-On-File
073106             CLOSE IssueMasterFile
073107         END-IF
073108         DELETE FILE MetaWorkFile
073109     END-IF
073110     DELETE FILE FolderControlFile
073115     PERFORM 9200-WRITE-CALL-STATUS THRU 9200-EXIT.
073200 9000-EXIT.
076200         INTO RM-AUD-TIME
076300     MOVE RM-LINE-COUNT TO RM-AUD-READ
076400     MOVE RM-VALID-COUNT TO RM-AUD-WRITTEN
076500     MOVE RM-REJECT-COUNT TO RM-AUD-REJECTED
076510     COMPUTE RM-AUD-HELD = RM-HELD-COUNT + RM-EXPIRED-COUNT.
076600 9110-EXIT.
076700     EXIT.
