001200*              ENTRY GO TO DOWNLOAD-UNMATCHED.RPT - THEY
001300*              USUALLY MEAN A MAP STILL BEING DOWNLOADED THAT
001400*              FILE-LIST.DAT NO LONGER LISTS.
001410*              EACH MATCHED DOWNLOAD IS ALSO BOOKED TO THE
001420*              KEYED DOWNLOAD-HISTORY.DAT UNDER ITS MONTH, SO
001430*              DOWNLOAD-TREND CAN SHOW HOW A MAP'S DOWNLOADS
001440*              MOVE FROM MONTH TO MONTH.
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. DownloadStats IS INITIAL PROGRAM.
003296*                  GENERATEREADME AND LIST-MAINT PICKED UP THE
003297*                  SAME FIELD; A COUNTS FILE FROM BEFORE THIS
003298*                  CHANGE MUST BE DELETED AND RE-ACCUMULATED.
003305* 2026-10-15 RW    EVERY MATCHED DOWNLOAD IS NOW ALSO ADDED TO
003312*                  DOWNLOAD-HISTORY.DAT, KEYED ON NAME PLUS THE
003319*                  YYYYMM IT IS BOOKED TO, CREATED ON FIRST USE
003326*                  LIKE THE RUNNING COUNTS. THE MONTH IS THE RUN
003333*                  DATE'S UNLESS THE OPTIONAL
003340*                  DOWNLOAD-STATS-CONTROL.DAT CARRIES
003347*                  LOG-MONTH=YYYYMM (FOR AN EXTRACT LOADED AFTER
003354*                  ITS MONTH HAS ENDED); A LOG-MONTH THAT IS NOT
003361*                  A VALID YYYYMM FAILS THE RUN RATHER THAN
003368*                  BOOKING A MONTH'S DOWNLOADS TO THE WRONG
003375*                  MONTH. THE RUNNING COUNTS ARE UNCHANGED.
003382*-----------------------------------------------------------------

003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004800         RECORD KEY IS DS-DLC-NAME
004900         FILE STATUS IS DS-DLC-STATUS.

004910     SELECT DownloadHistoryFile ASSIGN TO 'DOWNLOAD-HISTORY.DAT'
004920         ORGANIZATION IS INDEXED
004930         ACCESS MODE IS DYNAMIC
004940         RECORD KEY IS DS-DLH-KEY
004950         FILE STATUS IS DS-DLH-STATUS.

005000     SELECT ReportFile ASSIGN TO 'DOWNLOAD-UNMATCHED.RPT'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS DS-RPT-STATUS.

005210     SELECT ControlFile ASSIGN TO 'DOWNLOAD-STATS-CONTROL.DAT'
005220         ORGANIZATION IS LINE SEQUENTIAL
005230         FILE STATUS IS DS-CTL-STATUS.

005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DownloadLogFile.
007800     05  DS-DLC-COUNT              PIC 9(09).
007810     05  DS-DLC-LAST-DATE          PIC X(10).

007820*-----------------------------------------------------------------
007830* MONTHLY DOWNLOAD HISTORY, KEYED ON MAP NAME PLUS THE YYYYMM
007840* THE DOWNLOADS WERE BOOKED TO. DOWNLOAD-TREND READS IT IN KEY
007850* ORDER AND GENERATEREADME READS IT BY KEY
007860*-----------------------------------------------------------------
007870 FD  DownloadHistoryFile.
007880 01  DS-DLH-RECORD.
007881     05  DS-DLH-KEY.
007882         10  DS-DLH-NAME           PIC X(256).
007883         10  DS-DLH-MONTH          PIC 9(06).
007890     05  DS-DLH-COUNT              PIC 9(09).

007900 FD  ReportFile.
008000 01  DS-REPORT-RECORD              PIC X(300).

008010 FD  ControlFile.
008020 01  DS-CONTROL-RECORD             PIC X(80).

008100 WORKING-STORAGE SECTION.
008200*-----------------------------------------------------------------
008300* SWITCHES
009700     05  DS-FOUND-SW               PIC X     VALUE 'N'.
009800         88  DS-Unmatched-Found              VALUE 'Y'.
009900         88  DS-Unmatched-Not-Found          VALUE 'N'.
009910     05  DS-CTL-EOF-FLAG           PIC X     VALUE 'N'.
009920         88  End-Of-Control                  VALUE 'Y'.
009930         88  Not-End-Of-Control              VALUE 'N'.

010000*-----------------------------------------------------------------
010100* FILE STATUS CODES
010400 77  DS-MASTER-STATUS              PIC X(02) VALUE SPACES.
010500 77  DS-DLC-STATUS                 PIC X(02) VALUE SPACES.
010600 77  DS-RPT-STATUS                 PIC X(02) VALUE SPACES.
010610 77  DS-DLH-STATUS                 PIC X(02) VALUE SPACES.
010620 77  DS-CTL-STATUS                 PIC X(02) VALUE SPACES.

010700*-----------------------------------------------------------------
010800* COUNTERS AND WORK AREAS
011800 01  DS-COUNT-DISPLAY              PIC Z(06)9.
011810 77  DS-RUN-DATE-RAW               PIC 9(08) VALUE ZERO.
011820 01  DS-RUN-DATE-DISPLAY           PIC X(10).
011830 77  DS-LOG-MONTH                  PIC 9(06) VALUE ZERO.

011840*-----------------------------------------------------------------
011850* CONTROL CARD PARSE WORK AREAS
011860*-----------------------------------------------------------------
011870 01  DS-CTL-KEY                    PIC X(20).
011880 01  DS-CTL-VALUE                  PIC X(20).
011890 01  DS-CTL-MONTH-JUST             PIC X(06) JUSTIFIED RIGHT.

011900*-----------------------------------------------------------------
012000* UNMATCHED NAME TALLY TABLE - ONE REPORT LINE PER DISTINCT
013700     GOBACK.

013800*****************************************************************
013900* 1000-INITIALIZE - OPEN THE REPORT FIRST, READ THE OPTIONAL    *
014000*                 CONTROL FILE, THEN OPEN THE MASTER, THE       *
014100*                 RUNNING COUNTS AND THE MONTHLY HISTORY (BOTH  *
014110*                 CREATED EMPTY ON FIRST USE), THEN THE LOG     *
014120*                 EXTRACT                                       *
014200*****************************************************************
014300 1000-INITIALIZE.
014310     ACCEPT DS-RUN-DATE-RAW FROM DATE YYYYMMDD
014330     STRING DS-RUN-DATE-RAW(1:4) '-' DS-RUN-DATE-RAW(5:2) '-'
014340         DS-RUN-DATE-RAW(7:2) DELIMITED BY SIZE
014350         INTO DS-RUN-DATE-DISPLAY
014360     MOVE DS-RUN-DATE-RAW(1:6) TO DS-LOG-MONTH
014400     OPEN OUTPUT ReportFile
014500     IF DS-RPT-STATUS NOT = '00'
014600         SET DS-Init-Failed TO TRUE
014800             'DOWNLOAD-UNMATCHED.RPT, STATUS=' DS-RPT-STATUS
014900         GO TO 1000-EXIT
015000     END-IF
015010     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
015020     IF DS-Init-Failed
015030         GO TO 1000-EXIT
015040     END-IF
015100     OPEN INPUT MapMasterFile
015200     IF DS-MASTER-STATUS NOT = '00'
015300         SET DS-Init-Failed TO TRUE
017700         CLOSE MapMasterFile
017800         GO TO 1000-EXIT
017900     END-IF
017910     OPEN I-O DownloadHistoryFile
017920     IF DS-DLH-STATUS = '35'
017930         OPEN OUTPUT DownloadHistoryFile
017940         IF DS-DLH-STATUS = '00'
017950             CLOSE DownloadHistoryFile
017960             OPEN I-O DownloadHistoryFile
017970         END-IF
017980     END-IF
017981     IF DS-DLH-STATUS NOT = '00'
017982         SET DS-Init-Failed TO TRUE
017983         MOVE SPACES TO DS-OUTPUT-LINE
017984         STRING 'FAILED    DOWNLOAD-HISTORY.DAT COULD NOT BE '
017985             'OPENED (STATUS=' DS-DLH-STATUS ')'
017986             DELIMITED BY SIZE INTO DS-OUTPUT-LINE
017987         WRITE DS-REPORT-RECORD FROM DS-OUTPUT-LINE
017988         CLOSE MapMasterFile
017989         CLOSE DownloadCountsFile
017990         GO TO 1000-EXIT
017991     END-IF
018000     OPEN INPUT DownloadLogFile
018100     IF DS-LOG-STATUS NOT = '00'
018200         SET DS-Init-Failed TO TRUE
018700         WRITE DS-REPORT-RECORD FROM DS-OUTPUT-LINE
018800         CLOSE MapMasterFile
018900         CLOSE DownloadCountsFile
018910         CLOSE DownloadHistoryFile
019000     END-IF.
019100 1000-EXIT.
019200     EXIT.

019201*****************************************************************
019202* 1100-READ-CONTROL - PARSE KEY=VALUE LINES FROM THE OPTIONAL   *
019203*                 DOWNLOAD-STATS-CONTROL.DAT. LOG-MONTH=YYYYMM  *
019204*                 BOOKS THE EXTRACT TO THAT MONTH INSTEAD OF    *
019205*                 THE RUN DATE'S; A VALUE THAT IS NOT A VALID   *
019206*                 YYYYMM FAILS THE RUN. UNKNOWN KEYS ARE        *
019207*                 IGNORED                                       *
019208*****************************************************************
019209 1100-READ-CONTROL.
019210     OPEN INPUT ControlFile
019211     IF DS-CTL-STATUS NOT = '00'
019212         GO TO 1100-EXIT
019213     END-IF
019214     PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
019215     PERFORM UNTIL End-Of-Control
019216         PERFORM 1120-APPLY-CONTROL-LINE THRU 1120-EXIT
019217         PERFORM 1110-READ-CONTROL-LINE THRU 1110-EXIT
019218     END-PERFORM
019219     CLOSE ControlFile.
019220 1100-EXIT.
019221     EXIT.

019222*****************************************************************
019223* 1110-READ-CONTROL-LINE - READ ONE CONTROL FILE LINE           *
019224*****************************************************************
019225 1110-READ-CONTROL-LINE.
019226     READ ControlFile
019227         AT END
019228             SET End-Of-Control TO TRUE
019229     END-READ.
019230 1110-EXIT.
019231     EXIT.

019232*****************************************************************
019233* 1120-APPLY-CONTROL-LINE - APPLY ONE KEY=VALUE CONTROL LINE    *
019234*****************************************************************
019235 1120-APPLY-CONTROL-LINE.
019236     MOVE SPACES TO DS-CTL-KEY DS-CTL-VALUE
019237     UNSTRING DS-CONTROL-RECORD DELIMITED BY '='
019238         INTO DS-CTL-KEY DS-CTL-VALUE
019239     EVALUATE FUNCTION TRIM(DS-CTL-KEY)
019240         WHEN 'LOG-MONTH'
019241             MOVE FUNCTION TRIM(DS-CTL-VALUE) TO DS-CTL-MONTH-JUST
019242             IF DS-CTL-MONTH-JUST IS NUMERIC
019243                 AND DS-CTL-MONTH-JUST(5:2) NOT < '01'
019244                 AND DS-CTL-MONTH-JUST(5:2) NOT > '12'
019245                 AND FUNCTION LENGTH(FUNCTION TRIM(DS-CTL-VALUE))
019246                     = 6
019247                 MOVE DS-CTL-MONTH-JUST TO DS-LOG-MONTH
019248             ELSE
019249                 SET DS-Init-Failed TO TRUE
019250                 MOVE SPACES TO DS-OUTPUT-LINE
019251                 STRING 'FAILED    LOG-MONTH '
019252                     FUNCTION TRIM(DS-CTL-VALUE)
019253                     ' IN DOWNLOAD-STATS-CONTROL.DAT IS NOT A '
019254                     'VALID YYYYMM' DELIMITED BY SIZE
019255                     INTO DS-OUTPUT-LINE
019256                 WRITE DS-REPORT-RECORD FROM DS-OUTPUT-LINE
019257             END-IF
019258     END-EVALUATE.
019259 1120-EXIT.
019260     EXIT.

019300*****************************************************************
019400* 2000-PROCESS-LOG - ONE LOG LINE PER DOWNLOAD: BUMP THE        *
019500*                 RUNNING COUNT FOR A PUBLISHED NAME, TALLY AN  *
024700             ADD 1 TO DS-DLC-COUNT
024710             MOVE DS-RUN-DATE-DISPLAY TO DS-DLC-LAST-DATE
024800             REWRITE DS-DLC-RECORD
024900     END-READ
024910     PERFORM 2150-BUMP-HISTORY THRU 2150-EXIT.
025000 2100-EXIT.
025100     EXIT.

025104*****************************************************************
025108* 2150-BUMP-HISTORY - ADD THE DOWNLOAD TO THE MAP'S COUNT FOR   *
025112*                 THE MONTH BEING BOOKED, CREATING THE MONTH'S  *
025116*                 RECORD ON ITS FIRST DOWNLOAD                  *
025120*****************************************************************
025124 2150-BUMP-HISTORY.
025128     MOVE DS-TRIMMED-NAME TO DS-DLH-NAME
025132     MOVE DS-LOG-MONTH TO DS-DLH-MONTH
025136     READ DownloadHistoryFile
025140         INVALID KEY
025144             MOVE DS-TRIMMED-NAME TO DS-DLH-NAME
025148             MOVE DS-LOG-MONTH TO DS-DLH-MONTH
025152             MOVE 1 TO DS-DLH-COUNT
025156             WRITE DS-DLH-RECORD
025160         NOT INVALID KEY
025164             ADD 1 TO DS-DLH-COUNT
025168             REWRITE DS-DLH-RECORD
025172     END-READ.
025176 2150-EXIT.
025180     EXIT.

025200*****************************************************************
025300* 2200-TALLY-UNMATCHED - ONE TABLE ENTRY PER DISTINCT UNMATCHED *
025400*                 NAME SO THE REPORT SHOWS EACH ONCE WITH ITS   *
031600         STRING 'SUMMARY:  UNMATCHED=' DS-COUNT-DISPLAY
031700             DELIMITED BY SIZE INTO DS-OUTPUT-LINE
031800         WRITE DS-REPORT-RECORD FROM DS-OUTPUT-LINE
031810         MOVE SPACES TO DS-OUTPUT-LINE
031820         STRING 'SUMMARY:  MONTH=' DS-LOG-MONTH
031830             DELIMITED BY SIZE INTO DS-OUTPUT-LINE
031840         WRITE DS-REPORT-RECORD FROM DS-OUTPUT-LINE
031900         CLOSE MapMasterFile
032000         CLOSE DownloadCountsFile
032010         CLOSE DownloadHistoryFile
032100     END-IF
032200     IF DS-RPT-STATUS = '00'
032300         CLOSE ReportFile
