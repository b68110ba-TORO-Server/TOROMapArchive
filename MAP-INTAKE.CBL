003700*                  ACCEPTED SUBMISSIONS APPEND CATEGORY,NAME TO
003800*                  FILE-LIST.DAT AND AN ADD TRANSACTION TO
003900*                  META-TRANS.DAT FOR THE NEXT META-MAINT RUN.
003910* 2026-10-15 RW    THE GENERATED META-TRANS ADD NOW ENDS WITH THE
003920*                  REQUESTER FIELD META-MAINT REQUIRES; THE
003930*                  SUBMITTING UPLOADER IS THE REQUESTER, SO THE
003940*                  ADD PASSES THE OWNERSHIP CHECK AS ITS OWNER.
003950*                  A SUBMISSION WITH NO UPLOADER IS REJECTED
003960*                  HERE (MISSING UPLOADER) RATHER THAN LEFT TO
003970*                  FAIL IN META-MAINT.
003971* 2026-10-15 RW    A SUBMISSION MAY END WITH TWO MORE OPTIONAL
003972*                  FIELDS, PUBLISH-ON|EXPIRE-ON (PIPE COUNT 8),
003973*                  FOR AN EVENT MAP THAT GOES LIVE AND COMES DOWN
003974*                  ON A SET DAY. EACH, WHEN GIVEN, MUST BE A REAL
003975*                  YYYY-MM-DD AND THE EXPIRY CANNOT PRECEDE THE
003976*                  PUBLISH DATE (SAME RULES AS META-MAINT). A
003977*                  SCHEDULED SUBMISSION GENERATES THE LONGER
003978*                  META-TRANS ADD THAT CARRIES BOTH DATES.
003979* 2026-10-15 RW    STORAGE QUOTAS FROM THE OPTIONAL
003980*                  CAPACITY-CONTROL.DAT (THE FILE CAPACITY
003981*                  REPORTS FROM). A SUBMISSION WHOSE SIZE WOULD
003982*                  PUSH ITS UPLOADER PAST THE UPLOADER QUOTA
003983*                  ACROSS THE ARCHIVE IS REJECTED OVER UPLOADER
003984*                  QUOTA; ONE THAT WOULD PUSH THE TARGET
003985*                  SUBFOLDER PAST ITS LIMIT IS REJECTED OVER
003986*                  SUBFOLDER LIMIT. THE TARGET SUBFOLDER - THE ONE
003987*                  WHOSE FILE-LIST.DAT THIS RUN FEEDS - IS NAMED
003988*                  BY THE INTAKE-FOLDER KEY ("." FOR THE CURRENT
003989*                  DIRECTORY, THE DEFAULT). USAGE IS WHAT THE
003990*                  MAP-MASTER.DAT FILES HOLD PLUS WHAT THIS RUN
003991*                  HAS ALREADY ACCEPTED. WITH NO CONTROL FILE, OR
003992*                  NO CEILING SET IN IT, NOTHING IS CHECKED.
004000*-----------------------------------------------------------------
004100
004200 ENVIRONMENT DIVISION.
006800         RECORD KEY IS MI-SUBMAST-NAME
006900         FILE STATUS IS MI-SUBMAST-STATUS.
007000
007020
007040     SELECT CapacityControlFile ASSIGN TO 'CAPACITY-CONTROL.DAT'
007060         ORGANIZATION IS LINE SEQUENTIAL
007080         FILE STATUS IS MI-CAPCTL-STATUS.
007100     SELECT ReportFile ASSIGN TO 'INTAKE.RPT'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS MI-RPT-STATUS.
010500     05  MI-SUBMAST-CHECKSUM       PIC X(64).
010600     05  MI-SUBMAST-DLCOUNT        PIC 9(09).
010700
010733 FD  CapacityControlFile.
010766 01  MI-CAPCTL-RECORD              PIC X(300).
010800 FD  ReportFile.
010900 01  MI-REPORT-RECORD              PIC X(132).
011000
014800         88  MI-Outputs-Not-Open             VALUE 'N'.
014900     05  MI-NAME-OVERFLOW-SW       PIC X     VALUE 'N'.
015000         88  MI-Name-Table-Full              VALUE 'Y'.
015006     05  MI-CAPCTL-EOF-FLAG        PIC X     VALUE 'N'.
015012         88  End-Of-Capacity-Control         VALUE 'Y'.
015018         88  Not-End-Of-Capacity-Control     VALUE 'N'.
015024     05  MI-SUBMAST-EOF-FLAG       PIC X     VALUE 'N'.
015030         88  End-Of-Sub-Master               VALUE 'Y'.
015036         88  Not-End-Of-Sub-Master           VALUE 'N'.
015042     05  MI-QUOTA-SW               PIC X     VALUE 'N'.
015048         88  MI-Quotas-Active                VALUE 'Y'.
015054         88  MI-Quotas-Inactive              VALUE 'N'.
015060     05  MI-UPL-FOUND-SW           PIC X     VALUE 'N'.
015066         88  MI-Uploader-Found               VALUE 'Y'.
015072         88  MI-Uploader-Not-Found           VALUE 'N'.
015078     05  MI-TARGET-SCANNED-SW      PIC X     VALUE 'N'.
015084         88  MI-Target-Scanned               VALUE 'Y'.
015090         88  MI-Target-Not-Scanned           VALUE 'N'.
015100
015200*-----------------------------------------------------------------
015300* FILE STATUS CODES
015900 77  MI-SUBFOLDER-STATUS           PIC X(02) VALUE SPACES.
016000 77  MI-SUBMAST-STATUS             PIC X(02) VALUE SPACES.
016100 77  MI-RPT-STATUS                 PIC X(02) VALUE SPACES.
016150 77  MI-CAPCTL-STATUS              PIC X(02) VALUE SPACES.
016200
016300*-----------------------------------------------------------------
016400* COUNTERS
018300     05  MI-SUB-DATE               PIC X(10).
018400     05  MI-SUB-SIZE               PIC X(12).
018500     05  MI-SUB-CHECKSUM           PIC X(64).
018510     05  MI-SUB-PUBLISH-ON         PIC X(10).
018520     05  MI-SUB-EXPIRE-ON          PIC X(10).
018600 01  MI-TRIMMED-CATEGORY           PIC X(30).
018700 01  MI-TRIMMED-NAME               PIC X(256).
018800 01  MI-SIZE-JUST                  PIC X(12) JUSTIFIED RIGHT.
018810 01  MI-TRANS-PTR                  PIC 9(03) COMP VALUE ZERO.
018900
019000*-----------------------------------------------------------------
019100* DATE VALIDATION WORK AREAS - A REAL YYYY-MM-DD, INCLUDING
025600 01  MI-LIST-LINE                  PIC X(300).
025700 01  MI-TRANS-LINE                 PIC X(600).
025800
025802*-----------------------------------------------------------------
025804* STORAGE QUOTA WORK AREAS - CEILINGS FROM CAPACITY-CONTROL.DAT
025806* (THE SAME KEYS CAPACITY READS; ZERO MEANS NO LIMIT), THE
025808* TARGET SUBFOLDER'S LIMIT AND USAGE, AND EACH UPLOADER'S BYTES
025810* ACROSS THE ARCHIVE. UPLOADERS ARE KEYED ON THE UPPER-CASE ID
025812*-----------------------------------------------------------------
025814 77  MI-SUBFOLDER-LIMIT            PIC 9(15) VALUE ZERO.
025816 77  MI-UPLOADER-QUOTA             PIC 9(15) VALUE ZERO.
025818 77  MI-TARGET-LIMIT               PIC 9(15) COMP VALUE ZERO.
025820 77  MI-TARGET-BYTES               PIC 9(15) COMP VALUE ZERO.
025822 77  MI-UPL-CEILING                PIC 9(15) COMP VALUE ZERO.
025824 77  MI-SIZE-N                     PIC 9(15) COMP VALUE ZERO.
025825 77  MI-USAGE-WORK                 PIC 9(15) COMP VALUE ZERO.
025826 77  MI-LIMIT-COUNT                PIC 9(03) COMP VALUE ZERO.
025828 77  MI-QUOTA-COUNT                PIC 9(03) COMP VALUE ZERO.
025830 77  MI-UPL-COUNT                  PIC 9(05) COMP VALUE ZERO.
025832 77  MI-UPL-SLOT                   PIC 9(05) COMP VALUE ZERO.
025834 01  MI-TARGET-FOLDER              PIC X(200) VALUE '.'.
025836 01  MI-SCAN-FOLDER                PIC X(200).
025838 01  MI-UPLOADER-KEY               PIC X(60).
025840 01  MI-MASTER-SIZE-JUST           PIC X(15) JUSTIFIED RIGHT.
025842 01  MI-CAPCTL-KEY                 PIC X(260).
025844 01  MI-CAPCTL-VALUE               PIC X(200).
025846 01  MI-CAPCTL-VALUE-JUST          PIC X(15) JUSTIFIED RIGHT.
025848 01  MI-LIMIT-TABLE.
025850     05  MI-LIMIT-ENTRY            OCCURS 500 TIMES
025852                                   INDEXED BY MI-LIMIT-IDX.
025854         10  MI-LIMIT-FOLDER       PIC X(200).
025856         10  MI-LIMIT-BYTES        PIC 9(15) COMP.
025858 01  MI-QUOTA-TABLE.
025860     05  MI-QUOTA-ENTRY            OCCURS 500 TIMES
025862                                   INDEXED BY MI-QUOTA-IDX.
025864         10  MI-QUOTA-UPLOADER     PIC X(60).
025866         10  MI-QUOTA-BYTES        PIC 9(15) COMP.
025868 01  MI-UPLOADER-TABLE.
025870     05  MI-UPL-ENTRY              OCCURS 2000 TIMES
025872                                   INDEXED BY MI-UPL-IDX.
025874         10  MI-UPL-NAME           PIC X(60).
025876         10  MI-UPL-BYTES          PIC 9(15) COMP.
025900*-----------------------------------------------------------------
026000* REPORT LINE WORK AREAS
026100*-----------------------------------------------------------------
028800*                 OPEN ITS INPUTS STILL LEAVES A FRESH REPORT   *
028900*                 BEHIND (SAME PATTERN AS RECONCILE). A MISSING *
029000*                 MAP-SUBMIT.DAT FAILS THE RUN; THE CATEGORY    *
029100*                 MASTER, THE LOCAL FILE-LIST.DAT, THE          *
029200*                 SUBFOLDER LIST AND CAPACITY-CONTROL.DAT ARE   *
029250*                 ALL OPTIONAL                                  *
029300*****************************************************************
029400 1000-INITIALIZE.
029500     OPEN OUTPUT ReportFile
031400     IF MI-Init-Ok
031500         PERFORM 1300-LOAD-SUBFOLDERS THRU 1300-EXIT
031600     END-IF
031610     IF MI-Init-Ok
031620         PERFORM 1400-LOAD-CAPACITY THRU 1400-EXIT
031630     END-IF
031700     IF MI-Init-Failed
031800         CLOSE SubmitFile
031900     END-IF.
051500     END-READ.
051600 1310-EXIT.
051700     EXIT.
051701
051702*****************************************************************
051703* 1400-LOAD-CAPACITY - PICK UP THE STORAGE CEILINGS FROM THE    *
051704*                 OPTIONAL CAPACITY-CONTROL.DAT. WHEN ANY       *
051705*                 CEILING IS SET, ADD UP WHAT THE PUBLISHED     *
051706*                 ARCHIVE ALREADY HOLDS                         *
051707*****************************************************************
051708 1400-LOAD-CAPACITY.
051709     OPEN INPUT CapacityControlFile
051710     IF MI-CAPCTL-STATUS NOT = '00'
051711         GO TO 1400-EXIT
051712     END-IF
051713     PERFORM 1410-READ-CAPACITY-CONTROL THRU 1410-EXIT
051714     PERFORM UNTIL End-Of-Capacity-Control
051715         IF MI-CAPCTL-RECORD NOT = SPACES
051716             PERFORM 1420-STORE-CAPACITY-VALUE THRU 1420-EXIT
051717         END-IF
051718         PERFORM 1410-READ-CAPACITY-CONTROL THRU 1410-EXIT
051719     END-PERFORM
051720     CLOSE CapacityControlFile
051721     MOVE MI-SUBFOLDER-LIMIT TO MI-TARGET-LIMIT
051722     PERFORM VARYING MI-LIMIT-IDX FROM 1 BY 1
051723             UNTIL MI-LIMIT-IDX > MI-LIMIT-COUNT
051724         IF MI-LIMIT-FOLDER(MI-LIMIT-IDX) = MI-TARGET-FOLDER
051725             MOVE MI-LIMIT-BYTES(MI-LIMIT-IDX) TO MI-TARGET-LIMIT
051726         END-IF
051727     END-PERFORM
051728     IF MI-TARGET-LIMIT = ZERO
051729         AND MI-UPLOADER-QUOTA = ZERO
051730         AND MI-QUOTA-COUNT = ZERO
051731         GO TO 1400-EXIT
051732     END-IF
051733     SET MI-Quotas-Active TO TRUE
051734     PERFORM 1430-SUM-USAGE THRU 1430-EXIT.
051735 1400-EXIT.
051736     EXIT.
051737
051738*****************************************************************
051739* 1410-READ-CAPACITY-CONTROL - READ ONE CAPACITY-CONTROL.DAT    *
051740*                 LINE                                          *
051741*****************************************************************
051742 1410-READ-CAPACITY-CONTROL.
051743     READ CapacityControlFile
051744         AT END
051745             SET End-Of-Capacity-Control TO TRUE
051746     END-READ.
051747 1410-EXIT.
051748     EXIT.
051749
051750*****************************************************************
051751* 1420-STORE-CAPACITY-VALUE - APPLY ONE KEY=VALUE SETTING. ONLY *
051752*                 THE KEYS INTAKE ENFORCES ARE KEPT; A          *
051753*                 NON-NUMERIC CEILING LEAVES THE DEFAULT IN     *
051754*                 PLACE (CAPACITY NOTES IT ON ITS REPORT)       *
051755*****************************************************************
051756 1420-STORE-CAPACITY-VALUE.
051757     MOVE SPACES TO MI-CAPCTL-KEY MI-CAPCTL-VALUE
051758     UNSTRING MI-CAPCTL-RECORD DELIMITED BY '='
051759         INTO MI-CAPCTL-KEY MI-CAPCTL-VALUE
051760     MOVE FUNCTION TRIM(MI-CAPCTL-KEY) TO MI-CAPCTL-KEY
051761     IF MI-CAPCTL-KEY = 'INTAKE-FOLDER'
051762         IF MI-CAPCTL-VALUE NOT = SPACES
051763             MOVE FUNCTION TRIM(MI-CAPCTL-VALUE)
051764                 TO MI-TARGET-FOLDER
051765         END-IF
051766         GO TO 1420-EXIT
051767     END-IF
051768     MOVE FUNCTION TRIM(MI-CAPCTL-VALUE) TO MI-CAPCTL-VALUE-JUST
051769     INSPECT MI-CAPCTL-VALUE-JUST REPLACING LEADING SPACE BY '0'
051770     IF MI-CAPCTL-VALUE-JUST IS NOT NUMERIC
051771         GO TO 1420-EXIT
051772     END-IF
051773     EVALUATE TRUE
051774         WHEN MI-CAPCTL-KEY = 'SUBFOLDER-LIMIT'
051775             MOVE MI-CAPCTL-VALUE-JUST TO MI-SUBFOLDER-LIMIT
051776         WHEN MI-CAPCTL-KEY = 'UPLOADER-QUOTA'
051777             MOVE MI-CAPCTL-VALUE-JUST TO MI-UPLOADER-QUOTA
051778         WHEN MI-CAPCTL-KEY(1:6) = 'LIMIT:'
051779             AND MI-CAPCTL-KEY(7:) NOT = SPACES
051780             AND MI-LIMIT-COUNT < 500
051781             ADD 1 TO MI-LIMIT-COUNT
051782             MOVE MI-CAPCTL-KEY(7:)
051783                 TO MI-LIMIT-FOLDER(MI-LIMIT-COUNT)
051784             MOVE MI-CAPCTL-VALUE-JUST
051785                 TO MI-LIMIT-BYTES(MI-LIMIT-COUNT)
051786         WHEN MI-CAPCTL-KEY(1:6) = 'QUOTA:'
051787             AND MI-CAPCTL-KEY(7:) NOT = SPACES
051788             AND MI-QUOTA-COUNT < 500
051789             ADD 1 TO MI-QUOTA-COUNT
051790             MOVE FUNCTION UPPER-CASE(MI-CAPCTL-KEY(7:))
051791                 TO MI-QUOTA-UPLOADER(MI-QUOTA-COUNT)
051792             MOVE MI-CAPCTL-VALUE-JUST
051793                 TO MI-QUOTA-BYTES(MI-QUOTA-COUNT)
051794     END-EVALUATE.
051795 1420-EXIT.
051796     EXIT.
051800
051801*****************************************************************
051802* 1430-SUM-USAGE - EVERY UPLOADER'S BYTES ACROSS EVERY          *
051803*                 MAP-MASTER.DAT, AND THE TARGET SUBFOLDER'S    *
051804*                 BYTES. A TARGET SUBFOLDER NOT IN              *
051805*                 SUBFOLDER-LIST.DAT IS READ ON ITS OWN. AN     *
051806*                 OVERFULL UPLOADER TABLE FAILS THE RUN - THE   *
051807*                 QUOTA CHECK WOULD BE BLIND PAST THE CAP       *
051808*****************************************************************
051809 1430-SUM-USAGE.
051810     IF MI-FOLDER-COUNT = ZERO
051811         MOVE '.' TO MI-SCAN-FOLDER
051812         PERFORM 1440-SUM-ONE-MASTER THRU 1440-EXIT
051813     ELSE
051814         PERFORM VARYING MI-FOLDER-IDX FROM 1 BY 1
051815                 UNTIL MI-FOLDER-IDX > MI-FOLDER-COUNT
051816             MOVE MI-FOLDER-PATH(MI-FOLDER-IDX) TO MI-SCAN-FOLDER
051817             PERFORM 1440-SUM-ONE-MASTER THRU 1440-EXIT
051818         END-PERFORM
051819     END-IF
051820     IF MI-Target-Not-Scanned
051821         MOVE MI-TARGET-FOLDER TO MI-SCAN-FOLDER
051822         PERFORM 1440-SUM-ONE-MASTER THRU 1440-EXIT
051823     END-IF
051824     IF MI-Init-Failed
051825         MOVE SPACES TO MI-SUMMARY-LINE
051826         STRING 'FAILED    MORE THAN 2000 UPLOADERS ON THE '
051827             'MAP MASTERS - NOTHING ACCEPTED'
051828             DELIMITED BY SIZE INTO MI-SUMMARY-LINE
051829         WRITE MI-REPORT-RECORD FROM MI-SUMMARY-LINE
051830     END-IF.
051831 1430-EXIT.
051832     EXIT.
051833
051834*****************************************************************
051835* 1440-SUM-ONE-MASTER - READ THE MAP-MASTER.DAT OF THE FOLDER   *
051836*                 IN MI-SCAN-FOLDER IN KEY ORDER, ADDING EACH   *
051837*                 MAP'S BYTES TO ITS UPLOADER AND, FOR THE      *
051838*                 TARGET SUBFOLDER, TO THE SUBFOLDER TOTAL. A   *
051839*                 MASTER THAT CANNOT BE OPENED HOLDS NOTHING    *
051840*****************************************************************
051841 1440-SUM-ONE-MASTER.
051842     IF MI-SCAN-FOLDER = MI-TARGET-FOLDER
051843         SET MI-Target-Scanned TO TRUE
051844     END-IF
051845     IF MI-SCAN-FOLDER = '.'
051846         MOVE 'MAP-MASTER.DAT' TO MI-SUBMAST-ASSIGN
051847     ELSE
051848         MOVE SPACES TO MI-SUBMAST-ASSIGN
051849         STRING FUNCTION TRIM(MI-SCAN-FOLDER)
051850             '/MAP-MASTER.DAT' DELIMITED BY SIZE
051851             INTO MI-SUBMAST-ASSIGN
051852     END-IF
051853     OPEN INPUT SubMasterFile
051854     IF MI-SUBMAST-STATUS NOT = '00'
051855         GO TO 1440-EXIT
051856     END-IF
051857     SET Not-End-Of-Sub-Master TO TRUE
051858     PERFORM 1450-READ-SUB-MASTER THRU 1450-EXIT
051859     PERFORM UNTIL End-Of-Sub-Master
051860         MOVE FUNCTION TRIM(MI-SUBMAST-SIZE)
051861             TO MI-MASTER-SIZE-JUST
051862         INSPECT MI-MASTER-SIZE-JUST
051863             REPLACING LEADING SPACE BY '0'
051864         MOVE ZERO TO MI-SIZE-N
051865         IF MI-MASTER-SIZE-JUST IS NUMERIC
051866             MOVE MI-MASTER-SIZE-JUST TO MI-SIZE-N
051867         END-IF
051868         IF MI-SCAN-FOLDER = MI-TARGET-FOLDER
051869             ADD MI-SIZE-N TO MI-TARGET-BYTES
051870         END-IF
051871         MOVE FUNCTION UPPER-CASE
051872             (FUNCTION TRIM(MI-SUBMAST-UPLOADER))
051873             TO MI-UPLOADER-KEY
051874         PERFORM 2180-ADD-UPLOADER-BYTES THRU 2180-EXIT
051875         PERFORM 1450-READ-SUB-MASTER THRU 1450-EXIT
051876     END-PERFORM
051877     CLOSE SubMasterFile.
051878 1440-EXIT.
051879     EXIT.
051880
051881*****************************************************************
051882* 1450-READ-SUB-MASTER - READ THE NEXT MASTER RECORD IN KEY     *
051883*                 ORDER                                         *
051884*****************************************************************
051885 1450-READ-SUB-MASTER.
051886     READ SubMasterFile NEXT RECORD
051887         AT END
051888             SET End-Of-Sub-Master TO TRUE
051889     END-READ.
051890 1450-EXIT.
051891     EXIT.
051892
051900*****************************************************************
052000* 2000-PROCESS-SUBMISSIONS - READ EVERY MAP-SUBMIT.DAT LINE,    *
052100*                 VALIDATE IT, AND EMIT THE FILE-LIST ENTRY AND *
055200
055300*****************************************************************
055400* 2100-VALIDATE-SUBMISSION - SPLIT THE SUBMISSION AND CHECK IT: *
055500*                 THE PIPE COUNT MUST BE SIX, OR EIGHT WITH A   *
055510*                 PUBLISH/EXPIRE SCHEDULE (AN EMBEDDED PIPE     *
055600*                 IN FREE TEXT WOULD SHIFT EVERY FIELD AFTER    *
055700*                 IT); THE NAME MUST BE PRESENT AND UNTAKEN;    *
055710*                 AN UPLOADER MUST BE GIVEN;                    *
055800*                 THE CATEGORY MUST FIT AND, WHEN THE MASTER IS *
055900*                 LOADED, BE ON IT; THE DATE MUST BE A REAL     *
056000*                 YYYY-MM-DD; A NON-BLANK SIZE MUST BE NUMERIC; *
056010*                 ANY SCHEDULE DATES MUST BE REAL AND IN ORDER; *
056020*                 WITH QUOTAS SET, THE SIZE MUST FIT THE        *
056030*                 UPLOADER'S QUOTA AND THE TARGET SUBFOLDER'S   *
056040*                 LIMIT                                         *
056100*****************************************************************
056200 2100-VALIDATE-SUBMISSION.
056300     SET MI-Submit-Accepted TO TRUE
056600         INTO MI-SUB-CATEGORY MI-SUB-NAME MI-SUB-DESC
056700              MI-SUB-UPLOADER MI-SUB-DATE
056800              MI-SUB-SIZE MI-SUB-CHECKSUM
056810              MI-SUB-PUBLISH-ON MI-SUB-EXPIRE-ON
056900     MOVE FUNCTION TRIM(MI-SUB-CATEGORY) TO MI-TRIMMED-CATEGORY
057000     MOVE FUNCTION TRIM(MI-SUB-NAME) TO MI-TRIMMED-NAME
057100     MOVE ZERO TO MI-PIPE-COUNT
057800
057900     IF MI-Submit-Accepted
058000         AND MI-PIPE-COUNT NOT = 6
058010         AND MI-PIPE-COUNT NOT = 8
058100         SET MI-Submit-Rejected TO TRUE
058200         MOVE 'BAD FIELD COUNT' TO MI-RPT-REASON
058300     END-IF
058700         SET MI-Submit-Rejected TO TRUE
058800         MOVE 'MISSING NAME' TO MI-RPT-REASON
058900     END-IF
058905
058910     IF MI-Submit-Accepted
058920         AND MI-SUB-UPLOADER = SPACES
058930         SET MI-Submit-Rejected TO TRUE
058940         MOVE 'MISSING UPLOADER' TO MI-RPT-REASON
058950     END-IF
059000
059100     IF MI-Submit-Accepted
059200         PERFORM 2110-CHECK-CATEGORY THRU 2110-EXIT
059700     END-IF
059800
059900     IF MI-Submit-Accepted
059910         MOVE MI-SUB-DATE TO MI-DATE-CHECK
060000         PERFORM 2120-VALIDATE-DATE THRU 2120-EXIT
060100         IF MI-Date-Invalid
060200             SET MI-Submit-Rejected TO TRUE
061400         END-IF
061500     END-IF
061600
061610     IF MI-Submit-Accepted
061620         PERFORM 2140-VALIDATE-SCHEDULE THRU 2140-EXIT
061630     END-IF
061640
061700     IF MI-Submit-Accepted
061800         PERFORM 2130-BUILD-LIST-LINE THRU 2130-EXIT
061900         IF MI-LIST-LINE(257:44) NOT = SPACES
063000         END-IF
063100     END-IF
063200
063210     IF MI-Submit-Accepted
063220         AND MI-Quotas-Active
063230         PERFORM 2170-CHECK-QUOTA THRU 2170-EXIT
063240     END-IF
063250
063300     IF MI-Submit-Accepted
063400         AND MI-NAME-COUNT NOT < 5000
063500         SET MI-Submit-Rejected TO TRUE
066300     EXIT.
066400
066500*****************************************************************
066600* 2120-VALIDATE-DATE - CHECK THE DATE THE CALLER HAS MOVED TO   *
066650*                 MI-DATE-CHECK IS A REAL YYYY-MM-DD: DIGITS    *
066700*                 AND DASHES IN THE RIGHT PLACES, MONTH         *
066800*                 01-12, DAY WITHIN THE MONTH, WITH A LEAP-YEAR *
066900*                 FEBRUARY 29 (SAME RULES AS META-MAINT)        *
067000*****************************************************************
067100 2120-VALIDATE-DATE.
067200     SET MI-Date-Invalid TO TRUE
067400     IF MI-DATE-YYYY IS NUMERIC
067500         AND MI-DATE-SEP1 = '-'
067600         AND MI-DATE-MM IS NUMERIC
074000 2130-EXIT.
074100     EXIT.
074200
074201*****************************************************************
074202* 2140-VALIDATE-SCHEDULE - A PUBLISH-ON OR EXPIRE-ON DATE, WHEN *
074203*                 GIVEN, MUST BE A REAL YYYY-MM-DD, AND A MAP   *
074204*                 CANNOT EXPIRE BEFORE IT GOES LIVE             *
074205*****************************************************************
074206 2140-VALIDATE-SCHEDULE.
074207     IF MI-SUB-PUBLISH-ON NOT = SPACES
074208         MOVE FUNCTION TRIM(MI-SUB-PUBLISH-ON) TO MI-DATE-CHECK
074209         PERFORM 2120-VALIDATE-DATE THRU 2120-EXIT
074210         IF MI-Date-Invalid
074211             SET MI-Submit-Rejected TO TRUE
074212             MOVE 'INVALID PUBLISH DATE' TO MI-RPT-REASON
074213             GO TO 2140-EXIT
074214         END-IF
074215     END-IF
074216     IF MI-SUB-EXPIRE-ON NOT = SPACES
074217         MOVE FUNCTION TRIM(MI-SUB-EXPIRE-ON) TO MI-DATE-CHECK
074218         PERFORM 2120-VALIDATE-DATE THRU 2120-EXIT
074219         IF MI-Date-Invalid
074220             SET MI-Submit-Rejected TO TRUE
074221             MOVE 'INVALID EXPIRE DATE' TO MI-RPT-REASON
074222             GO TO 2140-EXIT
074223         END-IF
074224     END-IF
074225     IF MI-SUB-PUBLISH-ON NOT = SPACES
074226         AND MI-SUB-EXPIRE-ON NOT = SPACES
074227         AND FUNCTION TRIM(MI-SUB-EXPIRE-ON)
074228             < FUNCTION TRIM(MI-SUB-PUBLISH-ON)
074229         SET MI-Submit-Rejected TO TRUE
074230         MOVE 'EXPIRES BEFORE LIVE' TO MI-RPT-REASON
074231     END-IF.
074232 2140-EXIT.
074233     EXIT.
074234
074300*****************************************************************
074400* 2150-CHECK-COLLISION - THE NAME MUST NOT BE IN THE KNOWN-NAME *
074500*                 TABLE (THE LOCAL FILE-LIST.DAT PLUS EARLIER   *
079700     CLOSE SubMasterFile.
079800 2160-EXIT.
079900     EXIT.
079901
079902*****************************************************************
079903* 2170-CHECK-QUOTA - THE SUBMITTED SIZE (A BLANK SIZE COUNTS AS *
079904*                 ZERO) ON TOP OF WHAT THE UPLOADER ALREADY     *
079905*                 HOLDS MUST NOT PASS THE UPLOADER'S QUOTA, AND *
079906*                 ON TOP OF WHAT THE TARGET SUBFOLDER HOLDS     *
079907*                 MUST NOT PASS ITS LIMIT. A CEILING OF ZERO IS *
079908*                 NO LIMIT                                      *
079909*****************************************************************
079910 2170-CHECK-QUOTA.
079911     MOVE ZERO TO MI-SIZE-N
079912     IF MI-SUB-SIZE NOT = SPACES
079913         MOVE MI-SIZE-JUST TO MI-SIZE-N
079914     END-IF
079915     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MI-SUB-UPLOADER))
079916         TO MI-UPLOADER-KEY
079917     PERFORM 2175-FIND-UPLOADER THRU 2175-EXIT
079918     IF MI-Uploader-Not-Found
079919         AND MI-UPL-COUNT NOT < 2000
079920         SET MI-Submit-Rejected TO TRUE
079921         MOVE 'TABLE FULL' TO MI-RPT-REASON
079922         GO TO 2170-EXIT
079923     END-IF
079924     MOVE MI-UPLOADER-QUOTA TO MI-UPL-CEILING
079925     PERFORM VARYING MI-QUOTA-IDX FROM 1 BY 1
079926             UNTIL MI-QUOTA-IDX > MI-QUOTA-COUNT
079927         IF MI-QUOTA-UPLOADER(MI-QUOTA-IDX) = MI-UPLOADER-KEY
079928             MOVE MI-QUOTA-BYTES(MI-QUOTA-IDX) TO MI-UPL-CEILING
079929         END-IF
079930     END-PERFORM
079931     MOVE MI-SIZE-N TO MI-USAGE-WORK
079932     IF MI-Uploader-Found
079933         ADD MI-UPL-BYTES(MI-UPL-SLOT) TO MI-USAGE-WORK
079934     END-IF
079935     IF MI-UPL-CEILING > ZERO
079936         AND MI-USAGE-WORK > MI-UPL-CEILING
079937         SET MI-Submit-Rejected TO TRUE
079938         MOVE 'OVER UPLOADER QUOTA' TO MI-RPT-REASON
079939         GO TO 2170-EXIT
079940     END-IF
079941     COMPUTE MI-USAGE-WORK = MI-TARGET-BYTES + MI-SIZE-N
079942     IF MI-TARGET-LIMIT > ZERO
079943         AND MI-USAGE-WORK > MI-TARGET-LIMIT
079944         SET MI-Submit-Rejected TO TRUE
079945         MOVE 'OVER SUBFOLDER LIMIT' TO MI-RPT-REASON
079946     END-IF.
079947 2170-EXIT.
079948     EXIT.
079949
079950*****************************************************************
079951* 2175-FIND-UPLOADER - LOOK UP MI-UPLOADER-KEY IN THE UPLOADER  *
079952*                 TABLE, LEAVING ITS SLOT IN MI-UPL-SLOT        *
079953*****************************************************************
079954 2175-FIND-UPLOADER.
079955     SET MI-Uploader-Not-Found TO TRUE
079956     MOVE ZERO TO MI-UPL-SLOT
079957     PERFORM VARYING MI-UPL-IDX FROM 1 BY 1
079958             UNTIL MI-UPL-IDX > MI-UPL-COUNT
079959                OR MI-Uploader-Found
079960         IF MI-UPL-NAME(MI-UPL-IDX) = MI-UPLOADER-KEY
079961             SET MI-Uploader-Found TO TRUE
079962             SET MI-UPL-SLOT TO MI-UPL-IDX
079963         END-IF
079964     END-PERFORM.
079965 2175-EXIT.
079966     EXIT.
079967
079968*****************************************************************
079969* 2180-ADD-UPLOADER-BYTES - ADD MI-SIZE-N TO MI-UPLOADER-KEY'S  *
079970*                 RUNNING TOTAL, CREATING THE ENTRY IF NEEDED.  *
079971*                 A FULL TABLE FAILS THE RUN                    *
079972*****************************************************************
079973 2180-ADD-UPLOADER-BYTES.
079974     PERFORM 2175-FIND-UPLOADER THRU 2175-EXIT
079975     IF MI-Uploader-Found
079976         ADD MI-SIZE-N TO MI-UPL-BYTES(MI-UPL-SLOT)
079977         GO TO 2180-EXIT
079978     END-IF
079979     IF MI-UPL-COUNT NOT < 2000
079980         SET MI-Init-Failed TO TRUE
079981         GO TO 2180-EXIT
079982     END-IF
079983     ADD 1 TO MI-UPL-COUNT
079984     MOVE MI-UPLOADER-KEY TO MI-UPL-NAME(MI-UPL-COUNT)
079985     MOVE MI-SIZE-N TO MI-UPL-BYTES(MI-UPL-COUNT).
079986 2180-EXIT.
079987     EXIT.
080000
080100*****************************************************************
080200* 2200-EMIT-OUTPUTS - APPEND THE FILE-LIST ENTRY AND THE        *
081800     END-IF
081900     WRITE MI-LIST-RECORD FROM MI-LIST-LINE
082000     MOVE SPACES TO MI-TRANS-LINE
082010     MOVE 1 TO MI-TRANS-PTR
082100     STRING 'ADD|' DELIMITED BY SIZE
082200         FUNCTION TRIM(MI-TRIMMED-NAME) DELIMITED BY SIZE
082300         '|' DELIMITED BY SIZE
083000         FUNCTION TRIM(MI-SUB-SIZE) DELIMITED BY SIZE
083100         '|' DELIMITED BY SIZE
083200         FUNCTION TRIM(MI-SUB-CHECKSUM) DELIMITED BY SIZE
083210         INTO MI-TRANS-LINE
083220         WITH POINTER MI-TRANS-PTR
083230     IF MI-SUB-PUBLISH-ON NOT = SPACES
083240         OR MI-SUB-EXPIRE-ON NOT = SPACES
083250         STRING '|' DELIMITED BY SIZE
083260             FUNCTION TRIM(MI-SUB-PUBLISH-ON) DELIMITED BY SIZE
083270             '|' DELIMITED BY SIZE
083280             FUNCTION TRIM(MI-SUB-EXPIRE-ON) DELIMITED BY SIZE
083290             INTO MI-TRANS-LINE
083291             WITH POINTER MI-TRANS-PTR
083292     END-IF
083293     STRING '|' DELIMITED BY SIZE
083294         FUNCTION TRIM(MI-SUB-UPLOADER) DELIMITED BY SIZE
083300         INTO MI-TRANS-LINE
083310         WITH POINTER MI-TRANS-PTR
083400     WRITE MI-TRANS-RECORD FROM MI-TRANS-LINE
083500     MOVE MI-TRIMMED-NAME TO MI-LIST-TRIMMED-NAME
083600     PERFORM 1240-ADD-KNOWN-NAME THRU 1240-EXIT
083700     ADD 1 TO MI-ACCEPT-COUNT
083710     IF MI-Quotas-Active
083720         ADD MI-SIZE-N TO MI-TARGET-BYTES
083730         PERFORM 2180-ADD-UPLOADER-BYTES THRU 2180-EXIT
083740     END-IF
083800     MOVE SPACES TO MI-REPORT-LINE
083900     MOVE 'ACCEPTED' TO MI-RPT-TAG
084000     MOVE MI-SUBMIT-COUNT TO MI-RPT-LINE-NO
