002901*                  THE PROGRAM BEHAVES AS BEFORE (SAME OPTIONAL-
002902*                  FILE PATTERN AS CATEGORY-MASTER.DAT IN
002903*                  GENERATEREADME).
002904* 2026-10-15 RW    EVERY TRANSACTION NOW ENDS WITH THE REQUESTER'S
002905*                  UPLOADER ID (ADD/CHANGE PIPE COUNT 5 OR 7,
002906*                  DELETE 2). THE REQUESTER MUST BE REGISTERED
002907*                  AND NOT RETIRED, AND MUST BE THE MAP'S
002908*                  UPLOADER (FOR AN ADD, THE UPLOADER BEING
002909*                  ADDED) UNLESS THE REGISTRY GIVES THEM ROLE
002910*                  ADMIN IN AN OPTIONAL FIFTH FIELD. WITH NO
002911*                  REGISTRY ON FILE ONLY THE OWNERSHIP MATCH IS
002912*                  ENFORCED. EVERY APPLIED CHANGE IS APPENDED TO
002913*                  CHANGE-JOURNAL.DAT WITH THE DATE, TIME,
002914*                  REQUESTER AND BEFORE/AFTER VALUES; A JOURNAL
002915*                  THAT CANNOT BE OPENED REJECTS THE CHANGE -
002916*                  AN UNATTRIBUTED CHANGE IS WHAT THE JOURNAL IS
002917*                  THERE TO PREVENT.
002918* 2026-10-15 RW    MAP-METADATA.DAT GAINS TWO MORE OPTIONAL
002919*                  FIELDS, PUBLISH-ON AND EXPIRE-ON (YYYY-MM-DD),
002920*                  SO AN EVENT MAP CAN GO LIVE AND COME DOWN ON
002921*                  ITS OWN. ADD AND CHANGE MAY SUPPLY THEM AFTER
002922*                  THE CHECKSUM (PIPE COUNT 9); WITHOUT THEM THE
002923*                  MAP HAS NO SCHEDULE, AS FOR SIZE/CHECKSUM. A
002924*                  DATE THAT IS NOT REAL, OR AN EXPIRY BEFORE THE
002925*                  PUBLISH DATE, IS REJECTED. THE TWO FIELDS ARE
002926*                  WRITTEN BACK ONLY WHEN ONE OF THEM IS SET.
002900*-----------------------------------------------------------------

003000 ENVIRONMENT DIVISION.
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS MM-UPLMAST-STATUS.

004140     SELECT JournalFile ASSIGN TO 'CHANGE-JOURNAL.DAT'
004150         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS MM-JOURNAL-STATUS.

004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  MetadataFile.
004910 FD  UploaderMasterFile.
004920 01  MM-UPLMAST-RECORD             PIC X(300).

004921*-----------------------------------------------------------------
004922* DURABLE CHANGE JOURNAL - ONE LINE APPENDED PER APPLIED CHANGE,
004923* SHARED WITH LIST-MAINT AND MAP-RETIRE; THE RECORD LAYOUT MUST
004924* MATCH THE ONE DECLARED THERE. BEFORE AND AFTER ARE THE MAP'S
004925* DESC|UPLOADER|DATE|SIZE|CHECKSUM AS THEY STOOD EITHER SIDE OF
004926* THE CHANGE (BLANK BEFORE AN ADD AND AFTER A DELETE)
004927*-----------------------------------------------------------------
004928 FD  JournalFile.
004929 01  MM-JOURNAL-RECORD.
004930     05  MM-JRN-DATE               PIC X(10).
004931     05  FILLER                    PIC X(01).
004932     05  MM-JRN-TIME               PIC X(08).
004933     05  FILLER                    PIC X(01).
004934     05  MM-JRN-PROGRAM            PIC X(10).
004935     05  FILLER                    PIC X(01).
004936     05  MM-JRN-ACTION             PIC X(13).
004937     05  FILLER                    PIC X(01).
004938     05  MM-JRN-REQUESTER          PIC X(60).
004939     05  FILLER                    PIC X(01).
004940     05  MM-JRN-NAME               PIC X(256).
004941     05  FILLER                    PIC X(01).
004942     05  MM-JRN-BEFORE             PIC X(400).
004943     05  FILLER                    PIC X(01).
004944     05  MM-JRN-AFTER              PIC X(400).

005000 WORKING-STORAGE SECTION.
005100*-----------------------------------------------------------------
005200* SWITCHES
007290     05  MM-UPL-FOUND-SW           PIC X     VALUE 'N'.
007291         88  MM-Uploader-Registered          VALUE 'Y'.
007292         88  MM-Uploader-Not-Registered      VALUE 'N'.
007293     05  MM-REQ-ADMIN-SW           PIC X     VALUE 'N'.
007294         88  MM-Requester-Admin              VALUE 'Y'.
007295         88  MM-Requester-Not-Admin          VALUE 'N'.
007296     05  MM-JOURNAL-OPEN-SW        PIC X     VALUE 'N'.
007297         88  MM-Journal-Open                 VALUE 'Y'.
007298         88  MM-Journal-Not-Open             VALUE 'N'.

007300*-----------------------------------------------------------------
007400* FILE STATUS CODES
007700 77  MM-TRANS-STATUS               PIC X(02) VALUE SPACES.
007800 77  MM-RPT-STATUS                 PIC X(02) VALUE SPACES.
007810 77  MM-UPLMAST-STATUS             PIC X(02) VALUE SPACES.
007820 77  MM-JOURNAL-STATUS             PIC X(02) VALUE SPACES.

007900*-----------------------------------------------------------------
008000* COUNTERS
009100 77  MM-PIPE-COUNT                 PIC 9(03) COMP VALUE ZERO.
009110 77  MM-UPL-COUNT                  PIC 9(03) COMP VALUE ZERO.
009120 77  MM-UPL-FOUND-IDX              PIC 9(03) COMP VALUE ZERO.
009130 77  MM-IMAGE-IDX                  PIC 9(07) COMP VALUE ZERO.

009200*-----------------------------------------------------------------
009300* METADATA TABLE - SAME FIELD WIDTHS AS THE GENERATEREADME
010500         10  MM-META-DATE          PIC X(10).
010510         10  MM-META-SIZE          PIC X(12).
010520         10  MM-META-CHECKSUM      PIC X(64).
010531         10  MM-META-PUBLISH-ON    PIC X(10).
010541         10  MM-META-EXPIRE-ON     PIC X(10).

010600*-----------------------------------------------------------------
010700* METADATA RECORD SPLIT WORK AREAS
011300     05  MM-META-SPLIT-DATE        PIC X(10).
011310     05  MM-META-SPLIT-SIZE        PIC X(12).
011320     05  MM-META-SPLIT-CHECKSUM    PIC X(64).
011330     05  MM-META-SPLIT-PUBLISH-ON  PIC X(10).
011340     05  MM-META-SPLIT-EXPIRE-ON   PIC X(10).

010530*-----------------------------------------------------------------
010540* UPLOADER REGISTRY TABLE, LOADED FROM THE OPTIONAL
010550* UPLOADER-MASTER.DAT (ID|DISPLAY-NAME|CONTACT|STATUS, WITH AN
010555* OPTIONAL FIFTH ROLE FIELD - ADMIN MAY CHANGE ANY MAP). IDS
010560* MATCH CASE-BLIND, SO THE STORED FORM IS UPPER-CASED ONCE AT
010570* LOAD TIME
010580*-----------------------------------------------------------------
010583     05  MM-UPL-SPLIT-DISPLAY      PIC X(60).
010584     05  MM-UPL-SPLIT-CONTACT      PIC X(80).
010585     05  MM-UPL-SPLIT-STATUS       PIC X(10).
010586     05  MM-UPL-SPLIT-ROLE         PIC X(10).
010587 01  MM-UPLOADER-TABLE.
010588     05  MM-UPL-ENTRY              OCCURS 500 TIMES
010589                                   INDEXED BY MM-UPL-IDX.
010590         10  MM-UPL-ID             PIC X(60).
010591         10  MM-UPL-STATUS         PIC X(10).
010691         10  MM-UPL-ROLE           PIC X(10).
010791 01  MM-UPLOADER-UPPER             PIC X(60).
010891 01  MM-REQUESTER-UPPER            PIC X(60).
010991 01  MM-OWNER-UPPER                PIC X(60).
011091
011400*-----------------------------------------------------------------
011500* TRANSACTION SPLIT WORK AREAS
011600*-----------------------------------------------------------------
012200     05  MM-TRANS-DATE             PIC X(10).
012210     05  MM-TRANS-SIZE             PIC X(12).
012220     05  MM-TRANS-CHECKSUM         PIC X(64).
012231     05  MM-TRANS-PUBLISH-ON       PIC X(10).
012232     05  MM-TRANS-EXPIRE-ON        PIC X(10).
012240 01  MM-TRANS-REQUESTER            PIC X(60).
012300 01  MM-TRIMMED-ACTION             PIC X(10).
012400 01  MM-TRIMMED-NAME               PIC X(256).
012410 01  MM-SIZE-JUST                  PIC X(12) JUSTIFIED RIGHT.
012420 01  MM-RECORD-PTR                 PIC 9(03) COMP VALUE ZERO.

012500*-----------------------------------------------------------------
012600* DATE VALIDATION WORK AREAS - A REAL YYYY-MM-DD, INCLUDING
015200 01  MM-COUNT-DISPLAY              PIC Z(06)9.
015300 01  MM-COUNT-DISPLAY2             PIC Z(06)9.

015310*-----------------------------------------------------------------
015320* CHANGE JOURNAL WORK AREAS - THE STAMP IS TAKEN AS EACH CHANGE
015330* IS APPLIED; AN IMAGE IS ONE TABLE ENTRY'S VALUES, PIPE-
015340* DELIMITED AS THE METADATA FILE CARRIES THEM
015350*-----------------------------------------------------------------
015360 77  MM-JRN-DATE-RAW               PIC 9(08) VALUE ZERO.
015370 77  MM-JRN-TIME-RAW               PIC 9(08) VALUE ZERO.
015380 01  MM-META-IMAGE                 PIC X(400).
015390 01  MM-BEFORE-IMAGE               PIC X(400).

015400 PROCEDURE DIVISION.
015500*****************************************************************
015600* 0000-MAINLINE                                                 *
021787
021788*****************************************************************
021789* 1170-STORE-UPL-MASTER - PARSE ONE REGISTRY RECORD AND STORE  *
021790*                 ITS UPPER-CASED ID, STATUS AND ROLE. BLANK    *
021791*                 IDS ARE SKIPPED                               *
021792*****************************************************************
021793 1170-STORE-UPL-MASTER.
021794     MOVE SPACES TO MM-UPL-SPLIT-FIELDS
021795     UNSTRING MM-UPLMAST-RECORD DELIMITED BY '|'
021796         INTO MM-UPL-SPLIT-ID MM-UPL-SPLIT-DISPLAY
021797              MM-UPL-SPLIT-CONTACT MM-UPL-SPLIT-STATUS
021798              MM-UPL-SPLIT-ROLE
021799     IF FUNCTION TRIM(MM-UPL-SPLIT-ID) NOT = SPACES
021801         AND MM-UPL-COUNT < 500
021802         ADD 1 TO MM-UPL-COUNT
021803         MOVE FUNCTION UPPER-CASE
021804             (FUNCTION TRIM(MM-UPL-SPLIT-ID))
021811             TO MM-UPL-ID(MM-UPL-COUNT)
021818         MOVE FUNCTION UPPER-CASE
021825             (FUNCTION TRIM(MM-UPL-SPLIT-STATUS))
021832             TO MM-UPL-STATUS(MM-UPL-COUNT)
021839         MOVE FUNCTION UPPER-CASE
021846             (FUNCTION TRIM(MM-UPL-SPLIT-ROLE))
021853             TO MM-UPL-ROLE(MM-UPL-COUNT)
021860     END-IF.
021867 1170-EXIT.
021874     EXIT.
021881
021888*****************************************************************
021900* 1110-READ-METADATA - READ ONE LINE OF MAP-METADATA.DAT        *
022000*****************************************************************
022100 1110-READ-METADATA.
023500         INTO MM-META-SPLIT-NAME MM-META-SPLIT-DESC
023600              MM-META-SPLIT-UPLOADER MM-META-SPLIT-DATE
023610              MM-META-SPLIT-SIZE MM-META-SPLIT-CHECKSUM
023620              MM-META-SPLIT-PUBLISH-ON MM-META-SPLIT-EXPIRE-ON
023650     IF FUNCTION TRIM(MM-META-SPLIT-NAME) NOT = SPACES
023660         AND MM-META-COUNT NOT < 2000
023670         SET MM-Load-Overflowed TO TRUE
024820             TO MM-META-SIZE(MM-META-COUNT)
024830         MOVE FUNCTION TRIM(MM-META-SPLIT-CHECKSUM)
024840             TO MM-META-CHECKSUM(MM-META-COUNT)
024850         MOVE FUNCTION TRIM(MM-META-SPLIT-PUBLISH-ON)
024860             TO MM-META-PUBLISH-ON(MM-META-COUNT)
024870         MOVE FUNCTION TRIM(MM-META-SPLIT-EXPIRE-ON)
024880             TO MM-META-EXPIRE-ON(MM-META-COUNT)
024900     END-IF.
025000 1120-EXIT.
025100     EXIT.
026600         END-IF
026700         PERFORM 2010-READ-TRANS THRU 2010-EXIT
026800     END-PERFORM
026900     CLOSE TransFile
026910     IF MM-Journal-Open
026920         CLOSE JournalFile
026930     END-IF.
027000 2000-EXIT.
027100     EXIT.

028900*                 TEXT SHOWS UP AS AN EXTRA FIELD AND WOULD     *
029000*                 SHIFT EVERY FIELD AFTER IT); ADD/CHANGE NEED  *
029100*                 A REAL YYYY-MM-DD DATE; ADD MUST NOT MATCH AN *
029200*                 EXISTING NAME; CHANGE/DELETE MUST MATCH ONE;  *
029210*                 THE REQUESTER IN THE LAST FIELD MUST BE       *
029220*                 ENTITLED TO CHANGE THE MAP, AND THE CHANGE    *
029230*                 JOURNAL MUST BE OPEN TO RECORD IT             *
029300*****************************************************************
029400 2100-VALIDATE-TRANS.
029500     SET MM-Trans-Accepted TO TRUE
029600     MOVE SPACES TO MM-TRANS-SPLIT-FIELDS
029610     MOVE SPACES TO MM-TRANS-REQUESTER
029620     MOVE ZERO TO MM-PIPE-COUNT
029630     INSPECT MM-TRANS-RECORD TALLYING MM-PIPE-COUNT FOR ALL '|'
029640     EVALUATE MM-PIPE-COUNT
029650         WHEN 2
029660             UNSTRING MM-TRANS-RECORD DELIMITED BY '|'
029670                 INTO MM-TRANS-ACTION MM-TRANS-NAME
029680                      MM-TRANS-REQUESTER
029690         WHEN 5
029700             UNSTRING MM-TRANS-RECORD DELIMITED BY '|'
029800                 INTO MM-TRANS-ACTION MM-TRANS-NAME MM-TRANS-DESC
029900                      MM-TRANS-UPLOADER MM-TRANS-DATE
029910                      MM-TRANS-REQUESTER
029911         WHEN 9
029912             UNSTRING MM-TRANS-RECORD DELIMITED BY '|'
029913                 INTO MM-TRANS-ACTION MM-TRANS-NAME MM-TRANS-DESC
029914                      MM-TRANS-UPLOADER MM-TRANS-DATE
029915                      MM-TRANS-SIZE MM-TRANS-CHECKSUM
029916                      MM-TRANS-PUBLISH-ON MM-TRANS-EXPIRE-ON
029917                      MM-TRANS-REQUESTER
029920         WHEN OTHER
029930             UNSTRING MM-TRANS-RECORD DELIMITED BY '|'
029940                 INTO MM-TRANS-ACTION MM-TRANS-NAME MM-TRANS-DESC
029950                      MM-TRANS-UPLOADER MM-TRANS-DATE
029960                      MM-TRANS-SIZE MM-TRANS-CHECKSUM
029970                      MM-TRANS-REQUESTER
029980     END-EVALUATE
030000     MOVE FUNCTION TRIM(MM-TRANS-ACTION) TO MM-TRIMMED-ACTION
030100     MOVE FUNCTION TRIM(MM-TRANS-NAME) TO MM-TRIMMED-NAME

030400     IF MM-TRANS-RECORD = SPACES
030500         SET MM-Trans-Rejected TO TRUE

032000     IF MM-Trans-Accepted
032100         IF MM-TRIMMED-ACTION = 'DELETE'
032110             IF MM-PIPE-COUNT = 1
032120                 SET MM-Trans-Rejected TO TRUE
032130                 MOVE 'MISSING REQUESTER' TO MM-REJ-REASON
032140             ELSE
032200                 IF MM-PIPE-COUNT NOT = 2
032300                     SET MM-Trans-Rejected TO TRUE
032400                     MOVE 'BAD FIELD COUNT' TO MM-REJ-REASON
032500                 END-IF
032510             END-IF
032600         ELSE
032610             IF MM-PIPE-COUNT = 4 OR MM-PIPE-COUNT = 6
032611                 OR MM-PIPE-COUNT = 8
032620                 SET MM-Trans-Rejected TO TRUE
032630                 MOVE 'MISSING REQUESTER' TO MM-REJ-REASON
032640             ELSE
032700                 IF MM-PIPE-COUNT NOT = 5
032710                     AND MM-PIPE-COUNT NOT = 7
032720                     AND MM-PIPE-COUNT NOT = 9
032800                     SET MM-Trans-Rejected TO TRUE
032900                     MOVE 'BAD FIELD COUNT' TO MM-REJ-REASON
033000                 END-IF
033010             END-IF
033100         END-IF
033200     END-IF

033210     IF MM-Trans-Accepted
033220         AND MM-TRANS-REQUESTER = SPACES
033230         SET MM-Trans-Rejected TO TRUE
033240         MOVE 'MISSING REQUESTER' TO MM-REJ-REASON
033250     END-IF

033300     IF MM-Trans-Accepted
033400         AND MM-TRIMMED-ACTION NOT = 'DELETE'
033410         MOVE MM-TRANS-DATE TO MM-DATE-CHECK
033500         PERFORM 2110-VALIDATE-DATE THRU 2110-EXIT
033600         IF MM-Date-Invalid
033700             SET MM-Trans-Rejected TO TRUE
034070             SET MM-Trans-Rejected TO TRUE
034080             MOVE 'INVALID SIZE' TO MM-REJ-REASON
034090         END-IF
034097     END-IF

034104     IF MM-Trans-Accepted
034111         AND MM-TRIMMED-ACTION NOT = 'DELETE'
034118         PERFORM 2160-VALIDATE-SCHEDULE THRU 2160-EXIT
034125     END-IF

034132     IF MM-Trans-Accepted
034139         AND MM-TRIMMED-ACTION NOT = 'DELETE'
034146         AND MM-Upl-Master-Loaded
034153         PERFORM 2130-CHECK-UPLOADER THRU 2130-EXIT
034160     END-IF

034167     IF MM-Trans-Accepted
034174         PERFORM 2140-CHECK-REQUESTER THRU 2140-EXIT
034181     END-IF

034188     IF MM-Trans-Accepted
034200         PERFORM 2120-FIND-NAME THRU 2120-EXIT
034300         IF MM-TRIMMED-ACTION = 'ADD'
034400             IF MM-Name-Found
035300         END-IF
035400     END-IF

035410     IF MM-Trans-Accepted
035420         PERFORM 2145-CHECK-AUTHORITY THRU 2145-EXIT
035430     END-IF

035500     IF MM-Trans-Accepted
035600         AND MM-TRIMMED-ACTION = 'ADD'
035700         AND MM-META-COUNT NOT < 2000
035800         SET MM-Trans-Rejected TO TRUE
035900         MOVE 'TABLE FULL' TO MM-REJ-REASON
036000     END-IF

036010     IF MM-Trans-Accepted
036020         PERFORM 2150-OPEN-JOURNAL THRU 2150-EXIT
036030     END-IF.
036100 2100-EXIT.
036200     EXIT.

036300*****************************************************************
036400* 2110-VALIDATE-DATE - CHECK THE DATE THE CALLER HAS MOVED TO   *
036500*                 MM-DATE-CHECK IS A REAL YYYY-MM-DD: DIGITS    *
036550*                 AND DASHES IN THE RIGHT PLACES, MONTH 01-12,  *
036600*                 DAY WITHIN THE MONTH, WITH A LEAP-YEAR        *
036700*                 FEBRUARY 29                                   *
036800*****************************************************************
036900 2110-VALIDATE-DATE.
037000     SET MM-Date-Invalid TO TRUE
037200     IF MM-DATE-YYYY IS NUMERIC
037300         AND MM-DATE-SEP1 = '-'
037400         AND MM-DATE-MM IS NUMERIC
043900 2120-EXIT.
044000     EXIT.

044001*****************************************************************
044002* 2140-CHECK-REQUESTER - WITH THE REGISTRY LOADED, THE          *
044003*                 REQUESTER MUST BE A REGISTERED, NON-RETIRED   *
044004*                 UPLOADER ID (CASE-BLIND, AS IN 2130). A ROLE  *
044005*                 OF ADMIN ON THE REGISTRY ENTITLES THEM TO     *
044006*                 CHANGE ANY MAP. WITH NO REGISTRY ON FILE THE  *
044007*                 ID IS TAKEN AS GIVEN AND ONLY THE OWNERSHIP   *
044008*                 MATCH IN 2145 APPLIES                         *
044009*****************************************************************
044010 2140-CHECK-REQUESTER.
044011     SET MM-Requester-Not-Admin TO TRUE
044012     MOVE FUNCTION UPPER-CASE
044013         (FUNCTION TRIM(MM-TRANS-REQUESTER))
044014         TO MM-REQUESTER-UPPER
044015     IF MM-Upl-Master-Absent
044016         GO TO 2140-EXIT
044017     END-IF
044018     SET MM-Uploader-Not-Registered TO TRUE
044019     MOVE ZERO TO MM-UPL-FOUND-IDX
044020     PERFORM VARYING MM-UPL-IDX FROM 1 BY 1
044021             UNTIL MM-UPL-IDX > MM-UPL-COUNT
044022                OR MM-Uploader-Registered
044023         IF MM-UPL-ID(MM-UPL-IDX) = MM-REQUESTER-UPPER
044024             SET MM-Uploader-Registered TO TRUE
044025             SET MM-UPL-FOUND-IDX TO MM-UPL-IDX
044026         END-IF
044027     END-PERFORM
044028     IF MM-Uploader-Not-Registered
044029         SET MM-Trans-Rejected TO TRUE
044030         MOVE 'UNKNOWN REQUESTER' TO MM-REJ-REASON
044031         GO TO 2140-EXIT
044032     END-IF
044033     IF MM-UPL-STATUS(MM-UPL-FOUND-IDX) = 'RETIRED'
044034         SET MM-Trans-Rejected TO TRUE
044035         MOVE 'REQUESTER RETIRED' TO MM-REJ-REASON
044036         GO TO 2140-EXIT
044037     END-IF
044038     IF MM-UPL-ROLE(MM-UPL-FOUND-IDX) = 'ADMIN'
044039         SET MM-Requester-Admin TO TRUE
044040     END-IF.
044041 2140-EXIT.
044042     EXIT.

044043*****************************************************************
044044* 2145-CHECK-AUTHORITY - AN ADMIN MAY CHANGE ANY MAP. ANYONE    *
044045*                 ELSE MUST OWN IT: FOR A CHANGE OR DELETE THE  *
044046*                 OWNER IS THE UPLOADER ON FILE, FOR AN ADD IT  *
044047*                 IS THE UPLOADER BEING ADDED, SO NOBODY CAN    *
044048*                 FILE A MAP UNDER SOMEONE ELSE'S NAME. A MAP   *
044049*                 WITH NO UPLOADER ON FILE HAS NO OWNER TO      *
044050*                 PROTECT ONLY WHEN THERE IS NO REGISTRY EITHER *
044051*****************************************************************
044052 2145-CHECK-AUTHORITY.
044053     IF MM-Requester-Admin
044054         GO TO 2145-EXIT
044055     END-IF
044056     IF MM-TRIMMED-ACTION = 'ADD'
044057         MOVE FUNCTION UPPER-CASE
044058             (FUNCTION TRIM(MM-TRANS-UPLOADER))
044059             TO MM-OWNER-UPPER
044060     ELSE
044061         MOVE FUNCTION UPPER-CASE
044062             (FUNCTION TRIM(MM-META-UPLOADER(MM-FOUND-IDX)))
044063             TO MM-OWNER-UPPER
044064     END-IF
044065     IF MM-OWNER-UPPER = SPACES
044066         AND MM-Upl-Master-Absent
044067         GO TO 2145-EXIT
044068     END-IF
044069     IF MM-OWNER-UPPER NOT = MM-REQUESTER-UPPER
044070         SET MM-Trans-Rejected TO TRUE
044071         MOVE 'NOT AUTHORIZED' TO MM-REJ-REASON
044072     END-IF.
044073 2145-EXIT.
044074     EXIT.

044075*****************************************************************
044076* 2150-OPEN-JOURNAL - OPEN CHANGE-JOURNAL.DAT ON THE FIRST      *
044077*                 ACCEPTED CHANGE (EXTEND, WITH THE USUAL       *
044078*                 CREATE FALLBACK) AND KEEP IT OPEN FOR THE     *
044079*                 RUN. A JOURNAL THAT CANNOT BE OPENED REJECTS  *
044080*                 THE CHANGE - IT COULD NOT BE ATTRIBUTED       *
044081*****************************************************************
044082 2150-OPEN-JOURNAL.
044083     IF MM-Journal-Open
044084         GO TO 2150-EXIT
044085     END-IF
044086     OPEN EXTEND JournalFile
044087     IF MM-JOURNAL-STATUS NOT = '00'
044088         OPEN OUTPUT JournalFile
044089     END-IF
044090     IF MM-JOURNAL-STATUS = '00'
044091         SET MM-Journal-Open TO TRUE
044092     ELSE
044093         SET MM-Trans-Rejected TO TRUE
044094         MOVE 'NO CHANGE JOURNAL' TO MM-REJ-REASON
044095     END-IF.
044096 2150-EXIT.
044097     EXIT.

044098*****************************************************************
044099* 2160-VALIDATE-SCHEDULE - A PUBLISH-ON OR EXPIRE-ON DATE, WHEN *
044100*                 GIVEN, MUST BE A REAL YYYY-MM-DD, AND A MAP   *
044101*                 CANNOT EXPIRE BEFORE IT GOES LIVE             *
044102*****************************************************************
044103 2160-VALIDATE-SCHEDULE.
044104     IF MM-TRANS-PUBLISH-ON NOT = SPACES
044105         MOVE FUNCTION TRIM(MM-TRANS-PUBLISH-ON) TO MM-DATE-CHECK
044106         PERFORM 2110-VALIDATE-DATE THRU 2110-EXIT
044107         IF MM-Date-Invalid
044108             SET MM-Trans-Rejected TO TRUE
044109             MOVE 'INVALID PUBLISH DATE' TO MM-REJ-REASON
044110             GO TO 2160-EXIT
044111         END-IF
044112     END-IF
044113     IF MM-TRANS-EXPIRE-ON NOT = SPACES
044114         MOVE FUNCTION TRIM(MM-TRANS-EXPIRE-ON) TO MM-DATE-CHECK
044115         PERFORM 2110-VALIDATE-DATE THRU 2110-EXIT
044116         IF MM-Date-Invalid
044117             SET MM-Trans-Rejected TO TRUE
044118             MOVE 'INVALID EXPIRE DATE' TO MM-REJ-REASON
044119             GO TO 2160-EXIT
044120         END-IF
044121     END-IF
044122     IF MM-TRANS-PUBLISH-ON NOT = SPACES
044123         AND MM-TRANS-EXPIRE-ON NOT = SPACES
044124         AND FUNCTION TRIM(MM-TRANS-EXPIRE-ON)
044125             < FUNCTION TRIM(MM-TRANS-PUBLISH-ON)
044126         SET MM-Trans-Rejected TO TRUE
044127         MOVE 'EXPIRES BEFORE LIVE' TO MM-REJ-REASON
044128     END-IF.
044129 2160-EXIT.
044130     EXIT.

044131*****************************************************************
044200* 2200-APPLY-ONE-TRANS - APPLY A VALIDATED TRANSACTION TO THE   *
044300*                 TABLE. ADD APPENDS, CHANGE REPLACES ALL FIVE  *
044400*                 METADATA FIELDS IN PLACE (DESCRIPTION,        *
044410*                 UPLOADER, DATE, SIZE, CHECKSUM - A CHANGE     *
044420*                 WITHOUT THEM THEREFORE CLEARS SIZE AND        *
044430*                 CHECKSUM TO UNKNOWN), DELETE FLAGS THE ENTRY  *
044500*                 SO THE REWRITE DROPS IT. EACH CHANGE IS THEN  *
044510*                 JOURNALED WITH ITS BEFORE AND AFTER VALUES    *
044600*****************************************************************
044700 2200-APPLY-ONE-TRANS.
044710     MOVE SPACES TO MM-BEFORE-IMAGE
044720     MOVE SPACES TO MM-META-IMAGE
044730     IF MM-TRIMMED-ACTION NOT = 'ADD'
044740         MOVE MM-FOUND-IDX TO MM-IMAGE-IDX
044750         PERFORM 2210-BUILD-IMAGE THRU 2210-EXIT
044760         MOVE MM-META-IMAGE TO MM-BEFORE-IMAGE
044770         MOVE SPACES TO MM-META-IMAGE
044780     END-IF
044800     EVALUATE MM-TRIMMED-ACTION
044900         WHEN 'ADD'
045000             ADD 1 TO MM-META-COUNT
045920                 TO MM-META-SIZE(MM-META-COUNT)
045930             MOVE FUNCTION TRIM(MM-TRANS-CHECKSUM)
045940                 TO MM-META-CHECKSUM(MM-META-COUNT)
045950             MOVE FUNCTION TRIM(MM-TRANS-PUBLISH-ON)
045960                 TO MM-META-PUBLISH-ON(MM-META-COUNT)
045970             MOVE FUNCTION TRIM(MM-TRANS-EXPIRE-ON)
045980                 TO MM-META-EXPIRE-ON(MM-META-COUNT)
046000             ADD 1 TO MM-ADD-COUNT
046010             MOVE MM-META-COUNT TO MM-IMAGE-IDX
046020             PERFORM 2210-BUILD-IMAGE THRU 2210-EXIT
046100         WHEN 'CHANGE'
046200             MOVE FUNCTION TRIM(MM-TRANS-DESC)
046300                 TO MM-META-DESC(MM-FOUND-IDX)
046720                 TO MM-META-SIZE(MM-FOUND-IDX)
046730             MOVE FUNCTION TRIM(MM-TRANS-CHECKSUM)
046740                 TO MM-META-CHECKSUM(MM-FOUND-IDX)
046750             MOVE FUNCTION TRIM(MM-TRANS-PUBLISH-ON)
046760                 TO MM-META-PUBLISH-ON(MM-FOUND-IDX)
046770             MOVE FUNCTION TRIM(MM-TRANS-EXPIRE-ON)
046780                 TO MM-META-EXPIRE-ON(MM-FOUND-IDX)
046800             ADD 1 TO MM-CHANGE-COUNT
046810             PERFORM 2210-BUILD-IMAGE THRU 2210-EXIT
046900         WHEN 'DELETE'
047000             MOVE 'Y' TO MM-META-DELETED-SW(MM-FOUND-IDX)
047100             ADD 1 TO MM-DELETE-COUNT
047200     END-EVALUATE
047210     PERFORM 2220-WRITE-JOURNAL THRU 2220-EXIT.
047300 2200-EXIT.
047400     EXIT.

047401*****************************************************************
047402* 2210-BUILD-IMAGE - FORMAT THE TABLE ENTRY AT MM-IMAGE-IDX AS  *
047403*                 DESC|UPLOADER|DATE|SIZE|CHECKSUM|PUBLISH-ON|  *
047404*                 EXPIRE-ON FOR THE CHANGE JOURNAL              *
047405*****************************************************************
047406 2210-BUILD-IMAGE.
047407     MOVE SPACES TO MM-META-IMAGE
047408     STRING FUNCTION TRIM(MM-META-DESC(MM-IMAGE-IDX))
047409             DELIMITED BY SIZE
047410         '|' DELIMITED BY SIZE
047411         FUNCTION TRIM(MM-META-UPLOADER(MM-IMAGE-IDX))
047412             DELIMITED BY SIZE
047413         '|' DELIMITED BY SIZE
047414         FUNCTION TRIM(MM-META-DATE(MM-IMAGE-IDX))
047415             DELIMITED BY SIZE
047416         '|' DELIMITED BY SIZE
047417         FUNCTION TRIM(MM-META-SIZE(MM-IMAGE-IDX))
047418             DELIMITED BY SIZE
047419         '|' DELIMITED BY SIZE
047420         FUNCTION TRIM(MM-META-CHECKSUM(MM-IMAGE-IDX))
047421             DELIMITED BY SIZE
047422         '|' DELIMITED BY SIZE
047423         FUNCTION TRIM(MM-META-PUBLISH-ON(MM-IMAGE-IDX))
047424             DELIMITED BY SIZE
047425         '|' DELIMITED BY SIZE
047426         FUNCTION TRIM(MM-META-EXPIRE-ON(MM-IMAGE-IDX))
047427             DELIMITED BY SIZE
047428         INTO MM-META-IMAGE.
047429 2210-EXIT.
047430     EXIT.

047431*****************************************************************
047432* 2220-WRITE-JOURNAL - APPEND ONE STAMPED LINE TO THE CHANGE    *
047433*                 JOURNAL: WHO, WHICH MAP, WHAT ACTION, AND THE *
047434*                 VALUES BEFORE AND AFTER                       *
047435*****************************************************************
047436 2220-WRITE-JOURNAL.
047437     ACCEPT MM-JRN-DATE-RAW FROM DATE YYYYMMDD
047438     ACCEPT MM-JRN-TIME-RAW FROM TIME
047439     MOVE SPACES TO MM-JOURNAL-RECORD
047440     STRING MM-JRN-DATE-RAW(1:4) '-' MM-JRN-DATE-RAW(5:2) '-'
047441         MM-JRN-DATE-RAW(7:2) DELIMITED BY SIZE
047442         INTO MM-JRN-DATE
047443     STRING MM-JRN-TIME-RAW(1:2) ':' MM-JRN-TIME-RAW(3:2) ':'
047444         MM-JRN-TIME-RAW(5:2) DELIMITED BY SIZE
047445         INTO MM-JRN-TIME
047446     MOVE 'METAMAINT' TO MM-JRN-PROGRAM
047447     MOVE MM-TRIMMED-ACTION TO MM-JRN-ACTION
047448     MOVE FUNCTION TRIM(MM-TRANS-REQUESTER) TO MM-JRN-REQUESTER
047449     MOVE MM-TRIMMED-NAME TO MM-JRN-NAME
047450     MOVE MM-BEFORE-IMAGE TO MM-JRN-BEFORE
047451     MOVE MM-META-IMAGE TO MM-JRN-AFTER
047452     WRITE MM-JOURNAL-RECORD.
047453 2220-EXIT.
047454     EXIT.

047500*****************************************************************
047600* 2300-WRITE-REJECT - RECORD A REJECTED TRANSACTION ON THE      *
047700*                 REPORT WITH ITS LINE NUMBER AND REASON        *
051200*****************************************************************
051300* 3100-WRITE-ONE-ENTRY - BUILD AND WRITE ONE PIPE-DELIMITED     *
051400*                 METADATA RECORD FROM THE CURRENT TABLE ENTRY  *
051410*                 (THE SCHEDULE FIELDS ONLY WHEN ONE IS SET)    *
051500*****************************************************************
051600 3100-WRITE-ONE-ENTRY.
051700     MOVE SPACES TO MM-METADATA-RECORD
051710     MOVE 1 TO MM-RECORD-PTR
051800     STRING FUNCTION TRIM(MM-META-NAME(MM-META-IDX))
051900             DELIMITED BY SIZE
052000         '|' DELIMITED BY SIZE
052850         FUNCTION TRIM(MM-META-CHECKSUM(MM-META-IDX))
052860             DELIMITED BY SIZE
052900         INTO MM-METADATA-RECORD
052910         WITH POINTER MM-RECORD-PTR
052920     IF MM-META-PUBLISH-ON(MM-META-IDX) NOT = SPACES
052930         OR MM-META-EXPIRE-ON(MM-META-IDX) NOT = SPACES
052940         STRING '|' DELIMITED BY SIZE
052950             FUNCTION TRIM(MM-META-PUBLISH-ON(MM-META-IDX))
052960                 DELIMITED BY SIZE
052970             '|' DELIMITED BY SIZE
052980             FUNCTION TRIM(MM-META-EXPIRE-ON(MM-META-IDX))
052990                 DELIMITED BY SIZE
052995             INTO MM-METADATA-RECORD
052996             WITH POINTER MM-RECORD-PTR
052997     END-IF
053000     WRITE MM-METADATA-RECORD.
053100 3100-EXIT.
053200     EXIT.
