004340*                  REQUIRES THE ENTRY BEING RETIRED, AS
004350*                  LIST-MAINT WARNS ON DELETE. THE RETIREMENT
004360*                  STILL APPLIES.
004361* 2026-10-15 RW    APPLY TRANSACTIONS ARE NOW NAME|REASON|
004362*                  REQUESTER. WITH UPLOADER-MASTER.DAT ON FILE
004363*                  THE REQUESTER MUST BE REGISTERED AND NOT
004364*                  RETIRED. THE REQUESTER MUST BE THE MAP'S
004365*                  UPLOADER IN MAP-METADATA.DAT UNLESS THE
004366*                  REGISTRY GIVES THEM ROLE ADMIN (OPTIONAL FIFTH
004367*                  FIELD, AS IN META-MAINT); A MAP WITH NO
004368*                  UPLOADER ON FILE NEEDS AN ADMIN (ANYONE WHEN
004369*                  THERE IS NO REGISTRY). EVERY RETIREMENT IS
004370*                  APPENDED TO CHANGE-JOURNAL.DAT WITH THE LIST
004371*                  LINE BEFORE AND THE RETIRED-MAPS RECORD AFTER;
004372*                  A JOURNAL THAT CANNOT BE OPENED REJECTS THE
004373*                  RETIREMENT. REJECT LINES NOW CARRY A REASON.
004400*-----------------------------------------------------------------
004500
004600 ENVIRONMENT DIVISION.
007620         ORGANIZATION IS LINE SEQUENTIAL
007630         FILE STATUS IS MR-DEPENDS-STATUS.

007640     SELECT MetadataFile ASSIGN TO 'MAP-METADATA.DAT'
007650         ORGANIZATION IS LINE SEQUENTIAL
007660         FILE STATUS IS MR-META-STATUS.

007670     SELECT UploaderMasterFile ASSIGN TO 'UPLOADER-MASTER.DAT'
007680         ORGANIZATION IS LINE SEQUENTIAL
007690         FILE STATUS IS MR-UPLMAST-STATUS.

007691     SELECT JournalFile ASSIGN TO 'CHANGE-JOURNAL.DAT'
007692         ORGANIZATION IS LINE SEQUENTIAL
007693         FILE STATUS IS MR-JOURNAL-STATUS.

007700     SELECT ReportFile ASSIGN TO 'RETIRE.RPT'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS MR-RPT-STATUS.

011810 FD  DependsFile.
011820 01  MR-DEPENDS-RECORD             PIC X(600).

011830 FD  MetadataFile.
011840 01  MR-METADATA-RECORD            PIC X(600).

011850 FD  UploaderMasterFile.
011860 01  MR-UPLMAST-RECORD             PIC X(300).

011861*-----------------------------------------------------------------
011862* DURABLE CHANGE JOURNAL - ONE LINE APPENDED PER APPLIED CHANGE,
011863* SHARED WITH META-MAINT AND LIST-MAINT; THE RECORD LAYOUT MUST
011864* MATCH THE ONE DECLARED THERE. HERE BEFORE IS THE FILE-LIST.DAT
011865* LINE AND AFTER IS THE RETIRED-MAPS.DAT RECORD
011866*-----------------------------------------------------------------
011867 FD  JournalFile.
011868 01  MR-JOURNAL-RECORD.
011869     05  MR-JRN-DATE               PIC X(10).
011870     05  FILLER                    PIC X(01).
011871     05  MR-JRN-TIME               PIC X(08).
011872     05  FILLER                    PIC X(01).
011873     05  MR-JRN-PROGRAM            PIC X(10).
011874     05  FILLER                    PIC X(01).
011875     05  MR-JRN-ACTION             PIC X(13).
011876     05  FILLER                    PIC X(01).
011877     05  MR-JRN-REQUESTER          PIC X(60).
011878     05  FILLER                    PIC X(01).
011879     05  MR-JRN-NAME               PIC X(256).
011880     05  FILLER                    PIC X(01).
011881     05  MR-JRN-BEFORE             PIC X(400).
011882     05  FILLER                    PIC X(01).
011883     05  MR-JRN-AFTER              PIC X(400).
011900
012000 FD  ReportFile.
012100 01  MR-REPORT-RECORD              PIC X(300).
016210     05  MR-DEPENDS-EOF-FLAG       PIC X     VALUE 'N'.
016220         88  End-Of-Depends                  VALUE 'Y'.
016230         88  Not-End-Of-Depends              VALUE 'N'.
016240     05  MR-META-EOF-FLAG          PIC X     VALUE 'N'.
016250         88  End-Of-Metadata                 VALUE 'Y'.
016260         88  Not-End-Of-Metadata             VALUE 'N'.
016270     05  MR-UPLMAST-EOF-FLAG       PIC X     VALUE 'N'.
016271         88  End-Of-Upl-Master               VALUE 'Y'.
016272         88  Not-End-Of-Upl-Master           VALUE 'N'.
016273     05  MR-UPLMAST-LOADED-SW      PIC X     VALUE 'N'.
016274         88  MR-Upl-Master-Loaded            VALUE 'Y'.
016275         88  MR-Upl-Master-Absent            VALUE 'N'.
016276     05  MR-UPL-FOUND-SW           PIC X     VALUE 'N'.
016277         88  MR-Requester-Registered         VALUE 'Y'.
016278         88  MR-Requester-Not-Registered     VALUE 'N'.
016279     05  MR-REQ-ADMIN-SW           PIC X     VALUE 'N'.
016280         88  MR-Requester-Admin              VALUE 'Y'.
016281         88  MR-Requester-Not-Admin          VALUE 'N'.
016282     05  MR-JOURNAL-OPEN-SW        PIC X     VALUE 'N'.
016283         88  MR-Journal-Open                 VALUE 'Y'.
016284         88  MR-Journal-Not-Open             VALUE 'N'.
016300
016400*-----------------------------------------------------------------
016500* FILE STATUS CODES
017200 77  MR-RETIRED-STATUS             PIC X(02) VALUE SPACES.
017300 77  MR-RPT-STATUS                 PIC X(02) VALUE SPACES.
017310 77  MR-DEPENDS-STATUS             PIC X(02) VALUE SPACES.
017320 77  MR-META-STATUS                PIC X(02) VALUE SPACES.
017330 77  MR-UPLMAST-STATUS             PIC X(02) VALUE SPACES.
017340 77  MR-JOURNAL-STATUS             PIC X(02) VALUE SPACES.
017400
017500*-----------------------------------------------------------------
017600* THRESHOLDS - OVERRIDDEN BY RETIRE-CONTROL.DAT
023800 01  MR-TRANS-SPLIT-FIELDS.
023900     05  MR-TRANS-NAME             PIC X(256).
024000     05  MR-TRANS-REASON           PIC X(200).
024010     05  MR-TRANS-REQUESTER        PIC X(60).
024100 01  MR-TRIMMED-NAME               PIC X(256).
024105 01  MR-REJ-REASON                 PIC X(20).
024110 77  MR-DEPENDS-COUNT              PIC 9(03) COMP VALUE ZERO.
024120 77  MR-WARN-COUNT                 PIC 9(07) COMP VALUE ZERO.

024230                                   INDEXED BY MR-DEP-IDX.
024240         10  MR-DEP-NAME           PIC X(256).
024250         10  MR-DEP-REQUIRED       PIC X(256).

024251*-----------------------------------------------------------------
024252* MAP OWNERS FOR THE REQUESTER CHECK - NAME AND UPLOADER FROM
024253* MAP-METADATA.DAT (SAME TABLE SIZE AS META-MAINT). UPLOADERS
024254* ARE STORED UPPER-CASED FOR THE CASE-BLIND MATCH
024255*-----------------------------------------------------------------
024256 01  MR-META-SPLIT-FIELDS.
024257     05  MR-META-SPLIT-NAME        PIC X(256).
024258     05  MR-META-SPLIT-DESC        PIC X(200).
024259     05  MR-META-SPLIT-UPLOADER    PIC X(60).
024260 01  MR-OWNER-TABLE.
024261     05  MR-OWN-ENTRY              OCCURS 2000 TIMES
024262                                   INDEXED BY MR-OWN-IDX.
024263         10  MR-OWN-NAME           PIC X(256).
024264         10  MR-OWN-UPLOADER       PIC X(60).
024265 77  MR-OWN-COUNT                  PIC 9(07) COMP VALUE ZERO.

024266*-----------------------------------------------------------------
024267* UPLOADER REGISTRY TABLE, LOADED FROM THE OPTIONAL
024268* UPLOADER-MASTER.DAT (ID|DISPLAY-NAME|CONTACT|STATUS|ROLE) TO
024269* VET THE REQUESTER. IDS MATCH CASE-BLIND, AS IN META-MAINT
024270*-----------------------------------------------------------------
024271 01  MR-UPL-SPLIT-FIELDS.
024272     05  MR-UPL-SPLIT-ID           PIC X(60).
024273     05  MR-UPL-SPLIT-DISPLAY      PIC X(60).
024274     05  MR-UPL-SPLIT-CONTACT      PIC X(80).
024275     05  MR-UPL-SPLIT-STATUS       PIC X(10).
024276     05  MR-UPL-SPLIT-ROLE         PIC X(10).
024277 01  MR-UPLOADER-TABLE.
024278     05  MR-UPL-ENTRY              OCCURS 500 TIMES
024279                                   INDEXED BY MR-UPL-IDX.
024280         10  MR-UPL-ID             PIC X(60).
024281         10  MR-UPL-STATUS         PIC X(10).
024282         10  MR-UPL-ROLE           PIC X(10).
024283 77  MR-UPL-COUNT                  PIC 9(03) COMP VALUE ZERO.
024284 77  MR-UPL-FOUND-IDX              PIC 9(03) COMP VALUE ZERO.
024285 01  MR-REQUESTER-UPPER            PIC X(60).
024286 01  MR-OWNER-UPPER                PIC X(60).

024287*-----------------------------------------------------------------
024288* CHANGE JOURNAL WORK AREAS - BEFORE IS THE LIST LINE BEING
024289* REMOVED, AFTER IS THE HISTORY RECORD THAT REPLACES IT
024290*-----------------------------------------------------------------
024291 77  MR-JRN-DATE-RAW               PIC 9(08) VALUE ZERO.
024292 77  MR-JRN-TIME-RAW               PIC 9(08) VALUE ZERO.
024293 01  MR-RETIRED-IMAGE              PIC X(600).
024200
024300*-----------------------------------------------------------------
024400* REPORT LINE WORK AREAS
055000         GO TO 4000-EXIT
055100     END-IF
055110     PERFORM 4150-LOAD-DEPENDS THRU 4150-EXIT
055120     PERFORM 4050-LOAD-OWNERS THRU 4050-EXIT
055130     PERFORM 4140-LOAD-UPLOADER-MASTER THRU 4140-EXIT
055200     PERFORM 4210-READ-TRANS THRU 4210-EXIT
055300     PERFORM UNTIL End-Of-Trans
055400         PERFORM 4200-APPLY-ONE-TRANS THRU 4200-EXIT
055800     IF MR-History-Open
055900         CLOSE RetiredFile
056000     END-IF
056010     IF MR-Journal-Open
056020         CLOSE JournalFile
056030     END-IF
056100     IF MR-APPLIED-COUNT > ZERO
056200         PERFORM 4500-REWRITE-LIST THRU 4500-EXIT
056300     END-IF.
056400 4000-EXIT.
056500     EXIT.

056501*****************************************************************
056502* 4050-LOAD-OWNERS - IF MAP-METADATA.DAT EXISTS, LOAD EACH MAP'S*
056503*                 NAME AND UPLOADER FOR THE REQUESTER CHECK.    *
056504*                 THE FILE IS OPTIONAL - A MAP WITH NO RECORD   *
056505*                 SIMPLY HAS NO OWNER ON FILE                   *
056506*****************************************************************
056507 4050-LOAD-OWNERS.
056508     OPEN INPUT MetadataFile
056509     IF MR-META-STATUS NOT = '00'
056510         GO TO 4050-EXIT
056511     END-IF
056512     PERFORM 4060-READ-METADATA THRU 4060-EXIT
056513     PERFORM UNTIL End-Of-Metadata
056514         PERFORM 4070-STORE-OWNER THRU 4070-EXIT
056515         PERFORM 4060-READ-METADATA THRU 4060-EXIT
056516     END-PERFORM
056517     CLOSE MetadataFile.
056518 4050-EXIT.
056519     EXIT.

056520*****************************************************************
056521* 4060-READ-METADATA - READ ONE LINE OF MAP-METADATA.DAT        *
056522*****************************************************************
056523 4060-READ-METADATA.
056524     READ MetadataFile
056525         AT END
056526             SET End-Of-Metadata TO TRUE
056527     END-READ.
056528 4060-EXIT.
056529     EXIT.

056530*****************************************************************
056531* 4070-STORE-OWNER - KEEP ONE METADATA RECORD'S NAME AND        *
056532*                 UPPER-CASED UPLOADER. BLANK NAMES ARE SKIPPED *
056533*****************************************************************
056534 4070-STORE-OWNER.
056535     MOVE SPACES TO MR-META-SPLIT-FIELDS
056536     UNSTRING MR-METADATA-RECORD DELIMITED BY '|'
056537         INTO MR-META-SPLIT-NAME MR-META-SPLIT-DESC
056538              MR-META-SPLIT-UPLOADER
056539     IF FUNCTION TRIM(MR-META-SPLIT-NAME) NOT = SPACES
056540         AND MR-OWN-COUNT < 2000
056541         ADD 1 TO MR-OWN-COUNT
056542         MOVE FUNCTION TRIM(MR-META-SPLIT-NAME)
056543             TO MR-OWN-NAME(MR-OWN-COUNT)
056544         MOVE FUNCTION UPPER-CASE
056545             (FUNCTION TRIM(MR-META-SPLIT-UPLOADER))
056546             TO MR-OWN-UPLOADER(MR-OWN-COUNT)
056547     END-IF.
056548 4070-EXIT.
056549     EXIT.
056600
056700*****************************************************************
056800* 4100-LOAD-LIST - LOAD FILE-LIST.DAT INTO THE LIST TABLE,      *
066000     END-PERFORM.
066100 4130-EXIT.
066200     EXIT.

066201*****************************************************************
066202* 4140-LOAD-UPLOADER-MASTER - IF UPLOADER-MASTER.DAT EXISTS,    *
066203*                 LOAD ITS IDS, STATUSES AND ROLES FOR THE      *
066204*                 REQUESTER CHECK. THE FILE IS OPTIONAL - WITH  *
066205*                 NO MASTER ON FILE ONLY OWNERSHIP IS CHECKED   *
066206*****************************************************************
066207 4140-LOAD-UPLOADER-MASTER.
066208     OPEN INPUT UploaderMasterFile
066209     IF MR-UPLMAST-STATUS NOT = '00'
066210         GO TO 4140-EXIT
066211     END-IF
066212     SET MR-Upl-Master-Loaded TO TRUE
066213     PERFORM 4145-READ-UPL-MASTER THRU 4145-EXIT
066214     PERFORM UNTIL End-Of-Upl-Master
066215         PERFORM 4148-STORE-UPL-MASTER THRU 4148-EXIT
066216         PERFORM 4145-READ-UPL-MASTER THRU 4145-EXIT
066217     END-PERFORM
066218     CLOSE UploaderMasterFile.
066219 4140-EXIT.
066220     EXIT.

066221*****************************************************************
066222* 4145-READ-UPL-MASTER - READ ONE LINE OF UPLOADER-MASTER.DAT   *
066223*****************************************************************
066224 4145-READ-UPL-MASTER.
066225     READ UploaderMasterFile
066226         AT END
066227             SET End-Of-Upl-Master TO TRUE
066228     END-READ.
066229 4145-EXIT.
066230     EXIT.

066231*****************************************************************
066232* 4148-STORE-UPL-MASTER - PARSE ONE REGISTRY RECORD AND STORE   *
066233*                 ITS UPPER-CASED ID, STATUS AND ROLE. BLANK    *
066234*                 IDS ARE SKIPPED                               *
066235*****************************************************************
066236 4148-STORE-UPL-MASTER.
066237     MOVE SPACES TO MR-UPL-SPLIT-FIELDS
066238     UNSTRING MR-UPLMAST-RECORD DELIMITED BY '|'
066239         INTO MR-UPL-SPLIT-ID MR-UPL-SPLIT-DISPLAY
066240              MR-UPL-SPLIT-CONTACT MR-UPL-SPLIT-STATUS
066241              MR-UPL-SPLIT-ROLE
066242     IF FUNCTION TRIM(MR-UPL-SPLIT-ID) NOT = SPACES
066243         AND MR-UPL-COUNT < 500
066244         ADD 1 TO MR-UPL-COUNT
066245         MOVE FUNCTION UPPER-CASE
066246             (FUNCTION TRIM(MR-UPL-SPLIT-ID))
066247             TO MR-UPL-ID(MR-UPL-COUNT)
066248         MOVE FUNCTION UPPER-CASE
066249             (FUNCTION TRIM(MR-UPL-SPLIT-STATUS))
066250             TO MR-UPL-STATUS(MR-UPL-COUNT)
066251         MOVE FUNCTION UPPER-CASE
066252             (FUNCTION TRIM(MR-UPL-SPLIT-ROLE))
066253             TO MR-UPL-ROLE(MR-UPL-COUNT)
066254     END-IF.
066255 4148-EXIT.
066256     EXIT.
066300
066310*****************************************************************
066320* 4150-LOAD-DEPENDS - IF MAP-DEPENDS.DAT EXISTS, LOAD ITS       *
067500     EXIT.
067600
067700*****************************************************************
067800* 4200-APPLY-ONE-TRANS - VALIDATE AND APPLY ONE                 *
067810*                 NAME|REASON|REQUESTER RETIREMENT: CHECK THE   *
067820*                 REQUESTER MAY RETIRE THE MAP, FLAG THE LIST   *
067900*                 ENTRY, RECORD THE RETIREMENT IN THE HISTORY   *
068000*                 AND THE CHANGE JOURNAL, REPORT IT             *
068100*****************************************************************
068200 4200-APPLY-ONE-TRANS.
068300     SET MR-Trans-Accepted TO TRUE
068400     MOVE SPACES TO MR-TRANS-SPLIT-FIELDS
068500     UNSTRING MR-TRANS-RECORD DELIMITED BY '|'
068600         INTO MR-TRANS-NAME MR-TRANS-REASON MR-TRANS-REQUESTER
068610     MOVE ZERO TO MR-PIPE-COUNT
068620     INSPECT MR-TRANS-RECORD TALLYING MR-PIPE-COUNT FOR ALL '|'
068700     MOVE FUNCTION TRIM(MR-TRANS-NAME) TO MR-TRIMMED-NAME
068710     MOVE 'MISSING NAME' TO MR-REJ-REASON
068800     IF MR-TRANS-RECORD = SPACES
068900         SET MR-Trans-Rejected TO TRUE
069000         PERFORM 4300-WRITE-REJECT THRU 4300-EXIT
069500         PERFORM 4300-WRITE-REJECT THRU 4300-EXIT
069600         GO TO 4200-EXIT
069700     END-IF
069710     IF MR-PIPE-COUNT > 2
069720         SET MR-Trans-Rejected TO TRUE
069730         MOVE 'BAD FIELD COUNT' TO MR-REJ-REASON
069740         PERFORM 4300-WRITE-REJECT THRU 4300-EXIT
069750         GO TO 4200-EXIT
069760     END-IF
069770     IF MR-TRANS-REQUESTER = SPACES
069780         SET MR-Trans-Rejected TO TRUE
069790         MOVE 'MISSING REQUESTER' TO MR-REJ-REASON
069791         PERFORM 4300-WRITE-REJECT THRU 4300-EXIT
069792         GO TO 4200-EXIT
069793     END-IF
069800     PERFORM 4400-FIND-NAME THRU 4400-EXIT
069900     IF MR-Name-Not-Found
070000         SET MR-Trans-Rejected TO TRUE
070010         MOVE 'NOT ON FILE' TO MR-REJ-REASON
070100         PERFORM 4300-WRITE-REJECT THRU 4300-EXIT
070200         GO TO 4200-EXIT
070300     END-IF
070310     PERFORM 4410-CHECK-REQUESTER THRU 4410-EXIT
070320     IF MR-Trans-Accepted
070330         PERFORM 4420-CHECK-AUTHORITY THRU 4420-EXIT
070340     END-IF
070350     IF MR-Trans-Accepted
070360         PERFORM 4450-OPEN-JOURNAL THRU 4450-EXIT
070370     END-IF
070380     IF MR-Trans-Rejected
070390         PERFORM 4300-WRITE-REJECT THRU 4300-EXIT
070391         GO TO 4200-EXIT
070392     END-IF
070400     PERFORM 4600-RECORD-RETIREMENT THRU 4600-EXIT
070500     IF MR-Trans-Rejected
070600         GO TO 4200-EXIT
070700     END-IF
070800     MOVE 'Y' TO MR-ENT-DELETED-SW(MR-FOUND-IDX)
070810     PERFORM 4700-WARN-DEPENDENTS THRU 4700-EXIT
070820     PERFORM 4650-WRITE-JOURNAL THRU 4650-EXIT
070900     ADD 1 TO MR-APPLIED-COUNT
071000     MOVE SPACES TO MR-OUTPUT-LINE
071100     STRING 'RETIRED   ' DELIMITED BY SIZE
071700
071800*****************************************************************
071900* 4300-WRITE-REJECT - RECORD A REJECTED RETIREMENT WITH ITS     *
072000*                 LINE NUMBER, THE REASON IN MR-REJ-REASON AND  *
072010*                 THE NAME IT NAMED                             *
072100*****************************************************************
072200 4300-WRITE-REJECT.
072300     ADD 1 TO MR-REJECT-COUNT
072600     IF MR-TRIMMED-NAME = SPACES
072700         STRING 'REJECTED  LINE ' DELIMITED BY SIZE
072800             FUNCTION TRIM(MR-COUNT-DISPLAY) DELIMITED BY SIZE
072900             ' ' DELIMITED BY SIZE
072910             FUNCTION TRIM(MR-REJ-REASON) DELIMITED BY SIZE
073000             INTO MR-OUTPUT-LINE
073100     ELSE
073200         STRING 'REJECTED  LINE ' DELIMITED BY SIZE
073300             FUNCTION TRIM(MR-COUNT-DISPLAY) DELIMITED BY SIZE
073400             ' ' DELIMITED BY SIZE
073410             FUNCTION TRIM(MR-REJ-REASON) DELIMITED BY SIZE
073420             ' ' DELIMITED BY SIZE
073500             FUNCTION TRIM(MR-TRIMMED-NAME) DELIMITED BY SIZE
073600             INTO MR-OUTPUT-LINE
073700     END-IF
075700     END-PERFORM.
075800 4400-EXIT.
075900     EXIT.

075901*****************************************************************
075902* 4410-CHECK-REQUESTER - WITH THE REGISTRY LOADED, THE          *
075903*                 REQUESTER MUST BE A REGISTERED, NON-RETIRED   *
075904*                 UPLOADER ID (CASE-BLIND). A ROLE OF ADMIN ON  *
075905*                 THE REGISTRY ENTITLES THEM TO RETIRE ANY MAP. *
075906*                 WITH NO REGISTRY ON FILE THE ID IS TAKEN AS   *
075907*                 GIVEN AND ONLY THE OWNERSHIP MATCH APPLIES    *
075908*****************************************************************
075909 4410-CHECK-REQUESTER.
075910     SET MR-Requester-Not-Admin TO TRUE
075911     MOVE FUNCTION UPPER-CASE
075912         (FUNCTION TRIM(MR-TRANS-REQUESTER))
075913         TO MR-REQUESTER-UPPER
075914     IF MR-Upl-Master-Absent
075915         GO TO 4410-EXIT
075916     END-IF
075917     SET MR-Requester-Not-Registered TO TRUE
075918     MOVE ZERO TO MR-UPL-FOUND-IDX
075919     PERFORM VARYING MR-UPL-IDX FROM 1 BY 1
075920             UNTIL MR-UPL-IDX > MR-UPL-COUNT
075921                OR MR-Requester-Registered
075922         IF MR-UPL-ID(MR-UPL-IDX) = MR-REQUESTER-UPPER
075923             SET MR-Requester-Registered TO TRUE
075924             SET MR-UPL-FOUND-IDX TO MR-UPL-IDX
075925         END-IF
075926     END-PERFORM
075927     IF MR-Requester-Not-Registered
075928         SET MR-Trans-Rejected TO TRUE
075929         MOVE 'UNKNOWN REQUESTER' TO MR-REJ-REASON
075930         GO TO 4410-EXIT
075931     END-IF
075932     IF MR-UPL-STATUS(MR-UPL-FOUND-IDX) = 'RETIRED'
075933         SET MR-Trans-Rejected TO TRUE
075934         MOVE 'REQUESTER RETIRED' TO MR-REJ-REASON
075935         GO TO 4410-EXIT
075936     END-IF
075937     IF MR-UPL-ROLE(MR-UPL-FOUND-IDX) = 'ADMIN'
075938         SET MR-Requester-Admin TO TRUE
075939     END-IF.
075940 4410-EXIT.
075941     EXIT.

075942*****************************************************************
075943* 4420-CHECK-AUTHORITY - AN ADMIN MAY RETIRE ANY MAP. ANYONE    *
075944*                 ELSE MUST BE THE UPLOADER ON THE MAP'S        *
075945*                 METADATA RECORD. A MAP WITH NO UPLOADER ON    *
075946*                 FILE NEEDS AN ADMIN - OR ANYONE, WHEN THERE   *
075947*                 IS NO REGISTRY TO SAY WHO IS AN ADMIN         *
075948*****************************************************************
075949 4420-CHECK-AUTHORITY.
075950     IF MR-Requester-Admin
075951         GO TO 4420-EXIT
075952     END-IF
075953     MOVE SPACES TO MR-OWNER-UPPER
075954     PERFORM VARYING MR-OWN-IDX FROM 1 BY 1
075955             UNTIL MR-OWN-IDX > MR-OWN-COUNT
075956                OR MR-OWNER-UPPER NOT = SPACES
075957         IF MR-OWN-NAME(MR-OWN-IDX) = MR-TRIMMED-NAME
075958             MOVE MR-OWN-UPLOADER(MR-OWN-IDX) TO MR-OWNER-UPPER
075959         END-IF
075960     END-PERFORM
075961     IF MR-OWNER-UPPER = SPACES
075962         IF MR-Upl-Master-Loaded
075963             SET MR-Trans-Rejected TO TRUE
075964             MOVE 'NOT AUTHORIZED' TO MR-REJ-REASON
075965         END-IF
075966         GO TO 4420-EXIT
075967     END-IF
075968     IF MR-OWNER-UPPER NOT = MR-REQUESTER-UPPER
075969         SET MR-Trans-Rejected TO TRUE
075970         MOVE 'NOT AUTHORIZED' TO MR-REJ-REASON
075971     END-IF.
075972 4420-EXIT.
075973     EXIT.

075974*****************************************************************
075975* 4450-OPEN-JOURNAL - OPEN CHANGE-JOURNAL.DAT ON THE FIRST      *
075976*                 ACCEPTED RETIREMENT (EXTEND, WITH THE USUAL   *
075977*                 CREATE FALLBACK) AND KEEP IT OPEN FOR THE     *
075978*                 RUN. A JOURNAL THAT CANNOT BE OPENED REJECTS  *
075979*                 THE RETIREMENT - IT COULD NOT BE ATTRIBUTED   *
075980*****************************************************************
075981 4450-OPEN-JOURNAL.
075982     IF MR-Journal-Open
075983         GO TO 4450-EXIT
075984     END-IF
075985     OPEN EXTEND JournalFile
075986     IF MR-JOURNAL-STATUS NOT = '00'
075987         OPEN OUTPUT JournalFile
075988     END-IF
075989     IF MR-JOURNAL-STATUS = '00'
075990         SET MR-Journal-Open TO TRUE
075991     ELSE
075992         SET MR-Trans-Rejected TO TRUE
075993         MOVE 'NO CHANGE JOURNAL' TO MR-REJ-REASON
075994     END-IF.
075995 4450-EXIT.
075996     EXIT.
076000
076100*****************************************************************
076200* 4600-RECORD-RETIREMENT - APPEND NAME|CATEGORY|DATE|REASON TO  *
078600             GO TO 4600-EXIT
078700         END-IF
078800     END-IF
078900     MOVE SPACES TO MR-RETIRED-IMAGE
079000     STRING FUNCTION TRIM(MR-TRIMMED-NAME) DELIMITED BY SIZE
079100         '|' DELIMITED BY SIZE
079200         FUNCTION TRIM(MR-ENT-CATEGORY(MR-FOUND-IDX))
079500         MR-TODAY-DISPLAY DELIMITED BY SIZE
079600         '|' DELIMITED BY SIZE
079700         FUNCTION TRIM(MR-TRANS-REASON) DELIMITED BY SIZE
079800         INTO MR-RETIRED-IMAGE
079900     WRITE MR-RETIRED-RECORD FROM MR-RETIRED-IMAGE.
080000 4600-EXIT.
080100     EXIT.

080101*****************************************************************
080102* 4650-WRITE-JOURNAL - APPEND ONE STAMPED LINE TO THE CHANGE    *
080103*                 JOURNAL: WHO RETIRED WHICH MAP, THE LIST LINE *
080104*                 IT HAD AND THE HISTORY RECORD IT NOW HAS      *
080105*****************************************************************
080106 4650-WRITE-JOURNAL.
080107     ACCEPT MR-JRN-DATE-RAW FROM DATE YYYYMMDD
080108     ACCEPT MR-JRN-TIME-RAW FROM TIME
080109     MOVE SPACES TO MR-JOURNAL-RECORD
080110     STRING MR-JRN-DATE-RAW(1:4) '-' MR-JRN-DATE-RAW(5:2) '-'
080111         MR-JRN-DATE-RAW(7:2) DELIMITED BY SIZE
080112         INTO MR-JRN-DATE
080113     STRING MR-JRN-TIME-RAW(1:2) ':' MR-JRN-TIME-RAW(3:2) ':'
080114         MR-JRN-TIME-RAW(5:2) DELIMITED BY SIZE
080115         INTO MR-JRN-TIME
080116     MOVE 'MAPRETIRE' TO MR-JRN-PROGRAM
080117     MOVE 'RETIRE' TO MR-JRN-ACTION
080118     MOVE FUNCTION TRIM(MR-TRANS-REQUESTER) TO MR-JRN-REQUESTER
080119     MOVE MR-TRIMMED-NAME TO MR-JRN-NAME
080120     IF MR-ENT-CATEGORY(MR-FOUND-IDX) = SPACES
080121         MOVE MR-ENT-NAME(MR-FOUND-IDX) TO MR-JRN-BEFORE
080122     ELSE
080127         STRING FUNCTION TRIM(MR-ENT-CATEGORY(MR-FOUND-IDX))
080128                 DELIMITED BY SIZE
080129             ',' DELIMITED BY SIZE
080130             FUNCTION TRIM(MR-ENT-NAME(MR-FOUND-IDX))
080131                 DELIMITED BY SIZE
080132             INTO MR-JRN-BEFORE
080133     END-IF
080134     MOVE MR-RETIRED-IMAGE TO MR-JRN-AFTER
080135     WRITE MR-JOURNAL-RECORD.
080136 4650-EXIT.
080137     EXIT.
080200
080210*****************************************************************
080220* 4700-WARN-DEPENDENTS - THE MAP BEING RETIRED MAY STILL BE     *
