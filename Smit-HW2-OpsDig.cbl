000370*                   ITS TOTAL LINE IS ECHOED, WITH A          *
000380*                   MISSING OR STALE REGISTER COUNTED AS AN   *
000390*                   EXCEPTION.                                *
000400*  10/15/2026  JS   CREDIT HOLDS (SEE TRANS AND CRDREL).  A  *
000410*                   NEW CREDIT HOLDS OUTSTANDING SECTION     *
000420*                   LISTS EVERY SALE STILL ON HOLD ON THE    *
000430*                   CREDIT-HOLD-FILE, WITH ITS CUSTOMER, NET *
000440*                   AND CREDIT LIMIT, AND COUNTS AS AN       *
000450*                   EXCEPTION.  CRDREL AUDIT-LOG LINES       *
000460*                   (BATCH 999) ARE LABELLED CREDIT RLSE.    *
000470*  10/15/2026  JS   HELD SALES IMAGE PICKS UP EXTENDED COST  *
000480*                   SO RECORD LAYOUTS STAY IN SYNC.          *
000490*  10/15/2026  JS   JOB STREAM SECTION.  THE NIGHT'S         *
000500*                   RUN-CONTROL RECORD WRITTEN BY JOBSTR IS  *
000510*                   READ FOR THE RUN DATE AND EVERY STEP IS  *
000520*                   LISTED WITH ITS STATUS, START AND END    *
000530*                   TIMES, RETURN CODE AND RUN COUNT.  A     *
000540*                   MISSING RECORD, A STOPPED STREAM OR A    *
000550*                   FAILED OR ABENDED STEP COUNTS AS AN      *
000560*                   EXCEPTION.                               *
000570*  10/15/2026  JS   SALES-REC HOLD IMAGE AND REJECT-REC PICK *
000580*                   UP THE STOREFRONT ORDER NUMBER SO RECORD *
000590*                   LAYOUTS STAY IN SYNC.                    *
000600*  10/15/2026  JS   DUPREL AUDIT-LOG LINES (BATCH 998) ARE   *
000610*                   LABELLED DUP RELEASE.                    *
000620*  10/15/2026  JS   SALES-REC HOLD IMAGE PICKS UP THE        *
000630*                   PRICE-SOURCE INDICATOR SO RECORD LAYOUTS *
000640*                   STAY IN SYNC.                            *
000650*----------------------------------------------------------*
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT AUDIT-LOG-FILE
000700         ASSIGN TO DIG-AUDIT-FILE-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS DIG-AUDIT-FILE-STATUS.
000730     SELECT REJECT-FILE
000740         ASSIGN TO DIG-REJECT-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS DIG-REJECT-FILE-STATUS.
000770     SELECT CERT-FILE
000780         ASSIGN TO DIG-CERT-FILE-NAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS DIG-CERT-FILE-STATUS.
000810     SELECT GL-POSTING-FILE
000820         ASSIGN TO DIG-GLPOST-FILE-NAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS DIG-GLPOST-FILE-STATUS.
000850     SELECT COMM-REGISTER-FILE
000860         ASSIGN TO DIG-COMMREG-FILE-NAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS DIG-COMMREG-FILE-STATUS.
000890     SELECT CREDIT-HOLD-FILE
000900         ASSIGN TO DIG-CRHOLD-FILE-NAME
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS SEQUENTIAL
000930         RECORD KEY IS HLD-KEY
000940         FILE STATUS IS DIG-CRHOLD-FILE-STATUS.
000950     SELECT RUN-CONTROL-FILE
000960         ASSIGN TO DIG-RUNCTL-FILE-NAME
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS RCT-RUN-DATE
001000         FILE STATUS IS DIG-RUNCTL-FILE-STATUS.
001010     SELECT DIGEST-FILE
001020         ASSIGN TO DIG-DIGEST-FILE-NAME
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD AUDIT-LOG-FILE.
001070 01 AUDIT-LOG-REC.
001080    05 AUD-RUN-DATE             PIC 9(08).
001090    05 FILLER                   PIC X(01).
001100    05 AUD-RECORDS-READ         PIC 9(07).
001110    05 FILLER                   PIC X(01).
001120    05 AUD-RECORDS-WRITTEN      PIC 9(07).
001130    05 FILLER                   PIC X(01).
001140    05 AUD-RECORDS-REJECTED     PIC 9(07).
001150    05 FILLER                   PIC X(01).
001160    05 AUD-DOLLAR-TOTAL         PIC S9(09)V99
001170                                SIGN LEADING SEPARATE.
001180    05 FILLER                   PIC X(01).
001190    05 AUD-BATCH-NO             PIC 9(03).
001200 FD REJECT-FILE.
001210 01 REJECT-REC.
001220    05 REJ-NAME-IN         PIC X(20).
001230    05 REJ-PRODUCT-CODE-IN PIC X(06).
001240    05 REJ-UNIT-PRICE-IN   PIC 9(3)V99.
001250    05 REJ-QTY-SOLD-IN     PIC 999.
001260    05 REJ-TRANS-TYPE-IN   PIC X(01).
001270    05 REJ-SLSP-ID-IN      PIC X(05).
001280    05 REJ-CUST-ID-IN      PIC X(06).
001290    05 REJ-JURIS-CODE-IN   PIC X(02).
001300    05 REJ-OVERRIDE-FLAG-IN PIC X(01).
001310    05 REJ-OVERRIDE-PRICE-IN PIC 9(3)V99.
001320    05 REJ-APPROVER-ID-IN  PIC X(05).
001330    05 REJ-REASON-CODE     PIC X(4).
001340    05 REJ-REASON-TEXT     PIC X(40).
001350    05 REJ-ORDER-NO-IN     PIC X(12).
001360 FD CERT-FILE.
001370 01 CERT-LINE                    PIC X(80).
001380 FD GL-POSTING-FILE.
001390 01 GL-HEADER-REC.
001400    05 GL-HDR-TAG           PIC X(05).
001410    05 FILLER               PIC X(01).
001420    05 GL-HDR-RUN-DATE      PIC 9(08).
001430    05 FILLER               PIC X(01).
001440    05 GL-HDR-STATUS        PIC X(08).
001450    05 FILLER               PIC X(30).
001460 FD COMM-REGISTER-FILE.
001470 01 COMMREG-LINE                 PIC X(80).
001480 FD CREDIT-HOLD-FILE.
001490 01 CREDIT-HOLD-REC.
001500    05 HLD-KEY.
001510       10 HLD-DATE            PIC 9(08).
001520       10 HLD-BATCH-NO        PIC 9(03).
001530       10 HLD-REC-NO          PIC 9(07).
001540    05 HLD-STATUS             PIC X(01).
001550       88 HLD-ON-HOLD              VALUE 'H'.
001560       88 HLD-RELEASED             VALUE 'R'.
001570       88 HLD-DECLINED             VALUE 'D'.
001580    05 HLD-CREDIT-LIMIT       PIC 9(7)V99.
001590    05 HLD-EXPOSURE           PIC S9(9)V99.
001600    05 HLD-ACTION-DATE        PIC 9(08).
001610    05 HLD-ACTION-BY          PIC X(05).
001620    05 HLD-POSTED-DATE        PIC 9(08).
001630    05 HLD-SALES-SEQ-NO       PIC 9(07).
001640    05 HLD-NAME-OUT           PIC X(20).
001650    05 HLD-TOTAL-PRICE-OUT    PIC S9(6)V99.
001660    05 HLD-PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
001670    05 HLD-DISCOUNT-RATE-OUT  PIC V999.
001680    05 HLD-TAX-AMOUNT-OUT     PIC S9(6)V99.
001690    05 HLD-NET-TOTAL-OUT      PIC S9(6)V99.
001700    05 HLD-TRANS-TYPE-OUT     PIC X(01).
001710    05 HLD-SLS-ID-OUT         PIC X(05).
001720    05 HLD-CUST-ID-OUT        PIC X(06).
001730    05 HLD-PRODUCT-CODE-OUT   PIC X(06).
001740    05 HLD-QTY-SOLD-OUT       PIC 9(03).
001750    05 HLD-JURIS-CODE-OUT     PIC X(02).
001760    05 HLD-OVERRIDE-FLAG-OUT  PIC X(01).
001770    05 HLD-OVERRIDE-PRICE-OUT PIC 9(3)V99.
001780    05 HLD-APPROVER-ID-OUT    PIC X(05).
001790    05 HLD-PRICE-VARIANCE-OUT PIC S9(6)V99.
001800    05 HLD-EXT-COST-OUT     PIC S9(6)V99.
001810    05 HLD-ORDER-NO-OUT     PIC X(12).
001820    05 HLD-PRICE-SOURCE-OUT PIC X(01).
001830 FD RUN-CONTROL-FILE.
001840 01 RUN-CONTROL-REC.
001850    05 RCT-RUN-DATE         PIC 9(08).
001860    05 RCT-STREAM-STATUS    PIC X(01).
001870       88 RCT-STREAM-RUNNING    VALUE 'R'.
001880       88 RCT-STREAM-COMPLETE   VALUE 'C'.
001890       88 RCT-STREAM-FAILED     VALUE 'F'.
001900    05 RCT-DRIVER-RUNS      PIC 9(03).
001910    05 RCT-LAST-START-DATE  PIC 9(08).
001920    05 RCT-LAST-START-TIME  PIC 9(08).
001930    05 RCT-STEP-COUNT       PIC 9(02).
001940    05 RCT-STEP OCCURS 20 TIMES.
001950       10 RCT-STEP-PGM        PIC X(08).
001960       10 RCT-STEP-STATUS     PIC X(01).
001970          88 RCT-STEP-NOT-RUN      VALUE SPACE.
001980          88 RCT-STEP-STARTED      VALUE 'S'.
001990          88 RCT-STEP-COMPLETE     VALUE 'C'.
002000          88 RCT-STEP-FAILED       VALUE 'F'.
002010       10 RCT-STEP-START-DATE PIC 9(08).
002020       10 RCT-STEP-START-TIME PIC 9(08).
002030       10 RCT-STEP-END-DATE   PIC 9(08).
002040       10 RCT-STEP-END-TIME   PIC 9(08).
002050       10 RCT-STEP-RC         PIC 9(04).
002060       10 RCT-STEP-RUNS       PIC 9(02).
002070 FD DIGEST-FILE.
002080 01 DIGEST-LINE                  PIC X(80).
002090 WORKING-STORAGE SECTION.
002100 01 DIG-BATCH-LINE.
002110    05 FILLER               PIC X(02) VALUE SPACES.
002120    05 DIG-BAT-LABEL        PIC X(13).
002130    05 DIG-BAT-NO           PIC 9(03).
002140    05 FILLER               PIC X(09) VALUE '  POSTED '.
002150    05 DIG-BAT-COUNT        PIC ZZZ,ZZ9.
002160    05 FILLER               PIC X(09) VALUE '  REJECT '.
002170    05 DIG-BAT-REJECTS      PIC ZZZ,ZZ9.
002180    05 FILLER               PIC X(02) VALUE SPACES.
002190    05 DIG-BAT-DOLLARS      PIC ZZZ,ZZZ,ZZ9.99-.
002200 01 DIG-REASON-LINE.
002210    05 FILLER               PIC X(02) VALUE SPACES.
002220    05 DIG-RSN-CODE         PIC X(04).
002230    05 FILLER               PIC X(01) VALUE SPACE.
002240    05 DIG-RSN-COUNT        PIC ZZZ,ZZ9.
002250 01 DIG-TOTAL-LINE.
002260    05 FILLER               PIC X(02) VALUE SPACES.
002270    05 FILLER               PIC X(18)
002280        VALUE 'TOTAL FOR THE DAY '.
002290    05 DIG-TOT-COUNT        PIC ZZZ,ZZ9.
002300    05 FILLER               PIC X(11) VALUE ' RECORDS   '.
002310    05 DIG-TOT-DOLLARS      PIC ZZZ,ZZZ,ZZ9.99-.
002320 01 DIG-HOLD-LINE.
002330    05 FILLER               PIC X(02) VALUE SPACES.
002340    05 DIG-HLD-DATE         PIC 9(08).
002350    05 FILLER               PIC X(01) VALUE SPACE.
002360    05 DIG-HLD-BATCH        PIC 9(03).
002370    05 FILLER               PIC X(01) VALUE SPACE.
002380    05 DIG-HLD-REC-NO       PIC 9(07).
002390    05 FILLER               PIC X(02) VALUE SPACES.
002400    05 DIG-HLD-CUST-ID      PIC X(06).
002410    05 FILLER               PIC X(02) VALUE SPACES.
002420    05 DIG-HLD-NET          PIC ZZZ,ZZ9.99-.
002430    05 FILLER               PIC X(08) VALUE '  LIMIT '.
002440    05 DIG-HLD-LIMIT        PIC Z,ZZZ,ZZ9.99.
002450 01 DIG-HOLD-TOTAL-LINE.
002460    05 FILLER               PIC X(02) VALUE SPACES.
002470    05 FILLER               PIC X(18)
002480        VALUE 'TOTAL ON HOLD     '.
002490    05 DIG-HTOT-COUNT       PIC ZZZ,ZZ9.
002500    05 FILLER               PIC X(11) VALUE ' RECORDS   '.
002510    05 DIG-HTOT-DOLLARS     PIC ZZZ,ZZZ,ZZ9.99-.
002520 01 DIG-STEP-LINE.
002530    05 FILLER               PIC X(02) VALUE SPACES.
002540    05 DIG-STP-PGM          PIC X(08).
002550    05 FILLER               PIC X(01) VALUE SPACE.
002560    05 DIG-STP-STATUS       PIC X(08).
002570    05 FILLER               PIC X(01) VALUE SPACE.
002580    05 DIG-STP-START-DATE   PIC 9(08).
002590    05 FILLER               PIC X(01) VALUE SPACE.
002600    05 DIG-STP-START-TIME   PIC 9(06).
002610    05 FILLER               PIC X(01) VALUE SPACE.
002620    05 DIG-STP-END-TIME     PIC 9(06).
002630    05 FILLER               PIC X(04) VALUE ' RC '.
002640    05 DIG-STP-RC           PIC ZZZ9.
002650    05 FILLER               PIC X(07) VALUE '  RUNS '.
002660    05 DIG-STP-RUNS         PIC Z9.
002670 01 DIG-REASON-TABLE.
002680    05 DIG-RSN-ENTRY OCCURS 30 TIMES.
002690       10 DIG-TBL-CODE      PIC X(04).
002700       10 DIG-TBL-COUNT     PIC 9(05) COMP.
002710 77 DIG-RSN-COUNT-TOT      PIC 9(05) COMP VALUE ZERO.
002720 77 DIG-RSN-ENTRIES        PIC 9(02) COMP VALUE ZERO.
002730 77 DIG-RSN-MAX            PIC 9(02) COMP VALUE 30.
002740 77 DIG-RSN-SUB            PIC 9(02) COMP VALUE ZERO.
002750 77 DIG-RSN-FOUND-SW       PIC X(01) VALUE 'N'.
002760     88 DIG-RSN-FOUND           VALUE 'Y'.
002770     88 DIG-RSN-NOT-FOUND       VALUE 'N'.
002780 77 DIG-AUDIT-FILE-STATUS  PIC XX VALUE SPACES.
002790 77 DIG-REJECT-FILE-STATUS PIC XX VALUE SPACES.
002800 77 DIG-CERT-FILE-STATUS   PIC XX VALUE SPACES.
002810 77 DIG-GLPOST-FILE-STATUS PIC XX VALUE SPACES.
002820 77 DIG-COMMREG-FILE-STATUS PIC XX VALUE SPACES.
002830 77 DIG-CRHOLD-FILE-STATUS PIC XX VALUE SPACES.
002840 77 DIG-RUNCTL-FILE-STATUS PIC XX VALUE SPACES.
002850 77 DIG-AUDIT-FILE-NAME    PIC X(80) VALUE SPACES.
002860 77 DIG-REJECT-FILE-NAME   PIC X(80) VALUE SPACES.
002870 77 DIG-CERT-FILE-NAME     PIC X(80) VALUE SPACES.
002880 77 DIG-GLPOST-FILE-NAME   PIC X(80) VALUE SPACES.
002890 77 DIG-DIGEST-FILE-NAME   PIC X(80) VALUE SPACES.
002900 77 DIG-COMMREG-FILE-NAME   PIC X(80) VALUE SPACES.
002910 77 DIG-CRHOLD-FILE-NAME   PIC X(80) VALUE SPACES.
002920 77 DIG-RUNCTL-FILE-NAME   PIC X(80) VALUE SPACES.
002930 77 DIG-ENV-VALUE          PIC X(80) VALUE SPACES.
002940 77 DIG-RUN-DATE           PIC 9(08) VALUE ZERO.
002950 77 DIG-AUD-EOF-SW         PIC X(01) VALUE 'N'.
002960     88 DIG-AUD-EOF             VALUE 'Y'.
002970     88 DIG-AUD-NOT-EOF         VALUE 'N'.
002980 77 DIG-REJ-EOF-SW         PIC X(01) VALUE 'N'.
002990     88 DIG-REJ-EOF             VALUE 'Y'.
003000     88 DIG-REJ-NOT-EOF         VALUE 'N'.
003010 77 DIG-CERT-EOF-SW        PIC X(01) VALUE 'N'.
003020     88 DIG-CERT-EOF            VALUE 'Y'.
003030     88 DIG-CERT-NOT-EOF        VALUE 'N'.
003040 77 DIG-BATCH-LINES        PIC 9(05) COMP VALUE ZERO.
003050 77 DIG-POSTED-COUNT       PIC 9(07) COMP VALUE ZERO.
003060 77 DIG-REJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
003070 77 DIG-DOLLAR-TOTAL       PIC S9(11)V99 VALUE ZERO.
003080 77 DIG-CERT-RESULT        PIC X(08) VALUE SPACES.
003090     88 DIG-CERT-IN-BALANCE     VALUE 'BALANCED'.
003100     88 DIG-CERT-OUT-BALANCE    VALUE 'OUTOFBAL'.
003110     88 DIG-CERT-MISSING        VALUE SPACES.
003120 77 DIG-CERT-DATE           PIC 9(08) VALUE ZERO.
003130 77 DIG-COMM-DATE           PIC 9(08) VALUE ZERO.
003140 77 DIG-COMM-TOTAL-TEXT     PIC X(80) VALUE SPACES.
003150 77 DIG-COMM-TOTAL-SW       PIC X(01) VALUE 'N'.
003160     88 DIG-COMM-TOTAL-FOUND    VALUE 'Y'.
003170     88 DIG-COMM-TOTAL-MISSING  VALUE 'N'.
003180 77 DIG-COMM-EOF-SW         PIC X(01) VALUE 'N'.
003190     88 DIG-COMM-EOF            VALUE 'Y'.
003200     88 DIG-COMM-NOT-EOF        VALUE 'N'.
003210 77 DIG-GL-RESULT          PIC X(08) VALUE SPACES.
003220 77 DIG-GL-DATE            PIC 9(08) VALUE ZERO.
003230 77 DIG-GL-PRESENT-SW      PIC X(01) VALUE 'N'.
003240     88 DIG-GL-PRESENT          VALUE 'Y'.
003250     88 DIG-GL-MISSING           VALUE 'N'.
003260 77 DIG-HOLD-COUNT         PIC 9(07) COMP VALUE ZERO.
003270 77 DIG-HOLD-DOLLARS       PIC S9(11)V99 VALUE ZERO.
003280 77 DIG-HLD-EOF-SW         PIC X(01) VALUE 'N'.
003290     88 DIG-HLD-EOF             VALUE 'Y'.
003300     88 DIG-HLD-NOT-EOF         VALUE 'N'.
003310 77 DIG-RCT-PRESENT-SW     PIC X(01) VALUE 'N'.
003320     88 DIG-RCT-PRESENT         VALUE 'Y'.
003330     88 DIG-RCT-MISSING         VALUE 'N'.
003340 77 DIG-RCT-TROUBLE-SW     PIC X(01) VALUE 'N'.
003350     88 DIG-RCT-TROUBLE         VALUE 'Y'.
003360     88 DIG-RCT-NO-TROUBLE      VALUE 'N'.
003370 77 DIG-RCT-SUB            PIC 9(02) COMP VALUE ZERO.
003380 77 DIG-RCT-STATUS-TEXT    PIC X(08) VALUE SPACES.
003390 77 DIG-EXCEPTION-COUNT    PIC 9(03) COMP VALUE ZERO.
003400 77 DIG-EXCEPTION-COUNT-X  PIC 9(03) VALUE ZERO.
003410 PROCEDURE DIVISION.
003420 100-MAIN-MODULE.
003430     PERFORM 105-ASSIGN-FILENAMES-RTN
003440     PERFORM 200-READ-AUDIT-RTN
003450     PERFORM 300-READ-REJECTS-RTN
003460     PERFORM 400-READ-CERT-RTN
003470     PERFORM 500-READ-GL-HEADER-RTN
003480     PERFORM 550-READ-COMMREG-RTN
003490     PERFORM 570-READ-HOLDS-RTN
003500     PERFORM 580-READ-RUNCTL-RTN
003510     OPEN OUTPUT DIGEST-FILE
003520     PERFORM 600-WRITE-DIGEST-RTN
003530     CLOSE DIGEST-FILE
003540     IF DIG-EXCEPTION-COUNT > ZERO
003550         DISPLAY 'OPSDIG: ' DIG-EXCEPTION-COUNT
003560             ' EXCEPTION(S) FOR ' DIG-RUN-DATE
003570         MOVE 8 TO RETURN-CODE
003580     ELSE
003590         DISPLAY 'OPSDIG: ' DIG-RUN-DATE ' CLEAN'
003600     END-IF
003610     STOP RUN.
003620 105-ASSIGN-FILENAMES-RTN.
003630     MOVE SPACES TO DIG-ENV-VALUE
003640     ACCEPT DIG-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
003650     IF DIG-ENV-VALUE = SPACES
003660         ACCEPT DIG-RUN-DATE FROM DATE YYYYMMDD
003670     ELSE
003680         MOVE DIG-ENV-VALUE(1:8) TO DIG-RUN-DATE
003690     END-IF
003700     MOVE SPACES TO DIG-ENV-VALUE
003710     ACCEPT DIG-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUDIT_FILE'
003720     IF DIG-ENV-VALUE = SPACES
003730     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransAudit.TXT'
003740         TO DIG-AUDIT-FILE-NAME
003750     ELSE
003760         MOVE DIG-ENV-VALUE TO DIG-AUDIT-FILE-NAME
003770     END-IF
003780     MOVE SPACES TO DIG-ENV-VALUE
003790     ACCEPT DIG-ENV-VALUE FROM ENVIRONMENT 'TRANS_REJECT_FILE'
003800     IF DIG-ENV-VALUE = SPACES
003810     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransReject.TXT'
003820         TO DIG-REJECT-FILE-NAME
003830     ELSE
003840         MOVE DIG-ENV-VALUE TO DIG-REJECT-FILE-NAME
003850     END-IF
003860     MOVE SPACES TO DIG-ENV-VALUE
003870     ACCEPT DIG-ENV-VALUE FROM ENVIRONMENT 'TRANS_BALCERT_FILE'
003880     IF DIG-ENV-VALUE = SPACES
003890     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-BalanceCert.TXT'
003900         TO DIG-CERT-FILE-NAME
003910     ELSE
003920         MOVE DIG-ENV-VALUE TO DIG-CERT-FILE-NAME
003930     END-IF
003940     MOVE SPACES TO DIG-ENV-VALUE
003950     ACCEPT DIG-ENV-VALUE FROM ENVIRONMENT 'TRANS_GLPOST_FILE'
003960     IF DIG-ENV-VALUE = SPACES
003970     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-GlPosting.TXT'
003980         TO DIG-GLPOST-FILE-NAME
003990     ELSE
004000         MOVE DIG-ENV-VALUE TO DIG-GLPOST-FILE-NAME
004010     END-IF
004020     MOVE SPACES TO DIG-ENV-VALUE
004030     ACCEPT DIG-ENV-VALUE FROM ENVIRONMENT 'TRANS_COMMREG_FILE'
004040     IF DIG-ENV-VALUE = SPACES
004050     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CommRegister.TXT'
004060         TO DIG-COMMREG-FILE-NAME
004070     ELSE
004080         MOVE DIG-ENV-VALUE TO DIG-COMMREG-FILE-NAME
004090     END-IF
004100     MOVE SPACES TO DIG-ENV-VALUE
004110     ACCEPT DIG-ENV-VALUE FROM ENVIRONMENT 'TRANS_CRHOLD_FILE'
004120     IF DIG-ENV-VALUE = SPACES
004130     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CreditHold.TXT'
004140         TO DIG-CRHOLD-FILE-NAME
004150     ELSE
004160         MOVE DIG-ENV-VALUE TO DIG-CRHOLD-FILE-NAME
004170     END-IF
004180     MOVE SPACES TO DIG-ENV-VALUE
004190     ACCEPT DIG-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUNCTL_FILE'
004200     IF DIG-ENV-VALUE = SPACES
004210     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-RunControl.TXT'
004220         TO DIG-RUNCTL-FILE-NAME
004230     ELSE
004240         MOVE DIG-ENV-VALUE TO DIG-RUNCTL-FILE-NAME
004250     END-IF
004260     MOVE SPACES TO DIG-ENV-VALUE
004270     ACCEPT DIG-ENV-VALUE FROM ENVIRONMENT 'TRANS_OPSDIG_FILE'
004280     IF DIG-ENV-VALUE = SPACES
004290     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-OpsDigest.TXT'
004300         TO DIG-DIGEST-FILE-NAME
004310     ELSE
004320         MOVE DIG-ENV-VALUE TO DIG-DIGEST-FILE-NAME
004330     END-IF.
004340 200-READ-AUDIT-RTN.
004350     OPEN INPUT AUDIT-LOG-FILE
004360     IF DIG-AUDIT-FILE-STATUS = '35'
004370         DISPLAY 'NO AUDIT-LOG-FILE, NO POSTINGS COUNTED'
004380     ELSE
004390         IF DIG-AUDIT-FILE-STATUS NOT = '00'
004400             DISPLAY 'AUDIT-LOG-FILE OPEN ERROR, STATUS '
004410                 DIG-AUDIT-FILE-STATUS
004420             MOVE 16 TO RETURN-CODE
004430             STOP RUN
004440         ELSE
004450             SET DIG-AUD-NOT-EOF TO TRUE
004460             PERFORM 210-READ-AUDIT-REC-RTN UNTIL DIG-AUD-EOF
004470             CLOSE AUDIT-LOG-FILE
004480         END-IF
004490     END-IF.
004500 210-READ-AUDIT-REC-RTN.
004510     READ AUDIT-LOG-FILE
004520         AT END
004530             SET DIG-AUD-EOF TO TRUE
004540         NOT AT END
004550             IF AUD-RUN-DATE = DIG-RUN-DATE
004560                 ADD 1 TO DIG-BATCH-LINES
004570                 ADD AUD-RECORDS-WRITTEN TO DIG-POSTED-COUNT
004580                 ADD AUD-RECORDS-REJECTED TO DIG-REJECT-COUNT
004590                 ADD AUD-DOLLAR-TOTAL TO DIG-DOLLAR-TOTAL
004600             END-IF
004610     END-READ.
004620 300-READ-REJECTS-RTN.
004630     OPEN INPUT REJECT-FILE
004640     IF DIG-REJECT-FILE-STATUS = '35'
004650         CONTINUE
004660     ELSE
004670         IF DIG-REJECT-FILE-STATUS NOT = '00'
004680             DISPLAY 'REJECT-FILE OPEN ERROR, STATUS '
004690                 DIG-REJECT-FILE-STATUS
004700             MOVE 16 TO RETURN-CODE
004710             STOP RUN
004720         ELSE
004730             SET DIG-REJ-NOT-EOF TO TRUE
004740             PERFORM 310-READ-REJECT-REC-RTN UNTIL DIG-REJ-EOF
004750             CLOSE REJECT-FILE
004760         END-IF
004770     END-IF.
004780 310-READ-REJECT-REC-RTN.
004790     READ REJECT-FILE
004800         AT END
004810             SET DIG-REJ-EOF TO TRUE
004820         NOT AT END
004830             ADD 1 TO DIG-RSN-COUNT-TOT
004840             PERFORM 320-COUNT-REASON-RTN
004850     END-READ.
004860 320-COUNT-REASON-RTN.
004870     SET DIG-RSN-NOT-FOUND TO TRUE
004880     MOVE ZERO TO DIG-RSN-SUB
004890     PERFORM 330-SCAN-REASON-RTN UNTIL DIG-RSN-FOUND OR
004900         DIG-RSN-SUB NOT LESS THAN DIG-RSN-ENTRIES
004910     IF DIG-RSN-FOUND
004920         ADD 1 TO DIG-TBL-COUNT (DIG-RSN-SUB)
004930     ELSE
004940         IF DIG-RSN-ENTRIES < DIG-RSN-MAX
004950             ADD 1 TO DIG-RSN-ENTRIES
004960             MOVE DIG-RSN-ENTRIES TO DIG-RSN-SUB
004970             MOVE REJ-REASON-CODE
004980                 TO DIG-TBL-CODE (DIG-RSN-SUB)
004990             MOVE 1 TO DIG-TBL-COUNT (DIG-RSN-SUB)
005000         END-IF
005010     END-IF.
005020 330-SCAN-REASON-RTN.
005030     ADD 1 TO DIG-RSN-SUB
005040     IF DIG-TBL-CODE (DIG-RSN-SUB) = REJ-REASON-CODE
005050         SET DIG-RSN-FOUND TO TRUE
005060     END-IF.
005070 400-READ-CERT-RTN.
005080     OPEN INPUT CERT-FILE
005090     IF DIG-CERT-FILE-STATUS = '35'
005100         MOVE SPACES TO DIG-CERT-RESULT
005110     ELSE
005120         IF DIG-CERT-FILE-STATUS NOT = '00'
005130             DISPLAY 'CERT-FILE OPEN ERROR, STATUS '
005140                 DIG-CERT-FILE-STATUS
005150             MOVE 16 TO RETURN-CODE
005160             STOP RUN
005170         ELSE
005180             SET DIG-CERT-NOT-EOF TO TRUE
005190             PERFORM 410-READ-CERT-REC-RTN UNTIL DIG-CERT-EOF
005200             CLOSE CERT-FILE
005210         END-IF
005220     END-IF.
005230 410-READ-CERT-REC-RTN.
005240     READ CERT-FILE
005250         AT END
005260             SET DIG-CERT-EOF TO TRUE
005270         NOT AT END
005280             IF CERT-LINE(1:31) =
005290                 'DAILY BALANCING CERTIFICATE FOR' AND
005300                 CERT-LINE(33:8) IS NUMERIC
005310                 MOVE CERT-LINE(33:8) TO DIG-CERT-DATE
005320             END-IF
005330             IF CERT-LINE(1:18) = 'RESULT: IN BALANCE'
005340                 MOVE 'BALANCED' TO DIG-CERT-RESULT
005350             END-IF
005360             IF CERT-LINE(1:22) = 'RESULT: OUT OF BALANCE'
005370                 MOVE 'OUTOFBAL' TO DIG-CERT-RESULT
005380             END-IF
005390     END-READ.
005400 500-READ-GL-HEADER-RTN.
005410     OPEN INPUT GL-POSTING-FILE
005420     IF DIG-GLPOST-FILE-STATUS = '35'
005430         SET DIG-GL-MISSING TO TRUE
005440     ELSE
005450         IF DIG-GLPOST-FILE-STATUS NOT = '00'
005460             DISPLAY 'GL-POSTING-FILE OPEN ERROR, STATUS '
005470                 DIG-GLPOST-FILE-STATUS
005480             MOVE 16 TO RETURN-CODE
005490             STOP RUN
005500         ELSE
005510             READ GL-POSTING-FILE
005520                 AT END
005530                     SET DIG-GL-MISSING TO TRUE
005540                 NOT AT END
005550                     IF GL-HDR-TAG = 'GLHDR'
005560                         SET DIG-GL-PRESENT TO TRUE
005570                         MOVE GL-HDR-RUN-DATE TO DIG-GL-DATE
005580                         MOVE GL-HDR-STATUS TO DIG-GL-RESULT
005590                     ELSE
005600                         SET DIG-GL-MISSING TO TRUE
005610                     END-IF
005620             END-READ
005630             CLOSE GL-POSTING-FILE
005640         END-IF
005650     END-IF.
005660 550-READ-COMMREG-RTN.
005670     OPEN INPUT COMM-REGISTER-FILE
005680     IF DIG-COMMREG-FILE-STATUS = '35'
005690         CONTINUE
005700     ELSE
005710         IF DIG-COMMREG-FILE-STATUS NOT = '00'
005720             DISPLAY 'COMM-REGISTER-FILE OPEN ERROR, STATUS '
005730                 DIG-COMMREG-FILE-STATUS
005740             MOVE 16 TO RETURN-CODE
005750             STOP RUN
005760         ELSE
005770             SET DIG-COMM-NOT-EOF TO TRUE
005780             PERFORM 560-READ-COMMREG-REC-RTN
005790                 UNTIL DIG-COMM-EOF
005800             CLOSE COMM-REGISTER-FILE
005810         END-IF
005820     END-IF.
005830 560-READ-COMMREG-REC-RTN.
005840     READ COMM-REGISTER-FILE
005850         AT END
005860             SET DIG-COMM-EOF TO TRUE
005870         NOT AT END
005880             IF COMMREG-LINE(21:20) =
005890                 'COMMISSION REGISTER ' AND
005900                 COMMREG-LINE(41:8) IS NUMERIC
005910                 MOVE COMMREG-LINE(41:8) TO DIG-COMM-DATE
005920             END-IF
005930             IF COMMREG-LINE(1:6) = 'TOTAL '
005940                 SET DIG-COMM-TOTAL-FOUND TO TRUE
005950                 MOVE COMMREG-LINE TO DIG-COMM-TOTAL-TEXT
005960             END-IF
005970     END-READ.
005980 570-READ-HOLDS-RTN.
005990     OPEN INPUT CREDIT-HOLD-FILE
006000     IF DIG-CRHOLD-FILE-STATUS = '35'
006010         CONTINUE
006020     ELSE
006030         IF DIG-CRHOLD-FILE-STATUS NOT = '00'
006040             DISPLAY 'CREDIT-HOLD-FILE OPEN ERROR, STATUS '
006050                 DIG-CRHOLD-FILE-STATUS
006060             MOVE 16 TO RETURN-CODE
006070             STOP RUN
006080         ELSE
006090             SET DIG-HLD-NOT-EOF TO TRUE
006100             PERFORM 575-READ-HOLD-REC-RTN UNTIL DIG-HLD-EOF
006110             CLOSE CREDIT-HOLD-FILE
006120         END-IF
006130     END-IF.
006140 575-READ-HOLD-REC-RTN.
006150     READ CREDIT-HOLD-FILE
006160         AT END
006170             SET DIG-HLD-EOF TO TRUE
006180         NOT AT END
006190             IF HLD-ON-HOLD
006200                 ADD 1 TO DIG-HOLD-COUNT
006210                 ADD HLD-NET-TOTAL-OUT TO DIG-HOLD-DOLLARS
006220             END-IF
006230     END-READ.
006240 580-READ-RUNCTL-RTN.
006250     OPEN INPUT RUN-CONTROL-FILE
006260     IF DIG-RUNCTL-FILE-STATUS = '35'
006270         SET DIG-RCT-MISSING TO TRUE
006280     ELSE
006290         IF DIG-RUNCTL-FILE-STATUS NOT = '00'
006300             DISPLAY 'RUN-CONTROL-FILE OPEN ERROR, STATUS '
006310                 DIG-RUNCTL-FILE-STATUS
006320             MOVE 16 TO RETURN-CODE
006330             STOP RUN
006340         ELSE
006350             MOVE DIG-RUN-DATE TO RCT-RUN-DATE
006360             READ RUN-CONTROL-FILE
006370                 INVALID KEY
006380                     SET DIG-RCT-MISSING TO TRUE
006390                 NOT INVALID KEY
006400                     SET DIG-RCT-PRESENT TO TRUE
006410             END-READ
006420             CLOSE RUN-CONTROL-FILE
006430         END-IF
006440     END-IF.
006450 600-WRITE-DIGEST-RTN.
006460     MOVE SPACES TO DIGEST-LINE
006470     STRING 'MORNING OPERATIONS DIGEST FOR '
006480         DELIMITED BY SIZE
006490         DIG-RUN-DATE DELIMITED BY SIZE
006500         INTO DIGEST-LINE
006510     END-STRING
006520     WRITE DIGEST-LINE
006530     MOVE SPACES TO DIGEST-LINE
006540     WRITE DIGEST-LINE
006550     PERFORM 605-DIGEST-STREAM-RTN
006560     PERFORM 610-DIGEST-POSTINGS-RTN
006570     PERFORM 620-DIGEST-REJECTS-RTN
006580     PERFORM 622-DIGEST-HOLDS-RTN
006590     PERFORM 630-DIGEST-CERT-RTN
006600     PERFORM 640-DIGEST-GL-RTN
006610     PERFORM 645-DIGEST-COMMIS-RTN
006620     PERFORM 650-DIGEST-EXCEPTIONS-RTN.
006630*----------------------------------------------------------*
006640* THE NIGHT'S RUN-CONTROL RECORD FROM JOBSTR, ONE LINE PER  *
006650* STEP.  A FAILED OR STOPPED STREAM, OR A STEP LEFT STARTED *
006660* BY AN ABEND, IS AN EXCEPTION.  OPSDIG ITSELF SHOWS AS     *
006670* STARTED WHILE IT RUNS AS THE LAST STEP OF THE STREAM.     *
006680*----------------------------------------------------------*
006690 605-DIGEST-STREAM-RTN.
006700     MOVE 'JOB STREAM' TO DIGEST-LINE
006710     WRITE DIGEST-LINE
006720     IF DIG-RCT-MISSING
006730         MOVE '  NO RUN-CONTROL RECORD FOR THE DATE'
006740             TO DIGEST-LINE
006750         WRITE DIGEST-LINE
006760         ADD 1 TO DIG-EXCEPTION-COUNT
006770     ELSE
006780         EVALUATE TRUE
006790             WHEN RCT-STREAM-COMPLETE
006800                 MOVE 'COMPLETE' TO DIG-RCT-STATUS-TEXT
006810             WHEN RCT-STREAM-FAILED
006820                 MOVE 'STOPPED ' TO DIG-RCT-STATUS-TEXT
006830                 SET DIG-RCT-TROUBLE TO TRUE
006840             WHEN OTHER
006850                 MOVE 'RUNNING ' TO DIG-RCT-STATUS-TEXT
006860         END-EVALUATE
006870         MOVE SPACES TO DIGEST-LINE
006880         STRING '  STREAM ' DELIMITED BY SIZE
006890             DIG-RCT-STATUS-TEXT DELIMITED BY SIZE
006900             '  DRIVER RUNS ' DELIMITED BY SIZE
006910             RCT-DRIVER-RUNS DELIMITED BY SIZE
006920             INTO DIGEST-LINE
006930         END-STRING
006940         WRITE DIGEST-LINE
006950         PERFORM 607-LIST-ONE-STEP-RTN
006960             VARYING DIG-RCT-SUB FROM 1 BY 1
006970             UNTIL DIG-RCT-SUB > RCT-STEP-COUNT
006980         IF DIG-RCT-TROUBLE
006990             ADD 1 TO DIG-EXCEPTION-COUNT
007000         END-IF
007010     END-IF
007020     MOVE SPACES TO DIGEST-LINE
007030     WRITE DIGEST-LINE.
007040 607-LIST-ONE-STEP-RTN.
007050     EVALUATE TRUE
007060         WHEN RCT-STEP-COMPLETE (DIG-RCT-SUB)
007070             MOVE 'COMPLETE' TO DIG-STP-STATUS
007080         WHEN RCT-STEP-FAILED (DIG-RCT-SUB)
007090             MOVE 'FAILED  ' TO DIG-STP-STATUS
007100             SET DIG-RCT-TROUBLE TO TRUE
007110         WHEN RCT-STEP-STARTED (DIG-RCT-SUB)
007120             MOVE 'STARTED ' TO DIG-STP-STATUS
007130             IF RCT-STEP-PGM (DIG-RCT-SUB) NOT = 'OPSDIG'
007140                 SET DIG-RCT-TROUBLE TO TRUE
007150             END-IF
007160         WHEN OTHER
007170             MOVE 'NOT RUN ' TO DIG-STP-STATUS
007180     END-EVALUATE
007190     MOVE RCT-STEP-PGM (DIG-RCT-SUB) TO DIG-STP-PGM
007200     MOVE RCT-STEP-START-DATE (DIG-RCT-SUB) TO DIG-STP-START-DATE
007210     MOVE RCT-STEP-START-TIME (DIG-RCT-SUB) (1:6)
007220         TO DIG-STP-START-TIME
007230     MOVE RCT-STEP-END-TIME (DIG-RCT-SUB) (1:6)
007240         TO DIG-STP-END-TIME
007250     MOVE RCT-STEP-RC (DIG-RCT-SUB) TO DIG-STP-RC
007260     MOVE RCT-STEP-RUNS (DIG-RCT-SUB) TO DIG-STP-RUNS
007270     MOVE DIG-STEP-LINE TO DIGEST-LINE
007280     WRITE DIGEST-LINE.
007290 610-DIGEST-POSTINGS-RTN.
007300     MOVE 'POSTINGS' TO DIGEST-LINE
007310     WRITE DIGEST-LINE
007320     IF DIG-BATCH-LINES = ZERO
007330         MOVE '  NO POSTING RUNS LOGGED FOR THE DATE'
007340             TO DIGEST-LINE
007350         WRITE DIGEST-LINE
007360         ADD 1 TO DIG-EXCEPTION-COUNT
007370     ELSE
007380         PERFORM 615-LIST-BATCHES-RTN
007390         MOVE DIG-POSTED-COUNT TO DIG-TOT-COUNT
007400         MOVE DIG-DOLLAR-TOTAL TO DIG-TOT-DOLLARS
007410         MOVE DIG-TOTAL-LINE TO DIGEST-LINE
007420         WRITE DIGEST-LINE
007430     END-IF
007440     MOVE SPACES TO DIGEST-LINE
007450     WRITE DIGEST-LINE.
007460 615-LIST-BATCHES-RTN.
007470     OPEN INPUT AUDIT-LOG-FILE
007480     IF DIG-AUDIT-FILE-STATUS NOT = '00'
007490         DISPLAY 'AUDIT-LOG-FILE RE-OPEN ERROR, STATUS '
007500             DIG-AUDIT-FILE-STATUS
007510         MOVE 16 TO RETURN-CODE
007520         STOP RUN
007530     END-IF
007540     SET DIG-AUD-NOT-EOF TO TRUE
007550     PERFORM 617-LIST-ONE-BATCH-RTN UNTIL DIG-AUD-EOF
007560     CLOSE AUDIT-LOG-FILE.
007570 617-LIST-ONE-BATCH-RTN.
007580     READ AUDIT-LOG-FILE
007590         AT END
007600             SET DIG-AUD-EOF TO TRUE
007610         NOT AT END
007620             IF AUD-RUN-DATE = DIG-RUN-DATE
007630                 EVALUATE AUD-BATCH-NO
007640                     WHEN ZERO
007650                         MOVE 'RESUBMISSION ' TO DIG-BAT-LABEL
007660                     WHEN 999
007670                         MOVE 'CREDIT RLSE  ' TO DIG-BAT-LABEL
007680                     WHEN 998
007690                         MOVE 'DUP RELEASE  ' TO DIG-BAT-LABEL
007700                     WHEN OTHER
007710                         MOVE 'TRANS BATCH  ' TO DIG-BAT-LABEL
007720                 END-EVALUATE
007730                 MOVE AUD-BATCH-NO TO DIG-BAT-NO
007740                 MOVE AUD-RECORDS-WRITTEN TO DIG-BAT-COUNT
007750                 MOVE AUD-RECORDS-REJECTED TO DIG-BAT-REJECTS
007760                 MOVE AUD-DOLLAR-TOTAL TO DIG-BAT-DOLLARS
007770                 MOVE DIG-BATCH-LINE TO DIGEST-LINE
007780                 WRITE DIGEST-LINE
007790             END-IF
007800     END-READ.
007810 620-DIGEST-REJECTS-RTN.
007820     MOVE 'REJECTS OUTSTANDING' TO DIGEST-LINE
007830     WRITE DIGEST-LINE
007840     IF DIG-RSN-COUNT-TOT = ZERO
007850         MOVE '  NONE' TO DIGEST-LINE
007860         WRITE DIGEST-LINE
007870     ELSE
007880         PERFORM 625-LIST-REASON-RTN
007890             VARYING DIG-RSN-SUB FROM 1 BY 1
007900             UNTIL DIG-RSN-SUB > DIG-RSN-ENTRIES
007910         ADD 1 TO DIG-EXCEPTION-COUNT
007920     END-IF
007930     MOVE SPACES TO DIGEST-LINE
007940     WRITE DIGEST-LINE.
007950 622-DIGEST-HOLDS-RTN.
007960     MOVE 'CREDIT HOLDS OUTSTANDING' TO DIGEST-LINE
007970     WRITE DIGEST-LINE
007980     IF DIG-HOLD-COUNT = ZERO
007990         MOVE '  NONE' TO DIGEST-LINE
008000         WRITE DIGEST-LINE
008010     ELSE
008020         PERFORM 623-LIST-HOLDS-RTN
008030         MOVE DIG-HOLD-COUNT TO DIG-HTOT-COUNT
008040         MOVE DIG-HOLD-DOLLARS TO DIG-HTOT-DOLLARS
008050         MOVE DIG-HOLD-TOTAL-LINE TO DIGEST-LINE
008060         WRITE DIGEST-LINE
008070         ADD 1 TO DIG-EXCEPTION-COUNT
008080     END-IF
008090     MOVE SPACES TO DIGEST-LINE
008100     WRITE DIGEST-LINE.
008110 623-LIST-HOLDS-RTN.
008120     OPEN INPUT CREDIT-HOLD-FILE
008130     IF DIG-CRHOLD-FILE-STATUS NOT = '00'
008140         DISPLAY 'CREDIT-HOLD-FILE RE-OPEN ERROR, STATUS '
008150             DIG-CRHOLD-FILE-STATUS
008160         MOVE 16 TO RETURN-CODE
008170         STOP RUN
008180     END-IF
008190     SET DIG-HLD-NOT-EOF TO TRUE
008200     PERFORM 624-LIST-ONE-HOLD-RTN UNTIL DIG-HLD-EOF
008210     CLOSE CREDIT-HOLD-FILE.
008220 624-LIST-ONE-HOLD-RTN.
008230     READ CREDIT-HOLD-FILE
008240         AT END
008250             SET DIG-HLD-EOF TO TRUE
008260         NOT AT END
008270             IF HLD-ON-HOLD
008280                 MOVE HLD-DATE TO DIG-HLD-DATE
008290                 MOVE HLD-BATCH-NO TO DIG-HLD-BATCH
008300                 MOVE HLD-REC-NO TO DIG-HLD-REC-NO
008310                 MOVE HLD-CUST-ID-OUT TO DIG-HLD-CUST-ID
008320                 MOVE HLD-NET-TOTAL-OUT TO DIG-HLD-NET
008330                 MOVE HLD-CREDIT-LIMIT TO DIG-HLD-LIMIT
008340                 MOVE DIG-HOLD-LINE TO DIGEST-LINE
008350                 WRITE DIGEST-LINE
008360             END-IF
008370     END-READ.
008380 625-LIST-REASON-RTN.
008390     MOVE DIG-TBL-CODE (DIG-RSN-SUB) TO DIG-RSN-CODE
008400     MOVE DIG-TBL-COUNT (DIG-RSN-SUB) TO DIG-RSN-COUNT
008410     MOVE DIG-REASON-LINE TO DIGEST-LINE
008420     WRITE DIGEST-LINE.
008430 630-DIGEST-CERT-RTN.
008440     EVALUATE TRUE
008450         WHEN DIG-CERT-DATE NOT = DIG-RUN-DATE
008460             MOVE 'BALANCE CERTIFICATE: MISSING FOR THE DATE'
008470                 TO DIGEST-LINE
008480             ADD 1 TO DIG-EXCEPTION-COUNT
008490         WHEN DIG-CERT-IN-BALANCE
008500             MOVE 'BALANCE CERTIFICATE: IN BALANCE'
008510                 TO DIGEST-LINE
008520         WHEN DIG-CERT-OUT-BALANCE
008530             MOVE 'BALANCE CERTIFICATE: OUT OF BALANCE'
008540                 TO DIGEST-LINE
008550             ADD 1 TO DIG-EXCEPTION-COUNT
008560         WHEN OTHER
008570             MOVE 'BALANCE CERTIFICATE: MISSING'
008580                 TO DIGEST-LINE
008590             ADD 1 TO DIG-EXCEPTION-COUNT
008600     END-EVALUATE
008610     WRITE DIGEST-LINE
008620     MOVE SPACES TO DIGEST-LINE
008630     WRITE DIGEST-LINE.
008640 640-DIGEST-GL-RTN.
008650     IF DIG-GL-MISSING
008660         MOVE 'GL RELEASE: NO POSTING FILE HEADER'
008670             TO DIGEST-LINE
008680         ADD 1 TO DIG-EXCEPTION-COUNT
008690     ELSE
008700         IF DIG-GL-DATE NOT = DIG-RUN-DATE
008710             MOVE 'GL RELEASE: HEADER IS FOR ANOTHER DATE'
008720                 TO DIGEST-LINE
008730             ADD 1 TO DIG-EXCEPTION-COUNT
008740         ELSE
008750             IF DIG-GL-RESULT = 'BALANCED'
008760                 MOVE 'GL RELEASE: BALANCED AND RELEASED'
008770                     TO DIGEST-LINE
008780             ELSE
008790                 MOVE 'GL RELEASE: REJECTED, NOT RELEASED'
008800                     TO DIGEST-LINE
008810                 ADD 1 TO DIG-EXCEPTION-COUNT
008820             END-IF
008830         END-IF
008840     END-IF
008850     WRITE DIGEST-LINE
008860     MOVE SPACES TO DIGEST-LINE
008870     WRITE DIGEST-LINE.
008880 645-DIGEST-COMMIS-RTN.
008890     IF DIG-COMM-DATE NOT = DIG-RUN-DATE
008900         MOVE 'COMMISSION REGISTER: MISSING FOR THE DATE'
008910             TO DIGEST-LINE
008920         WRITE DIGEST-LINE
008930         ADD 1 TO DIG-EXCEPTION-COUNT
008940     ELSE
008950         MOVE 'COMMISSION REGISTER: PRESENT'
008960             TO DIGEST-LINE
008970         WRITE DIGEST-LINE
008980         IF DIG-COMM-TOTAL-FOUND
008990             MOVE SPACES TO DIGEST-LINE
009000             MOVE DIG-COMM-TOTAL-TEXT(1:78)
009010                 TO DIGEST-LINE(3:78)
009020             WRITE DIGEST-LINE
009030         ELSE
009040             MOVE '  REGISTER TOTAL LINE NOT FOUND'
009050                 TO DIGEST-LINE
009060             WRITE DIGEST-LINE
009070             ADD 1 TO DIG-EXCEPTION-COUNT
009080         END-IF
009090     END-IF
009100     MOVE SPACES TO DIGEST-LINE
009110     WRITE DIGEST-LINE.
009120 650-DIGEST-EXCEPTIONS-RTN.
009130     IF DIG-EXCEPTION-COUNT = ZERO
009140         MOVE 'EXCEPTIONS: NONE, STREAM IS CLEAN'
009150             TO DIGEST-LINE
009160     ELSE
009170         MOVE SPACES TO DIGEST-LINE
009180         MOVE DIG-EXCEPTION-COUNT TO DIG-EXCEPTION-COUNT-X
009190         STRING '*** EXCEPTIONS: ' DELIMITED BY SIZE
009200             DIG-EXCEPTION-COUNT-X DELIMITED BY SIZE
009210             ' ITEM(S) NEED ATTENTION ***' DELIMITED BY SIZE
009220             INTO DIGEST-LINE
009230         END-STRING
009240     END-IF
009250     WRITE DIGEST-LINE.
