000530*                   CERTIFICATE NOW SHOWS THE DAY'S OVERRIDE    *
000540*                   COUNT AND TOTAL PRICE VARIANCE SO EVERY     *
000550*                   OVERRIDE IS VISIBLE AT BALANCING TIME.      *
000560*  10/15/2026  JS   CREDIT RELEASES (SEE CRDREL).  THE       *
000570*                   CRDREL CONTROL FILE FOR THE DAY IS NOW   *
000580*                   READ WITH THE TRANS AND REJRSB CONTROL   *
000590*                   FILES SO RELEASED HOLDS POSTED INTO      *
000600*                   SALES-FILE STILL BALANCE.                *
000610*  10/15/2026  JS   SALES-REC PICKS UP EXTENDED COST SO      *
000620*                   RECORD LAYOUTS STAY IN SYNC.             *
000630*  10/15/2026  JS   SALES-REC PICKS UP THE STOREFRONT ORDER  *
000640*                   NUMBER (SEE ORDIMP AND ORDACK) SO RECORD *
000650*                   LAYOUTS STAY IN SYNC.                    *
000660*  10/15/2026  JS   DUPLICATE SUSPECTS (SEE TRANS AND        *
000670*                   DUPREL).  THE DUPREL CONTROL FILE FOR    *
000680*                   THE DAY IS NOW READ WITH THE OTHER       *
000690*                   CONTROL FILES SO RELEASED SUSPECTS       *
000700*                   POSTED INTO SALES-FILE STILL BALANCE,    *
000710*                   AND THE CERTIFICATE NOW SHOWS THE NUMBER *
000720*                   OF SALES TRANS HELD AS DUPLICATE         *
000730*                   SUSPECTS, TAKEN FROM THE BATCH CONTROL   *
000740*                   FILES.                                   *
000750*  10/15/2026  JS   SALES-REC PICKS UP THE PRICE-SOURCE      *
000760*                   INDICATOR (LIST, EFFECTIVE-DATED,        *
000770*                   CONTRACT OR OVERRIDE) SO RECORD LAYOUTS  *
000780*                   STAY IN SYNC.                            *
000790*----------------------------------------------------------*
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT SALES-FILE
000840         ASSIGN TO BAL-SALES-FILE-NAME
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS SEQUENTIAL
000870         RECORD KEY IS SALES-SEQ-NO
000880         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000890         FILE STATUS IS BAL-SALESFILE-STATUS.
000900     SELECT CONTROL-FILE
000910         ASSIGN TO BAL-CONTROL-FILE-NAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS BAL-CONTROL-FILE-STATUS.
000940     SELECT RESUB-CONTROL-FILE
000950         ASSIGN TO BAL-RESUBCTL-FILE-NAME
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS BAL-RESUBCTL-FILE-STATUS.
000980     SELECT CRDREL-CONTROL-FILE
000990         ASSIGN TO BAL-CRDRELCTL-FILE-NAME
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS BAL-CRDRELCTL-FILE-STATUS.
001020     SELECT DUPREL-CONTROL-FILE
001030         ASSIGN TO BAL-DUPRELCTL-FILE-NAME
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS BAL-DUPRELCTL-FILE-STATUS.
001060     SELECT AUDIT-LOG-FILE
001070         ASSIGN TO BAL-AUDIT-FILE-NAME
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS BAL-AUDIT-FILE-STATUS.
001100     SELECT DAY-STATUS-FILE
001110         ASSIGN TO BAL-DAYSTAT-FILE-NAME
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS RANDOM
001140         RECORD KEY IS DST-DATE
001150         FILE STATUS IS BAL-DAYSTAT-FILE-STATUS.
001160     SELECT CERT-FILE
001170         ASSIGN TO BAL-CERT-FILE-NAME
001180         ORGANIZATION IS LINE SEQUENTIAL.
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD SALES-FILE.
001220 01 SALES-REC.
001230    05 SALES-SEQ-NO         PIC 9(07).
001240    05 NAME-OUT             PIC X(20).
001250    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
001260    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
001270    05 DISCOUNT-RATE-OUT    PIC V999.
001280    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
001290    05 NET-TOTAL-OUT        PIC S9(6)V99.
001300    05 SOURCE-CODE-OUT      PIC X(01).
001310    05 TRANS-TYPE-OUT       PIC X(01).
001320    05 SLS-ID-OUT           PIC X(05).
001330    05 BATCH-NO-OUT         PIC 9(03).
001340    05 CUST-ID-OUT          PIC X(06).
001350    05 PRODUCT-CODE-OUT     PIC X(06).
001360    05 QTY-SOLD-OUT         PIC 9(03).
001370    05 JURIS-CODE-OUT       PIC X(02).
001380    05 OVERRIDE-FLAG-OUT    PIC X(01).
001390    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
001400    05 APPROVER-ID-OUT      PIC X(05).
001410    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
001420    05 EXT-COST-OUT         PIC S9(6)V99.
001430    05 ORDER-NO-OUT         PIC X(12).
001440    05 PRICE-SOURCE-OUT     PIC X(01).
001450 FD CONTROL-FILE.
001460 01 CONTROL-REC.
001470    05 CTL-LABEL             PIC X(20).
001480    05 CTL-VALUE             PIC X(20).
001490 FD RESUB-CONTROL-FILE.
001500 01 RESUB-CONTROL-REC.
001510    05 RCTL-LABEL            PIC X(20).
001520    05 RCTL-VALUE            PIC X(20).
001530 FD CRDREL-CONTROL-FILE.
001540 01 CRDREL-CONTROL-REC.
001550    05 CCTL-LABEL            PIC X(20).
001560    05 CCTL-VALUE            PIC X(20).
001570 FD DUPREL-CONTROL-FILE.
001580 01 DUPREL-CONTROL-REC.
001590    05 DCTL-LABEL            PIC X(20).
001600    05 DCTL-VALUE            PIC X(20).
001610 FD AUDIT-LOG-FILE.
001620 01 AUDIT-LOG-REC.
001630    05 AUD-RUN-DATE             PIC 9(08).
001640    05 FILLER                   PIC X(01).
001650    05 AUD-RECORDS-READ         PIC 9(07).
001660    05 FILLER                   PIC X(01).
001670    05 AUD-RECORDS-WRITTEN      PIC 9(07).
001680    05 FILLER                   PIC X(01).
001690    05 AUD-RECORDS-REJECTED     PIC 9(07).
001700    05 FILLER                   PIC X(01).
001710    05 AUD-DOLLAR-TOTAL         PIC S9(09)V99
001720                                SIGN LEADING SEPARATE.
001730    05 FILLER                   PIC X(01).
001740    05 AUD-BATCH-NO             PIC 9(03).
001750 FD DAY-STATUS-FILE.
001760 01 DAY-STATUS-REC.
001770    05 DST-DATE             PIC 9(08).
001780    05 DST-STATUS           PIC X(01).
001790       88 DST-OPEN              VALUE 'O'.
001800       88 DST-BALANCED          VALUE 'B'.
001810       88 DST-POSTED-GL         VALUE 'P'.
001820       88 DST-CLOSED            VALUE 'C'.
001830    05 DST-UPDT-DATE        PIC 9(08).
001840    05 DST-UPDT-USER        PIC X(08).
001850 FD CERT-FILE.
001860 01 CERT-LINE                    PIC X(80).
001870 WORKING-STORAGE SECTION.
001880 01 BAL-CERT-DETAIL.
001890    05 BAL-CRT-LABEL        PIC X(26).
001900    05 BAL-CRT-COUNT        PIC ZZZ,ZZZ,ZZ9.
001910    05 FILLER               PIC X(02) VALUE SPACES.
001920    05 BAL-CRT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
001930 77 BAL-SALESFILE-STATUS    PIC XX VALUE SPACES.
001940 77 BAL-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
001950 77 BAL-RESUBCTL-FILE-STATUS PIC XX VALUE SPACES.
001960 77 BAL-CRDRELCTL-FILE-STATUS PIC XX VALUE SPACES.
001970 77 BAL-DUPRELCTL-FILE-STATUS PIC XX VALUE SPACES.
001980 77 BAL-AUDIT-FILE-STATUS   PIC XX VALUE SPACES.
001990 77 BAL-RUN-DATE            PIC 9(08) VALUE ZERO.
002000 77 BAL-SALES-FILE-NAME     PIC X(80) VALUE SPACES.
002010 77 BAL-CONTROL-FILE-NAME   PIC X(80) VALUE SPACES.
002020 77 BAL-CONTROL-BASE-NAME   PIC X(60) VALUE SPACES.
002030 77 BAL-RESUBCTL-BASE-NAME   PIC X(60) VALUE SPACES.
002040 77 BAL-CRDRELCTL-BASE-NAME  PIC X(60) VALUE SPACES.
002050 77 BAL-DUPRELCTL-BASE-NAME  PIC X(60) VALUE SPACES.
002060 77 BAL-BATCH-NO            PIC 9(03) VALUE ZERO.
002070 77 BAL-BATCHES-FOUND       PIC 9(03) COMP VALUE ZERO.
002080 77 BAL-CTL-DONE-SW         PIC X(01) VALUE 'N'.
002090     88 BAL-CTL-DONE              VALUE 'Y'.
002100     88 BAL-CTL-NOT-DONE          VALUE 'N'.
002110 77 BAL-RESUBCTL-FILE-NAME  PIC X(80) VALUE SPACES.
002120 77 BAL-CRDRELCTL-FILE-NAME PIC X(80) VALUE SPACES.
002130 77 BAL-DUPRELCTL-FILE-NAME PIC X(80) VALUE SPACES.
002140 77 BAL-AUDIT-FILE-NAME     PIC X(80) VALUE SPACES.
002150 77 BAL-CERT-FILE-NAME      PIC X(80) VALUE SPACES.
002160 77 BAL-DAYSTAT-FILE-NAME   PIC X(80) VALUE SPACES.
002170 77 BAL-DAYSTAT-FILE-STATUS PIC XX VALUE SPACES.
002180 77 BAL-TODAY-DATE          PIC 9(08) VALUE ZERO.
002190 77 BAL-OUTPUT-BASE-NAME    PIC X(60) VALUE SPACES.
002200 77 BAL-ENV-VALUE           PIC X(80) VALUE SPACES.
002210 77 BAL-SALES-COUNT         PIC 9(07) COMP VALUE ZERO.
002220 77 BAL-SALES-DOLLARS       PIC S9(09)V99 VALUE ZERO.
002230 77 BAL-CTL-COUNT           PIC S9(09)V99 VALUE ZERO.
002240 77 BAL-CTL-DOLLARS         PIC S9(09)V99 VALUE ZERO.
002250 77 BAL-AUD-COUNT           PIC 9(07) COMP VALUE ZERO.
002260 77 BAL-AUD-DOLLARS         PIC S9(09)V99 VALUE ZERO.
002270 77 BAL-AUD-LINES           PIC 9(05) COMP VALUE ZERO.
002280 77 BAL-SEQ-ERRORS          PIC 9(05) COMP VALUE ZERO.
002290 77 BAL-OVERRIDE-COUNT      PIC 9(05) COMP VALUE ZERO.
002300 77 BAL-OVERRIDE-VARIANCE   PIC S9(09)V99 VALUE ZERO.
002310 77 BAL-SUSPECT-COUNT       PIC 9(07) COMP VALUE ZERO.
002320 77 BAL-EXPECTED-SEQ        PIC 9(07) COMP VALUE ZERO.
002330 77 BAL-SALES-EOF-SW        PIC X(01) VALUE 'N'.
002340     88 BAL-SALES-EOF              VALUE 'Y'.
002350     88 BAL-SALES-NOT-EOF          VALUE 'N'.
002360 77 BAL-CTL-EOF-SW          PIC X(01) VALUE 'N'.
002370     88 BAL-CTL-EOF                VALUE 'Y'.
002380     88 BAL-CTL-NOT-EOF            VALUE 'N'.
002390 77 BAL-AUD-EOF-SW          PIC X(01) VALUE 'N'.
002400     88 BAL-AUD-EOF                VALUE 'Y'.
002410     88 BAL-AUD-NOT-EOF            VALUE 'N'.
002420 77 BAL-IN-BALANCE-SW       PIC X(01) VALUE 'Y'.
002430     88 BAL-IN-BALANCE             VALUE 'Y'.
002440     88 BAL-OUT-OF-BALANCE         VALUE 'N'.
002450 77 BAL-DEEDIT-IN           PIC X(20) VALUE SPACES.
002460 77 BAL-DEEDIT-OUT          PIC S9(09)V99 VALUE ZERO.
002470 77 BAL-DE-SUB              PIC 9(02) COMP VALUE ZERO.
002480 77 BAL-DE-NUM              PIC 9(11) VALUE ZERO.
002490 77 BAL-DE-DEC-SW           PIC X(01) VALUE 'N'.
002500     88 BAL-DE-DECIMAL-SEEN        VALUE 'Y'.
002510     88 BAL-DE-NO-DECIMAL          VALUE 'N'.
002520 77 BAL-DE-NEG-SW           PIC X(01) VALUE 'N'.
002530     88 BAL-DE-NEGATIVE            VALUE 'Y'.
002540     88 BAL-DE-POSITIVE            VALUE 'N'.
002550 01 BAL-DE-CHAR-X           PIC X(01).
002560 01 BAL-DE-CHAR-9 REDEFINES BAL-DE-CHAR-X
002570                            PIC 9(01).
002580 PROCEDURE DIVISION.
002590 100-MAIN-MODULE.
002600     PERFORM 105-ASSIGN-FILENAMES-RTN
002610     OPEN OUTPUT CERT-FILE
002620     PERFORM 200-READ-SALES-RTN
002630     PERFORM 300-READ-CONTROLS-RTN
002640     PERFORM 320-READ-RESUB-CONTROLS-RTN
002650     PERFORM 325-READ-CRDREL-CONTROLS-RTN
002660     PERFORM 340-READ-DUPREL-CONTROLS-RTN
002670     PERFORM 350-READ-AUDIT-RTN
002680     PERFORM 400-COMPARE-RTN
002690     PERFORM 500-WRITE-CERT-RTN
002700     CLOSE CERT-FILE
002710     IF BAL-IN-BALANCE
002720         PERFORM 450-MARK-DAY-BALANCED-RTN
002730     END-IF
002740     IF BAL-OUT-OF-BALANCE
002750         MOVE 12 TO RETURN-CODE
002760     END-IF
002770     STOP RUN.
002780 105-ASSIGN-FILENAMES-RTN.
002790     MOVE SPACES TO BAL-ENV-VALUE
002800     ACCEPT BAL-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
002810     IF BAL-ENV-VALUE = SPACES
002820         ACCEPT BAL-RUN-DATE FROM DATE YYYYMMDD
002830     ELSE
002840         MOVE BAL-ENV-VALUE(1:8) TO BAL-RUN-DATE
002850     END-IF
002860     MOVE SPACES TO BAL-ENV-VALUE
002870     ACCEPT BAL-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
002880     IF BAL-ENV-VALUE = SPACES
002890         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
002900             TO BAL-OUTPUT-BASE-NAME
002910     ELSE
002920         MOVE BAL-ENV-VALUE TO BAL-OUTPUT-BASE-NAME
002930     END-IF
002940     MOVE SPACES TO BAL-SALES-FILE-NAME
002950     STRING BAL-OUTPUT-BASE-NAME DELIMITED BY SPACE
002960         '-' DELIMITED BY SIZE
002970         BAL-RUN-DATE DELIMITED BY SIZE
002980         '.TXT' DELIMITED BY SIZE
002990         INTO BAL-SALES-FILE-NAME
003000     END-STRING
003010     MOVE SPACES TO BAL-ENV-VALUE
003020     ACCEPT BAL-ENV-VALUE FROM ENVIRONMENT 'TRANS_CONTROL_BASE'
003030     IF BAL-ENV-VALUE = SPACES
003040     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransControl'
003050         TO BAL-CONTROL-BASE-NAME
003060     ELSE
003070         MOVE BAL-ENV-VALUE TO BAL-CONTROL-BASE-NAME
003080     END-IF
003090     MOVE SPACES TO BAL-ENV-VALUE
003100     ACCEPT BAL-ENV-VALUE FROM ENVIRONMENT 'TRANS_RESUBCTL_BASE'
003110     IF BAL-ENV-VALUE = SPACES
003120     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-RejRsbControl'
003130         TO BAL-RESUBCTL-BASE-NAME
003140     ELSE
003150         MOVE BAL-ENV-VALUE TO BAL-RESUBCTL-BASE-NAME
003160     END-IF
003170     MOVE SPACES TO BAL-RESUBCTL-FILE-NAME
003180     STRING BAL-RESUBCTL-BASE-NAME DELIMITED BY SPACE
003190         '-' DELIMITED BY SIZE
003200         BAL-RUN-DATE DELIMITED BY SIZE
003210         '.TXT' DELIMITED BY SIZE
003220         INTO BAL-RESUBCTL-FILE-NAME
003230     END-STRING
003240     MOVE SPACES TO BAL-ENV-VALUE
003250     ACCEPT BAL-ENV-VALUE FROM ENVIRONMENT 'TRANS_CRDRELCTL_BASE'
003260     IF BAL-ENV-VALUE = SPACES
003270     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CrdRelControl'
003280         TO BAL-CRDRELCTL-BASE-NAME
003290     ELSE
003300         MOVE BAL-ENV-VALUE TO BAL-CRDRELCTL-BASE-NAME
003310     END-IF
003320     MOVE SPACES TO BAL-CRDRELCTL-FILE-NAME
003330     STRING BAL-CRDRELCTL-BASE-NAME DELIMITED BY SPACE
003340         '-' DELIMITED BY SIZE
003350         BAL-RUN-DATE DELIMITED BY SIZE
003360         '.TXT' DELIMITED BY SIZE
003370         INTO BAL-CRDRELCTL-FILE-NAME
003380     END-STRING
003390     MOVE SPACES TO BAL-ENV-VALUE
003400     ACCEPT BAL-ENV-VALUE FROM ENVIRONMENT 'TRANS_DUPRELCTL_BASE'
003410     IF BAL-ENV-VALUE = SPACES
003420     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DupRelControl'
003430         TO BAL-DUPRELCTL-BASE-NAME
003440     ELSE
003450         MOVE BAL-ENV-VALUE TO BAL-DUPRELCTL-BASE-NAME
003460     END-IF
003470     MOVE SPACES TO BAL-DUPRELCTL-FILE-NAME
003480     STRING BAL-DUPRELCTL-BASE-NAME DELIMITED BY SPACE
003490         '-' DELIMITED BY SIZE
003500         BAL-RUN-DATE DELIMITED BY SIZE
003510         '.TXT' DELIMITED BY SIZE
003520         INTO BAL-DUPRELCTL-FILE-NAME
003530     END-STRING
003540     MOVE SPACES TO BAL-ENV-VALUE
003550     ACCEPT BAL-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUDIT_FILE'
003560     IF BAL-ENV-VALUE = SPACES
003570     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransAudit.TXT'
003580         TO BAL-AUDIT-FILE-NAME
003590     ELSE
003600         MOVE BAL-ENV-VALUE TO BAL-AUDIT-FILE-NAME
003610     END-IF
003620     MOVE SPACES TO BAL-ENV-VALUE
003630     ACCEPT BAL-ENV-VALUE FROM ENVIRONMENT 'TRANS_BALCERT_FILE'
003640     IF BAL-ENV-VALUE = SPACES
003650     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-BalanceCert.TXT'
003660         TO BAL-CERT-FILE-NAME
003670     ELSE
003680         MOVE BAL-ENV-VALUE TO BAL-CERT-FILE-NAME
003690     END-IF
003700     MOVE SPACES TO BAL-ENV-VALUE
003710     ACCEPT BAL-ENV-VALUE FROM ENVIRONMENT 'TRANS_DAYSTAT_FILE'
003720     IF BAL-ENV-VALUE = SPACES
003730     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DayStatus.TXT'
003740         TO BAL-DAYSTAT-FILE-NAME
003750     ELSE
003760         MOVE BAL-ENV-VALUE TO BAL-DAYSTAT-FILE-NAME
003770     END-IF.
003780 450-MARK-DAY-BALANCED-RTN.
003790     ACCEPT BAL-TODAY-DATE FROM DATE YYYYMMDD
003800     OPEN I-O DAY-STATUS-FILE
003810     IF BAL-DAYSTAT-FILE-STATUS = '35'
003820         OPEN OUTPUT DAY-STATUS-FILE
003830         CLOSE DAY-STATUS-FILE
003840         OPEN I-O DAY-STATUS-FILE
003850     END-IF
003860     IF BAL-DAYSTAT-FILE-STATUS NOT = '00'
003870         DISPLAY 'DAY-STATUS-FILE OPEN ERROR, STATUS '
003880             BAL-DAYSTAT-FILE-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF
003920     MOVE BAL-RUN-DATE TO DST-DATE
003930     READ DAY-STATUS-FILE
003940         INVALID KEY
003950             MOVE BAL-RUN-DATE TO DST-DATE
003960             MOVE 'B' TO DST-STATUS
003970             MOVE BAL-TODAY-DATE TO DST-UPDT-DATE
003980             MOVE 'DLYBAL  ' TO DST-UPDT-USER
003990             WRITE DAY-STATUS-REC
004000         NOT INVALID KEY
004010             IF DST-OPEN
004020                 MOVE 'B' TO DST-STATUS
004030                 MOVE BAL-TODAY-DATE TO DST-UPDT-DATE
004040                 MOVE 'DLYBAL  ' TO DST-UPDT-USER
004050                 REWRITE DAY-STATUS-REC
004060             END-IF
004070     END-READ
004080     CLOSE DAY-STATUS-FILE.
004090 200-READ-SALES-RTN.
004100     OPEN INPUT SALES-FILE
004110     IF BAL-SALESFILE-STATUS NOT = '00'
004120         DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
004130             BAL-SALESFILE-STATUS
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF
004170     MOVE ZERO TO BAL-EXPECTED-SEQ
004180     SET BAL-SALES-NOT-EOF TO TRUE
004190     PERFORM 210-READ-SALES-REC-RTN UNTIL BAL-SALES-EOF
004200     CLOSE SALES-FILE.
004210 210-READ-SALES-REC-RTN.
004220     READ SALES-FILE
004230         AT END
004240             SET BAL-SALES-EOF TO TRUE
004250         NOT AT END
004260             ADD 1 TO BAL-SALES-COUNT
004270             ADD TOTAL-PRICE-OUT TO BAL-SALES-DOLLARS
004280             IF OVERRIDE-FLAG-OUT = 'O'
004290                 ADD 1 TO BAL-OVERRIDE-COUNT
004300                 ADD PRICE-VARIANCE-OUT
004310                     TO BAL-OVERRIDE-VARIANCE
004320             END-IF
004330             ADD 1 TO BAL-EXPECTED-SEQ
004340             IF SALES-SEQ-NO NOT = BAL-EXPECTED-SEQ
004350                 ADD 1 TO BAL-SEQ-ERRORS
004360                 DISPLAY 'SEQUENCE BREAK: EXPECTED '
004370                     BAL-EXPECTED-SEQ ' FOUND ' SALES-SEQ-NO
004380                 MOVE SALES-SEQ-NO TO BAL-EXPECTED-SEQ
004390             END-IF
004400     END-READ.
004410 300-READ-CONTROLS-RTN.
004420     MOVE ZERO TO BAL-BATCH-NO
004430     SET BAL-CTL-NOT-DONE TO TRUE
004440     PERFORM 305-READ-BATCH-CONTROL-RTN UNTIL BAL-CTL-DONE
004450     IF BAL-BATCHES-FOUND = ZERO
004460         DISPLAY 'NO BATCH CONTROL FILES FOUND FOR THE DAY'
004470     END-IF.
004480 305-READ-BATCH-CONTROL-RTN.
004490     ADD 1 TO BAL-BATCH-NO
004500     MOVE SPACES TO BAL-CONTROL-FILE-NAME
004510     STRING BAL-CONTROL-BASE-NAME DELIMITED BY SPACE
004520         '-' DELIMITED BY SIZE
004530         BAL-RUN-DATE DELIMITED BY SIZE
004540         '-B' DELIMITED BY SIZE
004550         BAL-BATCH-NO DELIMITED BY SIZE
004560         '.TXT' DELIMITED BY SIZE
004570         INTO BAL-CONTROL-FILE-NAME
004580     END-STRING
004590     OPEN INPUT CONTROL-FILE
004600     IF BAL-CONTROL-FILE-STATUS = '35'
004610         SET BAL-CTL-DONE TO TRUE
004620     ELSE
004630         IF BAL-CONTROL-FILE-STATUS NOT = '00'
004640             DISPLAY 'CONTROL-FILE OPEN ERROR, STATUS '
004650                 BAL-CONTROL-FILE-STATUS
004660             MOVE 16 TO RETURN-CODE
004670             STOP RUN
004680         ELSE
004690             ADD 1 TO BAL-BATCHES-FOUND
004700             SET BAL-CTL-NOT-EOF TO TRUE
004710             PERFORM 310-READ-CONTROL-REC-RTN
004720                 UNTIL BAL-CTL-EOF
004730             CLOSE CONTROL-FILE
004740         END-IF
004750     END-IF.
004760 310-READ-CONTROL-REC-RTN.
004770     READ CONTROL-FILE
004780         AT END
004790             SET BAL-CTL-EOF TO TRUE
004800         NOT AT END
004810             IF CTL-LABEL(1:13) = 'SALES RECORDS'
004820                 MOVE CTL-VALUE TO BAL-DEEDIT-IN
004830                 PERFORM 600-DEEDIT-RTN
004840                 ADD BAL-DEEDIT-OUT TO BAL-CTL-COUNT
004850             END-IF
004860             IF CTL-LABEL(1:14) = 'DOLLAR CONTROL'
004870                 MOVE CTL-VALUE TO BAL-DEEDIT-IN
004880                 PERFORM 600-DEEDIT-RTN
004890                 ADD BAL-DEEDIT-OUT TO BAL-CTL-DOLLARS
004900             END-IF
004910             IF CTL-LABEL(1:15) = 'RECORDS SUSPECT'
004920                 MOVE CTL-VALUE TO BAL-DEEDIT-IN
004930                 PERFORM 600-DEEDIT-RTN
004940                 ADD BAL-DEEDIT-OUT TO BAL-SUSPECT-COUNT
004950             END-IF
004960     END-READ.
004970 320-READ-RESUB-CONTROLS-RTN.
004980     OPEN INPUT RESUB-CONTROL-FILE
004990     IF BAL-RESUBCTL-FILE-STATUS = '35'
005000         DISPLAY 'NO RESUBMISSION CONTROL FILE FOR THIS DAY'
005010     ELSE
005020         IF BAL-RESUBCTL-FILE-STATUS NOT = '00'
005030             DISPLAY 'RESUB-CONTROL-FILE OPEN ERROR, STATUS '
005040                 BAL-RESUBCTL-FILE-STATUS
005050             MOVE 16 TO RETURN-CODE
005060             STOP RUN
005070         ELSE
005080             SET BAL-CTL-NOT-EOF TO TRUE
005090             PERFORM 330-READ-RESUB-REC-RTN UNTIL BAL-CTL-EOF
005100             CLOSE RESUB-CONTROL-FILE
005110         END-IF
005120     END-IF.
005130 330-READ-RESUB-REC-RTN.
005140     READ RESUB-CONTROL-FILE
005150         AT END
005160             SET BAL-CTL-EOF TO TRUE
005170         NOT AT END
005180             IF RCTL-LABEL(1:13) = 'SALES RECORDS'
005190                 MOVE RCTL-VALUE TO BAL-DEEDIT-IN
005200                 PERFORM 600-DEEDIT-RTN
005210                 ADD BAL-DEEDIT-OUT TO BAL-CTL-COUNT
005220             END-IF
005230             IF RCTL-LABEL(1:14) = 'DOLLAR CONTROL'
005240                 MOVE RCTL-VALUE TO BAL-DEEDIT-IN
005250                 PERFORM 600-DEEDIT-RTN
005260                 ADD BAL-DEEDIT-OUT TO BAL-CTL-DOLLARS
005270             END-IF
005280     END-READ.
005290 325-READ-CRDREL-CONTROLS-RTN.
005300     OPEN INPUT CRDREL-CONTROL-FILE
005310     IF BAL-CRDRELCTL-FILE-STATUS = '35'
005320         DISPLAY 'NO CREDIT RELEASE CONTROL FILE FOR THIS DAY'
005330     ELSE
005340         IF BAL-CRDRELCTL-FILE-STATUS NOT = '00'
005350             DISPLAY 'CRDREL-CONTROL-FILE OPEN ERROR, STATUS '
005360                 BAL-CRDRELCTL-FILE-STATUS
005370             MOVE 16 TO RETURN-CODE
005380             STOP RUN
005390         ELSE
005400             SET BAL-CTL-NOT-EOF TO TRUE
005410             PERFORM 335-READ-CRDREL-REC-RTN UNTIL BAL-CTL-EOF
005420             CLOSE CRDREL-CONTROL-FILE
005430         END-IF
005440     END-IF.
005450 335-READ-CRDREL-REC-RTN.
005460     READ CRDREL-CONTROL-FILE
005470         AT END
005480             SET BAL-CTL-EOF TO TRUE
005490         NOT AT END
005500             IF CCTL-LABEL(1:13) = 'SALES RECORDS'
005510                 MOVE CCTL-VALUE TO BAL-DEEDIT-IN
005520                 PERFORM 600-DEEDIT-RTN
005530                 ADD BAL-DEEDIT-OUT TO BAL-CTL-COUNT
005540             END-IF
005550             IF CCTL-LABEL(1:14) = 'DOLLAR CONTROL'
005560                 MOVE CCTL-VALUE TO BAL-DEEDIT-IN
005570                 PERFORM 600-DEEDIT-RTN
005580                 ADD BAL-DEEDIT-OUT TO BAL-CTL-DOLLARS
005590             END-IF
005600     END-READ.
005610 340-READ-DUPREL-CONTROLS-RTN.
005620     OPEN INPUT DUPREL-CONTROL-FILE
005630     IF BAL-DUPRELCTL-FILE-STATUS = '35'
005640         DISPLAY 'NO DUPLICATE RELEASE CONTROL FILE FOR THIS DAY'
005650     ELSE
005660         IF BAL-DUPRELCTL-FILE-STATUS NOT = '00'
005670             DISPLAY 'DUPREL-CONTROL-FILE OPEN ERROR, STATUS '
005680                 BAL-DUPRELCTL-FILE-STATUS
005690             MOVE 16 TO RETURN-CODE
005700             STOP RUN
005710         ELSE
005720             SET BAL-CTL-NOT-EOF TO TRUE
005730             PERFORM 345-READ-DUPREL-REC-RTN UNTIL BAL-CTL-EOF
005740             CLOSE DUPREL-CONTROL-FILE
005750         END-IF
005760     END-IF.
005770 345-READ-DUPREL-REC-RTN.
005780     READ DUPREL-CONTROL-FILE
005790         AT END
005800             SET BAL-CTL-EOF TO TRUE
005810         NOT AT END
005820             IF DCTL-LABEL(1:13) = 'SALES RECORDS'
005830                 MOVE DCTL-VALUE TO BAL-DEEDIT-IN
005840                 PERFORM 600-DEEDIT-RTN
005850                 ADD BAL-DEEDIT-OUT TO BAL-CTL-COUNT
005860             END-IF
005870             IF DCTL-LABEL(1:14) = 'DOLLAR CONTROL'
005880                 MOVE DCTL-VALUE TO BAL-DEEDIT-IN
005890                 PERFORM 600-DEEDIT-RTN
005900                 ADD BAL-DEEDIT-OUT TO BAL-CTL-DOLLARS
005910             END-IF
005920     END-READ.
005930 350-READ-AUDIT-RTN.
005940     OPEN INPUT AUDIT-LOG-FILE
005950     IF BAL-AUDIT-FILE-STATUS NOT = '00'
005960         DISPLAY 'AUDIT-LOG-FILE OPEN ERROR, STATUS '
005970             BAL-AUDIT-FILE-STATUS
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF
006010     SET BAL-AUD-NOT-EOF TO TRUE
006020     PERFORM 360-READ-AUDIT-REC-RTN UNTIL BAL-AUD-EOF
006030     CLOSE AUDIT-LOG-FILE.
006040 360-READ-AUDIT-REC-RTN.
006050     READ AUDIT-LOG-FILE
006060         AT END
006070             SET BAL-AUD-EOF TO TRUE
006080         NOT AT END
006090             IF AUD-RUN-DATE = BAL-RUN-DATE
006100                 ADD 1 TO BAL-AUD-LINES
006110                 ADD AUD-RECORDS-WRITTEN TO BAL-AUD-COUNT
006120                 ADD AUD-DOLLAR-TOTAL TO BAL-AUD-DOLLARS
006130             END-IF
006140     END-READ.
006150 400-COMPARE-RTN.
006160     SET BAL-IN-BALANCE TO TRUE
006170     IF BAL-SALES-COUNT NOT = BAL-CTL-COUNT
006180         SET BAL-OUT-OF-BALANCE TO TRUE
006190     END-IF
006200     IF BAL-SALES-DOLLARS NOT = BAL-CTL-DOLLARS
006210         SET BAL-OUT-OF-BALANCE TO TRUE
006220     END-IF
006230     IF BAL-SALES-COUNT NOT = BAL-AUD-COUNT
006240         SET BAL-OUT-OF-BALANCE TO TRUE
006250     END-IF
006260     IF BAL-SALES-DOLLARS NOT = BAL-AUD-DOLLARS
006270         SET BAL-OUT-OF-BALANCE TO TRUE
006280     END-IF
006290     IF BAL-SEQ-ERRORS NOT = ZERO
006300         SET BAL-OUT-OF-BALANCE TO TRUE
006310     END-IF
006320     IF BAL-AUD-LINES = ZERO
006330         SET BAL-OUT-OF-BALANCE TO TRUE
006340     END-IF.
006350 500-WRITE-CERT-RTN.
006360     MOVE SPACES TO CERT-LINE
006370     STRING 'DAILY BALANCING CERTIFICATE FOR '
006380         DELIMITED BY SIZE
006390         BAL-RUN-DATE DELIMITED BY SIZE
006400         INTO CERT-LINE
006410     END-STRING
006420     WRITE CERT-LINE
006430     MOVE SPACES TO CERT-LINE
006440     WRITE CERT-LINE
006450     MOVE 'SALES-FILE                ' TO BAL-CRT-LABEL
006460     MOVE BAL-SALES-COUNT TO BAL-CRT-COUNT
006470     MOVE BAL-SALES-DOLLARS TO BAL-CRT-AMOUNT
006480     MOVE BAL-CERT-DETAIL TO CERT-LINE
006490     WRITE CERT-LINE
006500     MOVE 'CONTROL FILES             ' TO BAL-CRT-LABEL
006510     MOVE BAL-CTL-COUNT TO BAL-CRT-COUNT
006520     MOVE BAL-CTL-DOLLARS TO BAL-CRT-AMOUNT
006530     MOVE BAL-CERT-DETAIL TO CERT-LINE
006540     WRITE CERT-LINE
006550     MOVE 'PRICE OVERRIDES           ' TO BAL-CRT-LABEL
006560     MOVE BAL-OVERRIDE-COUNT TO BAL-CRT-COUNT
006570     MOVE BAL-OVERRIDE-VARIANCE TO BAL-CRT-AMOUNT
006580     MOVE BAL-CERT-DETAIL TO CERT-LINE
006590     WRITE CERT-LINE
006600     MOVE 'AUDIT LOG                 ' TO BAL-CRT-LABEL
006610     MOVE BAL-AUD-COUNT TO BAL-CRT-COUNT
006620     MOVE BAL-AUD-DOLLARS TO BAL-CRT-AMOUNT
006630     MOVE BAL-CERT-DETAIL TO CERT-LINE
006640     WRITE CERT-LINE
006650     MOVE 'DUPLICATE SUSPECTS        ' TO BAL-CRT-LABEL
006660     MOVE BAL-SUSPECT-COUNT TO BAL-CRT-COUNT
006670     MOVE BAL-CERT-DETAIL TO CERT-LINE
006680     MOVE SPACES TO CERT-LINE(40:15)
006690     WRITE CERT-LINE
006700     MOVE SPACES TO CERT-LINE
006710     IF BAL-SEQ-ERRORS = ZERO
006720         MOVE 'SEQUENCE CHECK            CLEAN' TO CERT-LINE
006730     ELSE
006740         MOVE 'SEQUENCE CHECK            BROKEN' TO CERT-LINE
006750     END-IF
006760     WRITE CERT-LINE
006770     MOVE SPACES TO CERT-LINE
006780     IF BAL-IN-BALANCE
006790         MOVE 'RESULT: IN BALANCE' TO CERT-LINE
006800         DISPLAY 'DLYBAL: ' BAL-RUN-DATE ' IN BALANCE'
006810     ELSE
006820         MOVE 'RESULT: OUT OF BALANCE' TO CERT-LINE
006830         DISPLAY 'DLYBAL: ' BAL-RUN-DATE ' OUT OF BALANCE'
006840     END-IF
006850     WRITE CERT-LINE.
006860 600-DEEDIT-RTN.
006870     MOVE ZERO TO BAL-DE-NUM
006880     SET BAL-DE-NO-DECIMAL TO TRUE
006890     SET BAL-DE-POSITIVE TO TRUE
006900     PERFORM 610-DEEDIT-CHAR-RTN
006910         VARYING BAL-DE-SUB FROM 1 BY 1
006920         UNTIL BAL-DE-SUB > 20
006930     IF BAL-DE-DECIMAL-SEEN
006940         COMPUTE BAL-DEEDIT-OUT = BAL-DE-NUM / 100
006950     ELSE
006960         MOVE BAL-DE-NUM TO BAL-DEEDIT-OUT
006970     END-IF
006980     IF BAL-DE-NEGATIVE
006990         COMPUTE BAL-DEEDIT-OUT = ZERO - BAL-DEEDIT-OUT
007000     END-IF.
007010 610-DEEDIT-CHAR-RTN.
007020     MOVE BAL-DEEDIT-IN(BAL-DE-SUB:1) TO BAL-DE-CHAR-X
007030     IF BAL-DE-CHAR-X IS NUMERIC
007040         COMPUTE BAL-DE-NUM = BAL-DE-NUM * 10 + BAL-DE-CHAR-9
007050     ELSE
007060         IF BAL-DE-CHAR-X = '.'
007070             SET BAL-DE-DECIMAL-SEEN TO TRUE
007080         END-IF
007090         IF BAL-DE-CHAR-X = '-'
007100             SET BAL-DE-NEGATIVE TO TRUE
007110         END-IF
007120     END-IF.
