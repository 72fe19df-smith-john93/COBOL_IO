000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASHRCP.
000030 AUTHOR. J SMITH.
000040 INSTALLATION. ACCOUNTING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                              *
000110*  10/15/2026  JS   ORIGINAL PROGRAM.  CASH RECEIPTS AND     *
000120*                   OPEN-ITEM RECEIVABLES RUN.  FIRST LOADS  *
000130*                   THE DAY'S SALES-FILE ONTO THE            *
000140*                   AR-OPEN-FILE, ONE ITEM PER SALES-SEQ-NO  *
000150*                   AT ITS NET-TOTAL-OUT, SO A RETURN        *
000160*                   CARRIES AS A CREDIT ITEM.  THE DUE DATE  *
000170*                   IS THE POSTING DATE PLUS THE DAYS IN     *
000180*                   CUST-TERMS-MST ('N30', '030'); COD,      *
000190*                   BLANK OR UNKNOWN TERMS ARE DUE ON THE    *
000200*                   POSTING DATE.  AN ITEM ALREADY ON FILE   *
000210*                   IS LEFT ALONE SO A RERUN NEVER BILLS     *
000220*                   TWICE.  THEN APPLIES THE DAY'S           *
000230*                   PAYMENT-FILE TO THE INVOICES EACH CHECK  *
000240*                   NAMES (POSTING DATE AND SALES-SEQ-NO).   *
000250*                   WHATEVER A CHECK DOES NOT CLEAR STAYS    *
000260*                   ON FILE AS AN UNAPPLIED CASH CREDIT      *
000270*                   ITEM.  A PAYMENT LINE ALREADY ON FILE    *
000280*                   FOR THE RUN DATE IS SKIPPED ON A RERUN.  *
000290*                   UNAPPLIED CASH, SHORT-PAYS, INVOICES     *
000300*                   NOT OPEN, BAD INVOICE REFERENCES,        *
000310*                   UNKNOWN CUSTOMERS AND UNUSABLE PAYMENT   *
000320*                   LINES GO TO THE AR EXCEPTIONS LIST FOR   *
000330*                   THE AR CLERK.  ENDS WITH AN AGED TRIAL   *
000340*                   BALANCE BY CUSTOMER (CURRENT, 1-30,      *
000350*                   31-60, 61-90 AND OVER 90 DAYS PAST DUE;  *
000360*                   CREDITS AGE AS CURRENT) AND RETURN-CODE  *
000370*                   4 WHEN ANYTHING WAS LISTED FOR THE       *
000380*                   CLERK.                                   *
000390*  10/15/2026  JS   SALES-REC PICKS UP EXTENDED COST SO      *
000400*                   RECORD LAYOUTS STAY IN SYNC.             *
000410*  10/15/2026  JS   SALES-REC PICKS UP THE STOREFRONT ORDER  *
000420*                   NUMBER (SEE ORDIMP AND ORDACK) SO RECORD *
000430*                   LAYOUTS STAY IN SYNC.                    *
000440*  10/15/2026  JS   SALES-REC PICKS UP THE PRICE-SOURCE      *
000450*                   INDICATOR (LIST, EFFECTIVE-DATED,        *
000460*                   CONTRACT OR OVERRIDE) SO RECORD LAYOUTS  *
000470*                   STAY IN SYNC.                            *
000480*----------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SALES-FILE
000530         ASSIGN TO CSH-SALES-FILE-NAME
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS SALES-SEQ-NO
000570         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000580         FILE STATUS IS CSH-SALESFILE-STATUS.
000590     SELECT CUSTOMER-MASTER-FILE
000600         ASSIGN TO CSH-CUSTMST-FILE-NAME
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS CUST-ID-MST
000640         FILE STATUS IS CSH-CUSTMST-FILE-STATUS.
000650     SELECT PAYMENT-FILE
000660         ASSIGN TO CSH-PAYMENT-FILE-NAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CSH-PAYMENT-FILE-STATUS.
000690     SELECT AR-OPEN-FILE
000700         ASSIGN TO CSH-AROPEN-FILE-NAME
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS AR-KEY
000740         FILE STATUS IS CSH-AROPEN-FILE-STATUS.
000750     SELECT EXCEPTION-FILE
000760         ASSIGN TO CSH-EXCEPT-FILE-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780     SELECT AGING-FILE
000790         ASSIGN TO CSH-AGING-FILE-NAME
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD SALES-FILE.
000840 01 SALES-REC.
000850    05 SALES-SEQ-NO         PIC 9(07).
000860    05 NAME-OUT             PIC X(20).
000870    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
000880    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
000890    05 DISCOUNT-RATE-OUT    PIC V999.
000900    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
000910    05 NET-TOTAL-OUT        PIC S9(6)V99.
000920    05 SOURCE-CODE-OUT      PIC X(01).
000930    05 TRANS-TYPE-OUT       PIC X(01).
000940    05 SLS-ID-OUT           PIC X(05).
000950    05 BATCH-NO-OUT         PIC 9(03).
000960    05 CUST-ID-OUT          PIC X(06).
000970    05 PRODUCT-CODE-OUT     PIC X(06).
000980    05 QTY-SOLD-OUT         PIC 9(03).
000990    05 JURIS-CODE-OUT       PIC X(02).
001000    05 OVERRIDE-FLAG-OUT    PIC X(01).
001010    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
001020    05 APPROVER-ID-OUT      PIC X(05).
001030    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
001040    05 EXT-COST-OUT         PIC S9(6)V99.
001050    05 ORDER-NO-OUT         PIC X(12).
001060    05 PRICE-SOURCE-OUT     PIC X(01).
001070 FD CUSTOMER-MASTER-FILE.
001080 01 CUSTOMER-MASTER-REC.
001090    05 CUST-ID-MST           PIC X(06).
001100    05 CUST-NAME-MST         PIC X(20).
001110    05 CUST-ADDR1-MST        PIC X(25).
001120    05 CUST-ADDR2-MST        PIC X(25).
001130    05 CUST-CREDIT-LIMIT-MST PIC 9(7)V99.
001140    05 CUST-TERMS-MST        PIC X(03).
001150 FD PAYMENT-FILE.
001160 01 PAYMENT-REC.
001170    05 PAY-CUST-ID-IN       PIC X(06).
001180    05 PAY-CHECK-NO-IN      PIC X(10).
001190    05 PAY-AMOUNT-IN        PIC 9(7)V99.
001200    05 PAY-INVOICE-IN       OCCURS 5 TIMES.
001210       10 PAY-INV-DATE-IN   PIC 9(08).
001220       10 PAY-INV-SEQ-IN    PIC 9(07).
001230 FD AR-OPEN-FILE.
001240 01 AR-OPEN-REC.
001250    05 AR-KEY.
001260       10 AR-CUST-ID        PIC X(06).
001270       10 AR-DOC-DATE       PIC 9(08).
001280       10 AR-DOC-TYPE       PIC X(01).
001290          88 AR-SALES-DOC          VALUE 'I'.
001300          88 AR-PAYMENT-DOC        VALUE 'P'.
001310       10 AR-DOC-NO         PIC 9(07).
001320    05 AR-TRANS-TYPE        PIC X(01).
001330    05 AR-BATCH-NO          PIC 9(03).
001340    05 AR-DUE-DATE          PIC 9(08).
001350    05 AR-ORIG-AMT          PIC S9(7)V99.
001360    05 AR-APPLIED-AMT       PIC S9(7)V99.
001370    05 AR-OPEN-AMT          PIC S9(7)V99.
001380    05 AR-LAST-ACT-DATE     PIC 9(08).
001390    05 AR-REF-NO            PIC X(10).
001400    05 AR-STATUS            PIC X(01).
001410       88 AR-ITEM-OPEN             VALUE 'O'.
001420       88 AR-ITEM-CLOSED           VALUE 'C'.
001430 FD EXCEPTION-FILE.
001440 01 EXCEPTION-LINE               PIC X(80).
001450 FD AGING-FILE.
001460 01 AGING-LINE                   PIC X(80).
001470 WORKING-STORAGE SECTION.
001480 01 CSH-EXC-HEADING-1.
001490    05 FILLER               PIC X(20) VALUE SPACES.
001500    05 FILLER               PIC X(20)
001510        VALUE 'AR EXCEPTIONS LIST  '.
001520    05 CSH-EXC-HDG-DATE     PIC 9(08).
001530    05 FILLER               PIC X(20) VALUE SPACES.
001540    05 FILLER               PIC X(05) VALUE 'PAGE '.
001550    05 CSH-EXC-HDG-PAGE-NO  PIC ZZ9.
001560 01 CSH-EXC-HEADING-2.
001570    05 FILLER               PIC X(07) VALUE 'CUST   '.
001580    05 FILLER               PIC X(11) VALUE 'CHECK NO   '.
001590    05 FILLER               PIC X(17) VALUE 'INVOICE'.
001600    05 FILLER               PIC X(12) VALUE '     AMOUNT '.
001610    05 FILLER               PIC X(06) VALUE 'REASON'.
001620 01 CSH-EXC-DETAIL-LINE.
001630    05 CSH-EXC-CUST         PIC X(06).
001640    05 FILLER               PIC X(01) VALUE SPACE.
001650    05 CSH-EXC-CHECK        PIC X(10).
001660    05 FILLER               PIC X(01) VALUE SPACE.
001670    05 CSH-EXC-INV-DATE     PIC X(08).
001680    05 CSH-EXC-INV-DASH     PIC X(01).
001690    05 CSH-EXC-INV-SEQ      PIC X(07).
001700    05 FILLER               PIC X(01) VALUE SPACE.
001710    05 CSH-EXC-AMOUNT       PIC ZZZZZZ9.99-.
001720    05 FILLER               PIC X(01) VALUE SPACE.
001730    05 CSH-EXC-REASON       PIC X(20).
001740 01 CSH-TOTAL-LINE.
001750    05 CSH-TOT-LABEL        PIC X(24).
001760    05 CSH-TOT-COUNT        PIC Z,ZZZ,ZZ9.
001770    05 FILLER               PIC X(02) VALUE SPACES.
001780    05 CSH-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
001790 01 CSH-AGE-HEADING-1.
001800    05 FILLER               PIC X(20) VALUE SPACES.
001810    05 FILLER               PIC X(20)
001820        VALUE 'AGED TRIAL BALANCE  '.
001830    05 CSH-AGE-HDG-DATE     PIC 9(08).
001840    05 FILLER               PIC X(20) VALUE SPACES.
001850    05 FILLER               PIC X(05) VALUE 'PAGE '.
001860    05 CSH-AGE-HDG-PAGE-NO  PIC ZZ9.
001870 01 CSH-AGE-HEADING-2.
001880    05 FILLER               PIC X(07) VALUE 'CUST   '.
001890    05 FILLER               PIC X(11) VALUE '    CURRENT'.
001900    05 FILLER               PIC X(11) VALUE '       1-30'.
001910    05 FILLER               PIC X(11) VALUE '      31-60'.
001920    05 FILLER               PIC X(11) VALUE '      61-90'.
001930    05 FILLER               PIC X(11) VALUE '    OVER 90'.
001940    05 FILLER               PIC X(11) VALUE '    BALANCE'.
001950 01 CSH-AGE-DETAIL-LINE.
001960    05 CSH-AGE-CUST         PIC X(06).
001970    05 FILLER               PIC X(01) VALUE SPACE.
001980    05 CSH-AGE-CURRENT      PIC ZZZZZZ9.99-.
001990    05 CSH-AGE-30           PIC ZZZZZZ9.99-.
002000    05 CSH-AGE-60           PIC ZZZZZZ9.99-.
002010    05 CSH-AGE-90           PIC ZZZZZZ9.99-.
002020    05 CSH-AGE-OVER-90      PIC ZZZZZZ9.99-.
002030    05 CSH-AGE-BALANCE      PIC ZZZZZZ9.99-.
002040 01 CSH-CUST-AGING.
002050    05 CSH-CUST-BUCKET      PIC S9(7)V99 OCCURS 5 TIMES.
002060    05 CSH-CUST-BALANCE     PIC S9(7)V99.
002070 01 CSH-GRAND-AGING.
002080    05 CSH-GRAND-BUCKET     PIC S9(7)V99 OCCURS 5 TIMES.
002090    05 CSH-GRAND-BALANCE    PIC S9(7)V99.
002100 01 CSH-WORK-DATE.
002110    05 CSH-WORK-YYYY        PIC 9(04).
002120    05 CSH-WORK-MM          PIC 9(02).
002130    05 CSH-WORK-DD          PIC 9(02).
002140 01 CSH-WORK-DATE-N REDEFINES CSH-WORK-DATE PIC 9(08).
002150 01 CSH-MONTH-DAYS-TABLE.
002160    05 FILLER               PIC X(24)
002170        VALUE '312831303130313130313031'.
002180 01 CSH-MONTH-DAYS-R REDEFINES CSH-MONTH-DAYS-TABLE.
002190    05 CSH-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
002200 01 CSH-CUM-DAYS-TABLE.
002210    05 FILLER               PIC X(36)
002220        VALUE '000031059090120151181212243273304334'.
002230 01 CSH-CUM-DAYS-R REDEFINES CSH-CUM-DAYS-TABLE.
002240    05 CSH-CUM-DAYS         PIC 9(03) OCCURS 12 TIMES.
002250 77 CSH-SALESFILE-STATUS    PIC XX VALUE SPACES.
002260 77 CSH-CUSTMST-FILE-STATUS PIC XX VALUE SPACES.
002270 77 CSH-PAYMENT-FILE-STATUS PIC XX VALUE SPACES.
002280 77 CSH-AROPEN-FILE-STATUS  PIC XX VALUE SPACES.
002290 77 CSH-RUN-DATE            PIC 9(08) VALUE ZERO.
002300 77 CSH-SALES-FILE-NAME     PIC X(80) VALUE SPACES.
002310 77 CSH-CUSTMST-FILE-NAME   PIC X(80) VALUE SPACES.
002320 77 CSH-PAYMENT-FILE-NAME   PIC X(80) VALUE SPACES.
002330 77 CSH-AROPEN-FILE-NAME    PIC X(80) VALUE SPACES.
002340 77 CSH-EXCEPT-FILE-NAME    PIC X(80) VALUE SPACES.
002350 77 CSH-AGING-FILE-NAME     PIC X(80) VALUE SPACES.
002360 77 CSH-OUTPUT-BASE-NAME    PIC X(60) VALUE SPACES.
002370 77 CSH-ENV-VALUE           PIC X(80) VALUE SPACES.
002380 77 CSH-SALES-EOF-SW        PIC X(01) VALUE 'N'.
002390     88 CSH-SALES-EOF              VALUE 'Y'.
002400     88 CSH-SALES-NOT-EOF          VALUE 'N'.
002410 77 CSH-PAYMENT-EOF-SW      PIC X(01) VALUE 'N'.
002420     88 CSH-PAYMENT-EOF            VALUE 'Y'.
002430     88 CSH-PAYMENT-NOT-EOF        VALUE 'N'.
002440 77 CSH-PAYMENT-ABSENT-SW   PIC X(01) VALUE 'N'.
002450     88 CSH-PAYMENT-ABSENT         VALUE 'Y'.
002460     88 CSH-PAYMENT-PRESENT        VALUE 'N'.
002470 77 CSH-AROPEN-EOF-SW       PIC X(01) VALUE 'N'.
002480     88 CSH-AROPEN-EOF             VALUE 'Y'.
002490     88 CSH-AROPEN-NOT-EOF         VALUE 'N'.
002500 77 CSH-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
002510     88 CSH-CUST-FOUND             VALUE 'Y'.
002520     88 CSH-CUST-NOT-FOUND         VALUE 'N'.
002530 77 CSH-ITEM-FOUND-SW       PIC X(01) VALUE 'N'.
002540     88 CSH-ITEM-FOUND             VALUE 'Y'.
002550     88 CSH-ITEM-NOT-FOUND         VALUE 'N'.
002560 77 CSH-LEAP-YEAR-SW        PIC X(01) VALUE 'N'.
002570     88 CSH-LEAP-YEAR              VALUE 'Y'.
002580     88 CSH-NOT-LEAP-YEAR          VALUE 'N'.
002590 77 CSH-PREV-CUST-ID        PIC X(06) VALUE SPACES.
002600 77 CSH-AGE-CUST-ID         PIC X(06) VALUE SPACES.
002610 77 CSH-SALES-READ          PIC 9(07) COMP VALUE ZERO.
002620 77 CSH-ITEMS-POSTED        PIC 9(07) COMP VALUE ZERO.
002630 77 CSH-ITEMS-ON-FILE       PIC 9(07) COMP VALUE ZERO.
002640 77 CSH-PAYMENTS-READ       PIC 9(07) COMP VALUE ZERO.
002650 77 CSH-PAYMENTS-POSTED     PIC 9(07) COMP VALUE ZERO.
002660 77 CSH-PAYMENTS-ON-FILE    PIC 9(07) COMP VALUE ZERO.
002670 77 CSH-EXCEPTION-COUNT     PIC 9(07) COMP VALUE ZERO.
002680 77 CSH-AGED-CUST-COUNT     PIC 9(07) COMP VALUE ZERO.
002690 77 CSH-POSTED-TOTAL        PIC S9(9)V99 VALUE ZERO.
002700 77 CSH-CASH-TOTAL          PIC S9(9)V99 VALUE ZERO.
002710 77 CSH-APPLIED-TOTAL       PIC S9(9)V99 VALUE ZERO.
002720 77 CSH-UNAPPLIED-TOTAL     PIC S9(9)V99 VALUE ZERO.
002730 77 CSH-REMAINING-AMT       PIC S9(7)V99 VALUE ZERO.
002740 77 CSH-APPLY-AMT           PIC S9(7)V99 VALUE ZERO.
002750 77 CSH-INV-SUB             PIC 9(03) COMP VALUE ZERO.
002760 77 CSH-AGE-SUB             PIC 9(03) COMP VALUE ZERO.
002770 77 CSH-TERM-DAYS           PIC 9(03) VALUE ZERO.
002780 77 CSH-MONTH-LEN           PIC 9(02) VALUE ZERO.
002790 77 CSH-PRIOR-YEARS         PIC 9(05) COMP VALUE ZERO.
002800 77 CSH-QUOTIENT            PIC 9(05) COMP VALUE ZERO.
002810 77 CSH-REMAINDER           PIC 9(05) COMP VALUE ZERO.
002820 77 CSH-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
002830 77 CSH-RUN-DAY-NUMBER      PIC 9(07) COMP VALUE ZERO.
002840 77 CSH-DAYS-PAST-DUE       PIC S9(07) COMP VALUE ZERO.
002850 77 CSH-EXC-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
002860 77 CSH-EXC-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
002870 77 CSH-AGE-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
002880 77 CSH-AGE-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
002890 77 CSH-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
002900 PROCEDURE DIVISION.
002910 100-MAIN-MODULE.
002920     PERFORM 105-ASSIGN-FILENAMES-RTN
002930     OPEN INPUT SALES-FILE
002940     IF CSH-SALESFILE-STATUS NOT = '00'
002950         DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
002960             CSH-SALESFILE-STATUS
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF
003000     OPEN INPUT CUSTOMER-MASTER-FILE
003010     IF CSH-CUSTMST-FILE-STATUS NOT = '00'
003020         DISPLAY 'CUSTOMER-MASTER-FILE OPEN ERROR, STATUS '
003030             CSH-CUSTMST-FILE-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF
003070     PERFORM 110-OPEN-AROPEN-RTN
003080     PERFORM 120-OPEN-PAYMENT-RTN
003090     OPEN OUTPUT EXCEPTION-FILE
003100     PERFORM 300-EXCEPTION-HEADING-RTN
003110     SET CSH-SALES-NOT-EOF TO TRUE
003120     PERFORM 200-READ-SALES-RTN UNTIL CSH-SALES-EOF
003130     IF CSH-PAYMENT-PRESENT
003140         SET CSH-PAYMENT-NOT-EOF TO TRUE
003150         PERFORM 310-READ-PAYMENT-RTN UNTIL CSH-PAYMENT-EOF
003160         CLOSE PAYMENT-FILE
003170     END-IF
003180     OPEN OUTPUT AGING-FILE
003190     PERFORM 400-AGED-TRIAL-BALANCE-RTN
003200     PERFORM 500-WRITE-TOTALS-RTN
003210     CLOSE SALES-FILE
003220           CUSTOMER-MASTER-FILE
003230           AR-OPEN-FILE
003240           EXCEPTION-FILE
003250           AGING-FILE
003260     IF CSH-EXCEPTION-COUNT > ZERO
003270         MOVE 4 TO RETURN-CODE
003280     END-IF
003290     STOP RUN.
003300 105-ASSIGN-FILENAMES-RTN.
003310     MOVE SPACES TO CSH-ENV-VALUE
003320     ACCEPT CSH-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
003330     IF CSH-ENV-VALUE = SPACES
003340         ACCEPT CSH-RUN-DATE FROM DATE YYYYMMDD
003350     ELSE
003360         MOVE CSH-ENV-VALUE(1:8) TO CSH-RUN-DATE
003370     END-IF
003380     MOVE SPACES TO CSH-ENV-VALUE
003390     ACCEPT CSH-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
003400     IF CSH-ENV-VALUE = SPACES
003410         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
003420             TO CSH-OUTPUT-BASE-NAME
003430     ELSE
003440         MOVE CSH-ENV-VALUE TO CSH-OUTPUT-BASE-NAME
003450     END-IF
003460     MOVE SPACES TO CSH-SALES-FILE-NAME
003470     STRING CSH-OUTPUT-BASE-NAME DELIMITED BY SPACE
003480         '-' DELIMITED BY SIZE
003490         CSH-RUN-DATE DELIMITED BY SIZE
003500         '.TXT' DELIMITED BY SIZE
003510         INTO CSH-SALES-FILE-NAME
003520     END-STRING
003530     MOVE SPACES TO CSH-ENV-VALUE
003540     ACCEPT CSH-ENV-VALUE FROM ENVIRONMENT 'TRANS_CUSTMST_FILE'
003550     IF CSH-ENV-VALUE = SPACES
003560     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CustMaster.TXT'
003570         TO CSH-CUSTMST-FILE-NAME
003580     ELSE
003590         MOVE CSH-ENV-VALUE TO CSH-CUSTMST-FILE-NAME
003600     END-IF
003610     MOVE SPACES TO CSH-ENV-VALUE
003620     ACCEPT CSH-ENV-VALUE FROM ENVIRONMENT 'TRANS_PAYMENT_FILE'
003630     IF CSH-ENV-VALUE = SPACES
003640     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-Payments.TXT'
003650         TO CSH-PAYMENT-FILE-NAME
003660     ELSE
003670         MOVE CSH-ENV-VALUE TO CSH-PAYMENT-FILE-NAME
003680     END-IF
003690     MOVE SPACES TO CSH-ENV-VALUE
003700     ACCEPT CSH-ENV-VALUE FROM ENVIRONMENT 'TRANS_AROPEN_FILE'
003710     IF CSH-ENV-VALUE = SPACES
003720     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-AROpen.TXT'
003730         TO CSH-AROPEN-FILE-NAME
003740     ELSE
003750         MOVE CSH-ENV-VALUE TO CSH-AROPEN-FILE-NAME
003760     END-IF
003770     MOVE SPACES TO CSH-ENV-VALUE
003780     ACCEPT CSH-ENV-VALUE FROM ENVIRONMENT 'TRANS_AREXCP_FILE'
003790     IF CSH-ENV-VALUE = SPACES
003800     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ARExcept.TXT'
003810         TO CSH-EXCEPT-FILE-NAME
003820     ELSE
003830         MOVE CSH-ENV-VALUE TO CSH-EXCEPT-FILE-NAME
003840     END-IF
003850     MOVE SPACES TO CSH-ENV-VALUE
003860     ACCEPT CSH-ENV-VALUE FROM ENVIRONMENT 'TRANS_ARAGING_FILE'
003870     IF CSH-ENV-VALUE = SPACES
003880     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ARAging.TXT'
003890         TO CSH-AGING-FILE-NAME
003900     ELSE
003910         MOVE CSH-ENV-VALUE TO CSH-AGING-FILE-NAME
003920     END-IF.
003930 110-OPEN-AROPEN-RTN.
003940     OPEN I-O AR-OPEN-FILE
003950     IF CSH-AROPEN-FILE-STATUS = '35'
003960         OPEN OUTPUT AR-OPEN-FILE
003970         CLOSE AR-OPEN-FILE
003980         OPEN I-O AR-OPEN-FILE
003990     END-IF
004000     IF CSH-AROPEN-FILE-STATUS NOT = '00'
004010         DISPLAY 'AR-OPEN-FILE OPEN ERROR, STATUS '
004020             CSH-AROPEN-FILE-STATUS
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060 120-OPEN-PAYMENT-RTN.
004070     OPEN INPUT PAYMENT-FILE
004080     IF CSH-PAYMENT-FILE-STATUS = '35'
004090         SET CSH-PAYMENT-ABSENT TO TRUE
004100         DISPLAY 'CASHRCP: NO PAYMENT FILE, NO CASH APPLIED'
004110     ELSE
004120         IF CSH-PAYMENT-FILE-STATUS NOT = '00'
004130             DISPLAY 'PAYMENT-FILE OPEN ERROR, STATUS '
004140                 CSH-PAYMENT-FILE-STATUS
004150             MOVE 16 TO RETURN-CODE
004160             STOP RUN
004170         END-IF
004180     END-IF.
004190 200-READ-SALES-RTN.
004200     READ SALES-FILE
004210         AT END
004220             SET CSH-SALES-EOF TO TRUE
004230         NOT AT END
004240             ADD 1 TO CSH-SALES-READ
004250             PERFORM 210-POST-ITEM-RTN
004260     END-READ.
004270 210-POST-ITEM-RTN.
004280     IF CUST-ID-OUT NOT = CSH-PREV-CUST-ID
004290         MOVE CUST-ID-OUT TO CSH-PREV-CUST-ID
004300         PERFORM 220-LOOKUP-CUSTOMER-RTN
004310     END-IF
004320     MOVE CUST-ID-OUT TO AR-CUST-ID
004330     MOVE CSH-RUN-DATE TO AR-DOC-DATE
004340     SET AR-SALES-DOC TO TRUE
004350     MOVE SALES-SEQ-NO TO AR-DOC-NO
004360     MOVE TRANS-TYPE-OUT TO AR-TRANS-TYPE
004370     MOVE BATCH-NO-OUT TO AR-BATCH-NO
004380     MOVE CSH-RUN-DATE TO CSH-WORK-DATE-N
004390     IF NET-TOTAL-OUT > ZERO
004400         PERFORM 230-ADD-ONE-DAY-RTN CSH-TERM-DAYS TIMES
004410     END-IF
004420     MOVE CSH-WORK-DATE-N TO AR-DUE-DATE
004430     MOVE NET-TOTAL-OUT TO AR-ORIG-AMT
004440     MOVE ZERO TO AR-APPLIED-AMT
004450     MOVE NET-TOTAL-OUT TO AR-OPEN-AMT
004460     MOVE CSH-RUN-DATE TO AR-LAST-ACT-DATE
004470     MOVE SPACES TO AR-REF-NO
004480     IF AR-OPEN-AMT = ZERO
004490         SET AR-ITEM-CLOSED TO TRUE
004500     ELSE
004510         SET AR-ITEM-OPEN TO TRUE
004520     END-IF
004530     WRITE AR-OPEN-REC
004540         INVALID KEY
004550             ADD 1 TO CSH-ITEMS-ON-FILE
004560         NOT INVALID KEY
004570             ADD 1 TO CSH-ITEMS-POSTED
004580             ADD NET-TOTAL-OUT TO CSH-POSTED-TOTAL
004590     END-WRITE
004600     IF CSH-AROPEN-FILE-STATUS NOT = '00' AND
004610         CSH-AROPEN-FILE-STATUS NOT = '22'
004620         DISPLAY 'AR-OPEN-FILE WRITE ERROR, STATUS '
004630             CSH-AROPEN-FILE-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670 220-LOOKUP-CUSTOMER-RTN.
004680     SET CSH-CUST-NOT-FOUND TO TRUE
004690     MOVE ZERO TO CSH-TERM-DAYS
004700     MOVE CSH-PREV-CUST-ID TO CUST-ID-MST
004710     READ CUSTOMER-MASTER-FILE
004720         INVALID KEY
004730             MOVE SPACES TO CUST-TERMS-MST
004740         NOT INVALID KEY
004750             SET CSH-CUST-FOUND TO TRUE
004760     END-READ
004770     IF CSH-CUSTMST-FILE-STATUS NOT = '00' AND
004780         CSH-CUSTMST-FILE-STATUS NOT = '23'
004790         DISPLAY 'CUSTOMER-MASTER-FILE READ ERROR, STATUS '
004800             CSH-CUSTMST-FILE-STATUS
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF
004840     IF CUST-TERMS-MST IS NUMERIC
004850         MOVE CUST-TERMS-MST TO CSH-TERM-DAYS
004860     ELSE
004870         IF CUST-TERMS-MST(2:2) IS NUMERIC
004880             MOVE CUST-TERMS-MST(2:2) TO CSH-TERM-DAYS
004890         END-IF
004900     END-IF.
004910 230-ADD-ONE-DAY-RTN.
004920     MOVE CSH-MONTH-DAYS (CSH-WORK-MM) TO CSH-MONTH-LEN
004930     IF CSH-WORK-MM = 2
004940         PERFORM 235-CHECK-LEAP-YEAR-RTN
004950         IF CSH-LEAP-YEAR
004960             ADD 1 TO CSH-MONTH-LEN
004970         END-IF
004980     END-IF
004990     ADD 1 TO CSH-WORK-DD
005000     IF CSH-WORK-DD > CSH-MONTH-LEN
005010         MOVE 1 TO CSH-WORK-DD
005020         ADD 1 TO CSH-WORK-MM
005030         IF CSH-WORK-MM > 12
005040             MOVE 1 TO CSH-WORK-MM
005050             ADD 1 TO CSH-WORK-YYYY
005060         END-IF
005070     END-IF.
005080 235-CHECK-LEAP-YEAR-RTN.
005090     SET CSH-NOT-LEAP-YEAR TO TRUE
005100     DIVIDE CSH-WORK-YYYY BY 4 GIVING CSH-QUOTIENT
005110         REMAINDER CSH-REMAINDER
005120     IF CSH-REMAINDER = ZERO
005130         SET CSH-LEAP-YEAR TO TRUE
005140         DIVIDE CSH-WORK-YYYY BY 100 GIVING CSH-QUOTIENT
005150             REMAINDER CSH-REMAINDER
005160         IF CSH-REMAINDER = ZERO
005170             SET CSH-NOT-LEAP-YEAR TO TRUE
005180             DIVIDE CSH-WORK-YYYY BY 400 GIVING CSH-QUOTIENT
005190                 REMAINDER CSH-REMAINDER
005200             IF CSH-REMAINDER = ZERO
005210                 SET CSH-LEAP-YEAR TO TRUE
005220             END-IF
005230         END-IF
005240     END-IF.
005250 300-EXCEPTION-HEADING-RTN.
005260     ADD 1 TO CSH-EXC-PAGE-COUNT
005270     MOVE CSH-EXC-PAGE-COUNT TO CSH-EXC-HDG-PAGE-NO
005280     MOVE CSH-RUN-DATE TO CSH-EXC-HDG-DATE
005290     MOVE CSH-EXC-HEADING-1 TO EXCEPTION-LINE
005300     WRITE EXCEPTION-LINE
005310     MOVE CSH-EXC-HEADING-2 TO EXCEPTION-LINE
005320     WRITE EXCEPTION-LINE
005330     MOVE SPACES TO EXCEPTION-LINE
005340     WRITE EXCEPTION-LINE
005350     MOVE ZERO TO CSH-EXC-LINE-COUNT.
005360 310-READ-PAYMENT-RTN.
005370     READ PAYMENT-FILE
005380         AT END
005390             SET CSH-PAYMENT-EOF TO TRUE
005400         NOT AT END
005410             ADD 1 TO CSH-PAYMENTS-READ
005420             PERFORM 320-EDIT-PAYMENT-RTN
005430     END-READ.
005440 320-EDIT-PAYMENT-RTN.
005450     MOVE SPACES TO CSH-EXC-INV-DATE
005460     MOVE SPACES TO CSH-EXC-INV-DASH
005470     MOVE SPACES TO CSH-EXC-INV-SEQ
005480     IF PAY-CUST-ID-IN = SPACES OR
005490         PAY-AMOUNT-IN NOT NUMERIC OR
005500         PAY-AMOUNT-IN = ZERO
005510         MOVE ZERO TO CSH-EXC-AMOUNT
005520         MOVE 'INVALID PAYMENT' TO CSH-EXC-REASON
005530         PERFORM 350-WRITE-EXCEPTION-RTN
005540     ELSE
005550         MOVE PAY-CUST-ID-IN TO AR-CUST-ID
005560         MOVE CSH-RUN-DATE TO AR-DOC-DATE
005570         SET AR-PAYMENT-DOC TO TRUE
005580         MOVE CSH-PAYMENTS-READ TO AR-DOC-NO
005590         PERFORM 325-READ-AR-ITEM-RTN
005600         IF CSH-ITEM-FOUND
005610             ADD 1 TO CSH-PAYMENTS-ON-FILE
005620         ELSE
005630             PERFORM 330-POST-PAYMENT-RTN
005640         END-IF
005650     END-IF.
005660 325-READ-AR-ITEM-RTN.
005670     READ AR-OPEN-FILE
005680         INVALID KEY
005690             SET CSH-ITEM-NOT-FOUND TO TRUE
005700         NOT INVALID KEY
005710             SET CSH-ITEM-FOUND TO TRUE
005720     END-READ
005730     IF CSH-AROPEN-FILE-STATUS NOT = '00' AND
005740         CSH-AROPEN-FILE-STATUS NOT = '23'
005750         DISPLAY 'AR-OPEN-FILE READ ERROR, STATUS '
005760             CSH-AROPEN-FILE-STATUS
005770         MOVE 16 TO RETURN-CODE
005780         STOP RUN
005790     END-IF.
005800 330-POST-PAYMENT-RTN.
005810     ADD 1 TO CSH-PAYMENTS-POSTED
005820     ADD PAY-AMOUNT-IN TO CSH-CASH-TOTAL
005830     MOVE PAY-AMOUNT-IN TO CSH-REMAINING-AMT
005840     MOVE PAY-CUST-ID-IN TO CSH-PREV-CUST-ID
005850     PERFORM 220-LOOKUP-CUSTOMER-RTN
005860     IF CSH-CUST-NOT-FOUND
005870         MOVE PAY-AMOUNT-IN TO CSH-EXC-AMOUNT
005880         MOVE 'UNKNOWN CUSTOMER' TO CSH-EXC-REASON
005890         PERFORM 350-WRITE-EXCEPTION-RTN
005900     END-IF
005910     PERFORM 340-APPLY-INVOICE-RTN
005920         VARYING CSH-INV-SUB FROM 1 BY 1
005930         UNTIL CSH-INV-SUB > 5
005940     IF CSH-REMAINING-AMT > ZERO
005950         ADD CSH-REMAINING-AMT TO CSH-UNAPPLIED-TOTAL
005960         MOVE SPACES TO CSH-EXC-INV-DATE
005970         MOVE SPACES TO CSH-EXC-INV-DASH
005980         MOVE SPACES TO CSH-EXC-INV-SEQ
005990         MOVE CSH-REMAINING-AMT TO CSH-EXC-AMOUNT
006000         MOVE 'UNAPPLIED CASH' TO CSH-EXC-REASON
006010         PERFORM 350-WRITE-EXCEPTION-RTN
006020     END-IF
006030     PERFORM 345-WRITE-CASH-ITEM-RTN.
006040 340-APPLY-INVOICE-RTN.
006050     IF PAY-INVOICE-IN (CSH-INV-SUB) NOT = SPACES
006060         MOVE PAY-INVOICE-IN (CSH-INV-SUB) (1:8)
006070             TO CSH-EXC-INV-DATE
006080         MOVE '-' TO CSH-EXC-INV-DASH
006090         MOVE PAY-INVOICE-IN (CSH-INV-SUB) (9:7)
006100             TO CSH-EXC-INV-SEQ
006110         IF PAY-INV-DATE-IN (CSH-INV-SUB) NOT NUMERIC OR
006120             PAY-INV-SEQ-IN (CSH-INV-SUB) NOT NUMERIC
006130             MOVE ZERO TO CSH-EXC-AMOUNT
006140             MOVE 'BAD INVOICE REF' TO CSH-EXC-REASON
006150             PERFORM 350-WRITE-EXCEPTION-RTN
006160         ELSE
006170             MOVE PAY-CUST-ID-IN TO AR-CUST-ID
006180             MOVE PAY-INV-DATE-IN (CSH-INV-SUB) TO AR-DOC-DATE
006190             SET AR-SALES-DOC TO TRUE
006200             MOVE PAY-INV-SEQ-IN (CSH-INV-SUB) TO AR-DOC-NO
006210             PERFORM 325-READ-AR-ITEM-RTN
006220             IF CSH-ITEM-NOT-FOUND OR
006230                 AR-OPEN-AMT NOT > ZERO
006240                 MOVE ZERO TO CSH-EXC-AMOUNT
006250                 MOVE 'INVOICE NOT OPEN' TO CSH-EXC-REASON
006260                 PERFORM 350-WRITE-EXCEPTION-RTN
006270             ELSE
006280                 PERFORM 342-APPLY-TO-ITEM-RTN
006290             END-IF
006300         END-IF
006310     END-IF.
006320 342-APPLY-TO-ITEM-RTN.
006330     IF CSH-REMAINING-AMT NOT LESS THAN AR-OPEN-AMT
006340         MOVE AR-OPEN-AMT TO CSH-APPLY-AMT
006350     ELSE
006360         MOVE CSH-REMAINING-AMT TO CSH-APPLY-AMT
006370     END-IF
006380     ADD CSH-APPLY-AMT TO AR-APPLIED-AMT
006390     SUBTRACT CSH-APPLY-AMT FROM AR-OPEN-AMT
006400     SUBTRACT CSH-APPLY-AMT FROM CSH-REMAINING-AMT
006410     ADD CSH-APPLY-AMT TO CSH-APPLIED-TOTAL
006420     MOVE CSH-RUN-DATE TO AR-LAST-ACT-DATE
006430     IF AR-OPEN-AMT = ZERO
006440         SET AR-ITEM-CLOSED TO TRUE
006450     END-IF
006460     REWRITE AR-OPEN-REC
006470     IF CSH-AROPEN-FILE-STATUS NOT = '00'
006480         DISPLAY 'AR-OPEN-FILE REWRITE ERROR, STATUS '
006490             CSH-AROPEN-FILE-STATUS
006500         MOVE 16 TO RETURN-CODE
006510         STOP RUN
006520     END-IF
006530     IF AR-OPEN-AMT > ZERO
006540         MOVE AR-OPEN-AMT TO CSH-EXC-AMOUNT
006550         MOVE 'SHORT PAY' TO CSH-EXC-REASON
006560         PERFORM 350-WRITE-EXCEPTION-RTN
006570     END-IF.
006580 345-WRITE-CASH-ITEM-RTN.
006590     MOVE PAY-CUST-ID-IN TO AR-CUST-ID
006600     MOVE CSH-RUN-DATE TO AR-DOC-DATE
006610     SET AR-PAYMENT-DOC TO TRUE
006620     MOVE CSH-PAYMENTS-READ TO AR-DOC-NO
006630     MOVE SPACES TO AR-TRANS-TYPE
006640     MOVE ZERO TO AR-BATCH-NO
006650     MOVE CSH-RUN-DATE TO AR-DUE-DATE
006660     COMPUTE AR-ORIG-AMT = ZERO - PAY-AMOUNT-IN
006670     COMPUTE AR-APPLIED-AMT = PAY-AMOUNT-IN - CSH-REMAINING-AMT
006680     COMPUTE AR-OPEN-AMT = ZERO - CSH-REMAINING-AMT
006690     MOVE CSH-RUN-DATE TO AR-LAST-ACT-DATE
006700     MOVE PAY-CHECK-NO-IN TO AR-REF-NO
006710     IF AR-OPEN-AMT = ZERO
006720         SET AR-ITEM-CLOSED TO TRUE
006730     ELSE
006740         SET AR-ITEM-OPEN TO TRUE
006750     END-IF
006760     WRITE AR-OPEN-REC
006770     IF CSH-AROPEN-FILE-STATUS NOT = '00'
006780         DISPLAY 'AR-OPEN-FILE WRITE ERROR, STATUS '
006790             CSH-AROPEN-FILE-STATUS
006800         MOVE 16 TO RETURN-CODE
006810         STOP RUN
006820     END-IF.
006830 350-WRITE-EXCEPTION-RTN.
006840     IF CSH-EXC-LINE-COUNT NOT LESS THAN CSH-LINES-PER-PAGE
006850         PERFORM 300-EXCEPTION-HEADING-RTN
006860     END-IF
006870     MOVE PAY-CUST-ID-IN TO CSH-EXC-CUST
006880     MOVE PAY-CHECK-NO-IN TO CSH-EXC-CHECK
006890     MOVE CSH-EXC-DETAIL-LINE TO EXCEPTION-LINE
006900     WRITE EXCEPTION-LINE
006910     ADD 1 TO CSH-EXC-LINE-COUNT
006920     ADD 1 TO CSH-EXCEPTION-COUNT.
006930 400-AGED-TRIAL-BALANCE-RTN.
006940     MOVE CSH-RUN-DATE TO CSH-WORK-DATE-N
006950     PERFORM 430-DAY-NUMBER-RTN
006960     MOVE CSH-DAY-NUMBER TO CSH-RUN-DAY-NUMBER
006970     INITIALIZE CSH-CUST-AGING
006980     INITIALIZE CSH-GRAND-AGING
006990     PERFORM 440-AGING-HEADING-RTN
007000     SET CSH-AROPEN-NOT-EOF TO TRUE
007010     MOVE LOW-VALUES TO AR-KEY
007020     START AR-OPEN-FILE KEY IS NOT LESS THAN AR-KEY
007030         INVALID KEY
007040             SET CSH-AROPEN-EOF TO TRUE
007050     END-START
007060     PERFORM 410-READ-AROPEN-RTN UNTIL CSH-AROPEN-EOF
007070     IF CSH-AGE-CUST-ID NOT = SPACES
007080         PERFORM 450-CUSTOMER-AGING-RTN
007090     END-IF
007100     PERFORM 460-AGING-TOTAL-RTN.
007110 410-READ-AROPEN-RTN.
007120     READ AR-OPEN-FILE NEXT RECORD
007130         AT END
007140             SET CSH-AROPEN-EOF TO TRUE
007150         NOT AT END
007160             PERFORM 420-AGE-ITEM-RTN
007170     END-READ.
007180 420-AGE-ITEM-RTN.
007190     IF AR-CUST-ID NOT = CSH-AGE-CUST-ID
007200         IF CSH-AGE-CUST-ID NOT = SPACES
007210             PERFORM 450-CUSTOMER-AGING-RTN
007220         END-IF
007230         MOVE AR-CUST-ID TO CSH-AGE-CUST-ID
007240     END-IF
007250     IF AR-ITEM-OPEN
007260         IF AR-OPEN-AMT < ZERO
007270             MOVE 1 TO CSH-AGE-SUB
007280         ELSE
007290             MOVE AR-DUE-DATE TO CSH-WORK-DATE-N
007300             PERFORM 430-DAY-NUMBER-RTN
007310             COMPUTE CSH-DAYS-PAST-DUE =
007320                 CSH-RUN-DAY-NUMBER - CSH-DAY-NUMBER
007330             EVALUATE TRUE
007340                 WHEN CSH-DAYS-PAST-DUE NOT > 0
007350                     MOVE 1 TO CSH-AGE-SUB
007360                 WHEN CSH-DAYS-PAST-DUE NOT > 30
007370                     MOVE 2 TO CSH-AGE-SUB
007380                 WHEN CSH-DAYS-PAST-DUE NOT > 60
007390                     MOVE 3 TO CSH-AGE-SUB
007400                 WHEN CSH-DAYS-PAST-DUE NOT > 90
007410                     MOVE 4 TO CSH-AGE-SUB
007420                 WHEN OTHER
007430                     MOVE 5 TO CSH-AGE-SUB
007440             END-EVALUATE
007450         END-IF
007460         ADD AR-OPEN-AMT TO CSH-CUST-BUCKET (CSH-AGE-SUB)
007470         ADD AR-OPEN-AMT TO CSH-CUST-BALANCE
007480     END-IF.
007490 430-DAY-NUMBER-RTN.
007500     SUBTRACT 1 FROM CSH-WORK-YYYY GIVING CSH-PRIOR-YEARS
007510     MULTIPLY CSH-PRIOR-YEARS BY 365 GIVING CSH-DAY-NUMBER
007520     DIVIDE CSH-PRIOR-YEARS BY 4 GIVING CSH-QUOTIENT
007530     ADD CSH-QUOTIENT TO CSH-DAY-NUMBER
007540     DIVIDE CSH-PRIOR-YEARS BY 100 GIVING CSH-QUOTIENT
007550     SUBTRACT CSH-QUOTIENT FROM CSH-DAY-NUMBER
007560     DIVIDE CSH-PRIOR-YEARS BY 400 GIVING CSH-QUOTIENT
007570     ADD CSH-QUOTIENT TO CSH-DAY-NUMBER
007580     ADD CSH-CUM-DAYS (CSH-WORK-MM) TO CSH-DAY-NUMBER
007590     ADD CSH-WORK-DD TO CSH-DAY-NUMBER
007600     IF CSH-WORK-MM > 2
007610         PERFORM 235-CHECK-LEAP-YEAR-RTN
007620         IF CSH-LEAP-YEAR
007630             ADD 1 TO CSH-DAY-NUMBER
007640         END-IF
007650     END-IF.
007660 440-AGING-HEADING-RTN.
007670     ADD 1 TO CSH-AGE-PAGE-COUNT
007680     MOVE CSH-AGE-PAGE-COUNT TO CSH-AGE-HDG-PAGE-NO
007690     MOVE CSH-RUN-DATE TO CSH-AGE-HDG-DATE
007700     MOVE CSH-AGE-HEADING-1 TO AGING-LINE
007710     WRITE AGING-LINE
007720     MOVE CSH-AGE-HEADING-2 TO AGING-LINE
007730     WRITE AGING-LINE
007740     MOVE SPACES TO AGING-LINE
007750     WRITE AGING-LINE
007760     MOVE ZERO TO CSH-AGE-LINE-COUNT.
007770 450-CUSTOMER-AGING-RTN.
007780     IF CSH-CUST-BALANCE NOT = ZERO OR
007790         CSH-CUST-BUCKET (1) NOT = ZERO
007800         IF CSH-AGE-LINE-COUNT NOT LESS THAN CSH-LINES-PER-PAGE
007810             PERFORM 440-AGING-HEADING-RTN
007820         END-IF
007830         MOVE CSH-AGE-CUST-ID TO CSH-AGE-CUST
007840         MOVE CSH-CUST-BUCKET (1) TO CSH-AGE-CURRENT
007850         MOVE CSH-CUST-BUCKET (2) TO CSH-AGE-30
007860         MOVE CSH-CUST-BUCKET (3) TO CSH-AGE-60
007870         MOVE CSH-CUST-BUCKET (4) TO CSH-AGE-90
007880         MOVE CSH-CUST-BUCKET (5) TO CSH-AGE-OVER-90
007890         MOVE CSH-CUST-BALANCE TO CSH-AGE-BALANCE
007900         MOVE CSH-AGE-DETAIL-LINE TO AGING-LINE
007910         WRITE AGING-LINE
007920         ADD 1 TO CSH-AGE-LINE-COUNT
007930         ADD 1 TO CSH-AGED-CUST-COUNT
007940         PERFORM 455-ADD-GRAND-BUCKET-RTN
007950             VARYING CSH-AGE-SUB FROM 1 BY 1
007960             UNTIL CSH-AGE-SUB > 5
007970         ADD CSH-CUST-BALANCE TO CSH-GRAND-BALANCE
007980     END-IF
007990     INITIALIZE CSH-CUST-AGING.
008000 455-ADD-GRAND-BUCKET-RTN.
008010     ADD CSH-CUST-BUCKET (CSH-AGE-SUB)
008020         TO CSH-GRAND-BUCKET (CSH-AGE-SUB).
008030 460-AGING-TOTAL-RTN.
008040     MOVE SPACES TO AGING-LINE
008050     WRITE AGING-LINE
008060     MOVE 'TOTAL ' TO CSH-AGE-CUST
008070     MOVE CSH-GRAND-BUCKET (1) TO CSH-AGE-CURRENT
008080     MOVE CSH-GRAND-BUCKET (2) TO CSH-AGE-30
008090     MOVE CSH-GRAND-BUCKET (3) TO CSH-AGE-60
008100     MOVE CSH-GRAND-BUCKET (4) TO CSH-AGE-90
008110     MOVE CSH-GRAND-BUCKET (5) TO CSH-AGE-OVER-90
008120     MOVE CSH-GRAND-BALANCE TO CSH-AGE-BALANCE
008130     MOVE CSH-AGE-DETAIL-LINE TO AGING-LINE
008140     WRITE AGING-LINE
008150     MOVE SPACES TO CSH-TOTAL-LINE
008160     MOVE 'CUSTOMERS WITH BALANCE ' TO CSH-TOT-LABEL
008170     MOVE CSH-AGED-CUST-COUNT TO CSH-TOT-COUNT
008180     MOVE CSH-TOTAL-LINE TO AGING-LINE
008190     WRITE AGING-LINE.
008200 500-WRITE-TOTALS-RTN.
008210     MOVE SPACES TO EXCEPTION-LINE
008220     WRITE EXCEPTION-LINE
008230     MOVE SPACES TO CSH-TOTAL-LINE
008240     MOVE 'POSTINGS LOADED         ' TO CSH-TOT-LABEL
008250     MOVE CSH-ITEMS-POSTED TO CSH-TOT-COUNT
008260     MOVE CSH-POSTED-TOTAL TO CSH-TOT-AMOUNT
008270     MOVE CSH-TOTAL-LINE TO EXCEPTION-LINE
008280     WRITE EXCEPTION-LINE
008290     MOVE SPACES TO CSH-TOTAL-LINE
008300     MOVE 'POSTINGS ALREADY ON FILE' TO CSH-TOT-LABEL
008310     MOVE CSH-ITEMS-ON-FILE TO CSH-TOT-COUNT
008320     MOVE CSH-TOTAL-LINE TO EXCEPTION-LINE
008330     WRITE EXCEPTION-LINE
008340     MOVE SPACES TO CSH-TOTAL-LINE
008350     MOVE 'PAYMENTS APPLIED        ' TO CSH-TOT-LABEL
008360     MOVE CSH-PAYMENTS-POSTED TO CSH-TOT-COUNT
008370     MOVE CSH-CASH-TOTAL TO CSH-TOT-AMOUNT
008380     MOVE CSH-TOTAL-LINE TO EXCEPTION-LINE
008390     WRITE EXCEPTION-LINE
008400     MOVE SPACES TO CSH-TOTAL-LINE
008410     MOVE 'PAYMENTS ALREADY ON FILE' TO CSH-TOT-LABEL
008420     MOVE CSH-PAYMENTS-ON-FILE TO CSH-TOT-COUNT
008430     MOVE CSH-TOTAL-LINE TO EXCEPTION-LINE
008440     WRITE EXCEPTION-LINE
008450     MOVE SPACES TO CSH-TOTAL-LINE
008460     MOVE 'CASH APPLIED TO ITEMS   ' TO CSH-TOT-LABEL
008470     MOVE CSH-APPLIED-TOTAL TO CSH-TOT-AMOUNT
008480     MOVE CSH-TOTAL-LINE TO EXCEPTION-LINE
008490     WRITE EXCEPTION-LINE
008500     MOVE SPACES TO CSH-TOTAL-LINE
008510     MOVE 'CASH UNAPPLIED          ' TO CSH-TOT-LABEL
008520     MOVE CSH-UNAPPLIED-TOTAL TO CSH-TOT-AMOUNT
008530     MOVE CSH-TOTAL-LINE TO EXCEPTION-LINE
008540     WRITE EXCEPTION-LINE
008550     MOVE SPACES TO CSH-TOTAL-LINE
008560     MOVE 'EXCEPTIONS LISTED       ' TO CSH-TOT-LABEL
008570     MOVE CSH-EXCEPTION-COUNT TO CSH-TOT-COUNT
008580     MOVE CSH-TOTAL-LINE TO EXCEPTION-LINE
008590     WRITE EXCEPTION-LINE
008600     IF CSH-EXCEPTION-COUNT > ZERO
008610         DISPLAY 'CASHRCP: ' CSH-EXCEPTION-COUNT
008620             ' AR EXCEPTION(S) LISTED FOR THE AR CLERK'
008630     END-IF.
