002370*                   ANNUAL QUOTA FIELDS (SEE MSTMNT AND THE NEW          *
002380*                   SLSPRF PERFORMANCE REPORT) SO RECORD LAYOUTS         *
002390*                   STAY IN SYNC; POSTING LOGIC IS UNCHANGED.            *
002400*  10/15/2026  JS   CREDIT-LIMIT CHECK.  A VALID SALE FOR A  *
002410*                   CUSTOMER WITH A CREDIT LIMIT ON FILE IS  *
002420*                   PRICED AS USUAL, THEN                    *
002430*                   218-CHECK-CREDIT-RTN ADDS THE CUSTOMER'S *
002440*                   OPEN AR-OPEN-FILE BALANCE AND THE DAY'S  *
002450*                   NET ALREADY POSTED TO IT.  IF THAT       *
002460*                   EXPOSURE PLUS THIS SALE WOULD GO OVER    *
002470*                   CUST-CREDIT-LIMIT-MST THE PRICED SALE IS *
002480*                   WRITTEN TO THE NEW CREDIT-HOLD-FILE      *
002490*                   INSTEAD OF SALES-FILE AND NO STOCK IS    *
002500*                   RELIEVED.  CRDREL RELEASES OR DECLINES   *
002510*                   HELD SALES.  A ZERO LIMIT MEANS NO       *
002520*                   LIMIT.  NEW 'RECORDS HELD' CONTROL LINE  *
002530*                   AND CKPT-RECORDS-HELD ON THE CHECKPOINT. *
002540*  10/15/2026  JS   PRODUCT-MASTER-REC PICKS UP THE PRIMARY  *
002550*                   VENDOR AND REORDER QUANTITY (SEE MSTMNT  *
002560*                   AND THE NEW POGEN PURCHASE ORDER RUN) SO *
002570*                   RECORD LAYOUTS STAY IN SYNC.             *
002580*  10/15/2026  JS   STANDARD COST.  EXTENDED COST IS CARRIED *
002590*                   ON EVERY SALES-REC FROM THE PRODUCT      *
002600*                   STANDARD COST OR AN EFFECTIVE-DATED      *
002610*                   COST, BACKED OUT ON RETURNS.             *
002620*  10/15/2026  JS   STOCK JOURNAL.  EVERY ON-HAND CHANGE IN  *
002630*                   222-UPDATE-STOCK-RTN IS WRITTEN TO       *
002640*                   STOCK-JOURNAL-FILE WITH THE BATCH,       *
002650*                   SALES-SEQ-NO AND QUANTITY BEFORE AND     *
002660*                   AFTER SO STKREC CAN PROVE                *
002670*                   QTY-ON-HAND-MST.                         *
002680*  10/15/2026  JS   STOREFRONT ORDER NUMBER.  TRANS-REC      *
002690*                   CARRIES ORDER-NO-IN (FILLED BY ORDIMP)   *
002700*                   AND IT IS PASSED TO ORDER-NO-OUT ON      *
002710*                   SALES-REC, TO REJ-ORDER-NO-IN ON         *
002720*                   REJECT-REC AND TO THE CREDIT HOLD IMAGE  *
002730*                   SO ORDACK CAN ACKNOWLEDGE EVERY ORDER.   *
002740*  10/15/2026  JS   DUPLICATE CHECK.  EVERY VALID RECORD IS  *
002750*                   COMPARED WITH THE SALES ALREADY ON THE   *
002760*                   DAY'S SALES-FILE FROM EARLIER BATCHES    *
002770*                   (AND, ON A CHECKPOINT RESTART, FROM PAST *
002780*                   THE CHECKPOINT) ON CUSTOMER,             *
002790*                   SALESPERSON, PRODUCT, QUANTITY AND       *
002800*                   TRANSACTION TYPE.  A MATCH IS NOT POSTED *
002810*                   BUT WRITTEN TO THE NEW INDEXED           *
002820*                   DUP-SUSPECT-FILE (TRANS_DUPSUSP_FILE)    *
002830*                   WITH THE PRICED SALES IMAGE AND THE      *
002840*                   SEQUENCE NUMBER IT MATCHED, FOR A        *
002850*                   SUPERVISOR TO RELEASE OR DISCARD IN      *
002860*                   DUPREL.  THE SUSPECT COUNT IS CARRIED ON *
002870*                   THE CHECKPOINT AND WRITTEN TO THE        *
002880*                   CONTROL FILE AS RECORDS SUSPECT FOR      *
002890*                   DLYBAL.                                  *
002900*  10/15/2026  JS   ADDED CONTRACT-PRICE-FILE, KEYED ON      *
002910*                   CUSTOMER PLUS PRODUCT.  A NEW            *
002920*                   232-LOOKUP-CONTRACT-RTN REPLACES THE     *
002930*                   LIST OR EFFECTIVE-DATED PRICE WITH THE   *
002940*                   CONTRACT PRICE WHEN ONE IS IN FORCE FOR  *
002950*                   CUST-ID-IN ON THE RUN DATE, SO CONTRACT  *
002960*                   SALES NO LONGER HAVE TO BE KEYED AS      *
002970*                   OVERRIDES.  AN OVERRIDE NOW VARIES       *
002980*                   AGAINST THE CONTRACT PRICE.  THE NEW     *
002990*                   PRICE-SOURCE-OUT ON SALES-REC RECORDS    *
003000*                   WHICH PRICE WAS USED (L LIST, E          *
003010*                   EFFECTIVE-DATED, C CONTRACT, O OVERRIDE) *
003020*                   AND IS CARRIED ON THE HOLD AND SUSPECT   *
003030*                   IMAGES.                                  *
003040*  10/15/2026  JS   THE RUN DATE COMES FROM TRANS_RUN_DATE   *
003050*                   WHEN IT IS SET (AS IN REJRSB AND         *
003060*                   DLYBAL), OTHERWISE FROM THE SYSTEM DATE, *
003070*                   SO A JOBSTR STREAM THAT STARTS AFTER     *
003080*                   MIDNIGHT POSTS TO THE SAME SALES-FILE    *
003090*                   ITS LATER STEPS BALANCE.  A RESTART      *
003100*                   STILL TAKES CKPT-RUN-DATE.               *
003110*----------------------------------------------------------*
003120 ENVIRONMENT DIVISION.
003130 INPUT-OUTPUT SECTION.
003140 FILE-CONTROL.
003150     SELECT TRANS-FILE
003160         ASSIGN TO TRN-INPUT-FILE-NAME
003170         ORGANIZATION IS LINE SEQUENTIAL.
003180     SELECT SALES-FILE
003190         ASSIGN TO TRN-SALES-FILE-NAME
003200         ORGANIZATION IS INDEXED
003210         ACCESS MODE IS DYNAMIC
003220         RECORD KEY IS SALES-SEQ-NO
003230         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
003240         FILE STATUS IS TRN-SALESFILE-STATUS.
003250     SELECT REJECT-FILE
003260         ASSIGN TO TRN-REJECT-FILE-NAME
003270         ORGANIZATION IS LINE SEQUENTIAL.
003280     SELECT CONTROL-FILE
003290         ASSIGN TO TRN-CONTROL-FILE-NAME
003300         ORGANIZATION IS LINE SEQUENTIAL.
003310     SELECT CHECKPOINT-FILE
003320         ASSIGN TO TRN-CKPT-FILE-NAME
003330         ORGANIZATION IS RELATIVE
003340         ACCESS MODE IS RANDOM
003350         RELATIVE KEY IS TRN-CKPT-REL-KEY
003360         FILE STATUS IS TRN-CKPT-FILE-STATUS.
003370     SELECT PRODUCT-MASTER-FILE
003380         ASSIGN TO TRN-PRODMST-FILE-NAME
003390         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003410         RECORD KEY IS PRODUCT-CODE-MST
003420         FILE STATUS IS TRN-PRODMST-FILE-STATUS.
003430     SELECT AUDIT-LOG-FILE
003440         ASSIGN TO TRN-AUDIT-FILE-NAME
003450         ORGANIZATION IS LINE SEQUENTIAL
003460         FILE STATUS IS TRN-AUDIT-FILE-STATUS.
003470     SELECT STOCK-JOURNAL-FILE
003480         ASSIGN TO TRN-STKJRNL-FILE-NAME
003490         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS TRN-STKJRNL-FILE-STATUS.
003510     SELECT SALESPERSON-MASTER-FILE
003520         ASSIGN TO TRN-SLSMST-FILE-NAME
003530         ORGANIZATION IS INDEXED
003540         ACCESS MODE IS RANDOM
003550         RECORD KEY IS SLS-ID-MST
003560         FILE STATUS IS TRN-SLSMST-FILE-STATUS.
003570     SELECT TAX-RATE-FILE
003580         ASSIGN TO TRN-TAXRATE-FILE-NAME
003590         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003610         RECORD KEY IS TAX-CODE-KEY
003620         FILE STATUS IS TRN-TAXRATE-FILE-STATUS.
003630     SELECT PRICE-EFFECT-FILE
003640         ASSIGN TO TRN-PRICEEFF-FILE-NAME
003650         ORGANIZATION IS INDEXED
003660         ACCESS MODE IS DYNAMIC
003670         RECORD KEY IS PRC-KEY
003680         FILE STATUS IS TRN-PRICEEFF-FILE-STATUS.
003690     SELECT CONTRACT-PRICE-FILE
003700         ASSIGN TO TRN-CONTRACT-FILE-NAME
003710         ORGANIZATION IS INDEXED
003720         ACCESS MODE IS RANDOM
003730         RECORD KEY IS CTR-KEY
003740         FILE STATUS IS TRN-CONTRACT-FILE-STATUS.
003750     SELECT TAX-EFFECT-FILE
003760         ASSIGN TO TRN-TAXEFF-FILE-NAME
003770         ORGANIZATION IS INDEXED
003780         ACCESS MODE IS DYNAMIC
003790         RECORD KEY IS TXE-KEY
003800         FILE STATUS IS TRN-TAXEFF-FILE-STATUS.
003810     SELECT COST-EFFECT-FILE
003820         ASSIGN TO TRN-COSTEFF-FILE-NAME
003830         ORGANIZATION IS INDEXED
003840         ACCESS MODE IS DYNAMIC
003850         RECORD KEY IS CST-KEY
003860         FILE STATUS IS TRN-COSTEFF-FILE-STATUS.
003870     SELECT DAY-STATUS-FILE
003880         ASSIGN TO TRN-DAYSTAT-FILE-NAME
003890         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
003910         RECORD KEY IS DST-DATE
003920         FILE STATUS IS TRN-DAYSTAT-FILE-STATUS.
003930     SELECT AUTH-MASTER-FILE
003940         ASSIGN TO TRN-AUTHMST-FILE-NAME
003950         ORGANIZATION IS INDEXED
003960         ACCESS MODE IS RANDOM
003970         RECORD KEY IS AUTH-ID-MST
003980         FILE STATUS IS TRN-AUTHMST-FILE-STATUS.
003990     SELECT CUSTOMER-MASTER-FILE
004000         ASSIGN TO TRN-CUSTMST-FILE-NAME
004010         ORGANIZATION IS INDEXED
004020         ACCESS MODE IS RANDOM
004030         RECORD KEY IS CUST-ID-MST
004040         FILE STATUS IS TRN-CUSTMST-FILE-STATUS.
004050     SELECT AR-OPEN-FILE
004060         ASSIGN TO TRN-AROPEN-FILE-NAME
004070         ORGANIZATION IS INDEXED
004080         ACCESS MODE IS DYNAMIC
004090         RECORD KEY IS AR-KEY
004100         FILE STATUS IS TRN-AROPEN-FILE-STATUS.
004110     SELECT CREDIT-HOLD-FILE
004120         ASSIGN TO TRN-CRHOLD-FILE-NAME
004130         ORGANIZATION IS INDEXED
004140         ACCESS MODE IS RANDOM
004150         RECORD KEY IS HLD-KEY
004160         FILE STATUS IS TRN-CRHOLD-FILE-STATUS.
004170     SELECT DUP-SUSPECT-FILE
004180         ASSIGN TO TRN-DUPSUSP-FILE-NAME
004190         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004210         RECORD KEY IS SUS-KEY
004220         FILE STATUS IS TRN-DUPSUSP-FILE-STATUS.
004230 DATA DIVISION.
004240 FILE SECTION.
004250 FD TRANS-FILE.
004260 01 TRANS-REC.
004270    05 NAME-IN         PIC X(20).
004280    05 PRODUCT-CODE-IN PIC X(06).
004290    05 UNIT-PRICE-IN   PIC 9(3)V99.
004300    05 QTY-SOLD-IN     PIC 999.
004310    05 TRANS-TYPE-IN   PIC X(01).
004320       88 TRANS-TYPE-SALE        VALUES 'S', SPACE.
004330       88 TRANS-TYPE-RETURN      VALUE 'R'.
004340    05 SLSP-ID-IN      PIC X(05).
004350    05 CUST-ID-IN      PIC X(06).
004360    05 JURIS-CODE-IN   PIC X(02).
004370    05 OVERRIDE-FLAG-IN PIC X(01).
004380       88 OVERRIDE-REQUESTED      VALUE 'O'.
004390       88 OVERRIDE-NOT-ASKED      VALUE SPACE.
004400    05 OVERRIDE-PRICE-IN PIC 9(3)V99.
004410    05 APPROVER-ID-IN  PIC X(05).
004420    05 ORDER-NO-IN     PIC X(12).
004430 FD SALES-FILE.
004440 01 SALES-REC.
004450    05 SALES-SEQ-NO         PIC 9(07).
004460    05 NAME-OUT             PIC X(20).
004470    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
004480    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
004490    05 DISCOUNT-RATE-OUT    PIC V999.
004500    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
004510    05 NET-TOTAL-OUT        PIC S9(6)V99.
004520    05 SOURCE-CODE-OUT      PIC X(01).
004530    05 TRANS-TYPE-OUT       PIC X(01).
004540    05 SLS-ID-OUT           PIC X(05).
004550    05 BATCH-NO-OUT         PIC 9(03).
004560    05 CUST-ID-OUT          PIC X(06).
004570    05 PRODUCT-CODE-OUT     PIC X(06).
004580    05 QTY-SOLD-OUT         PIC 9(03).
004590    05 JURIS-CODE-OUT       PIC X(02).
004600    05 OVERRIDE-FLAG-OUT    PIC X(01).
004610    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
004620    05 APPROVER-ID-OUT      PIC X(05).
004630    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
004640    05 EXT-COST-OUT         PIC S9(6)V99.
004650    05 ORDER-NO-OUT         PIC X(12).
004660    05 PRICE-SOURCE-OUT     PIC X(01).
004670 FD REJECT-FILE.
004680 01 REJECT-REC.
004690    05 REJ-NAME-IN         PIC X(20).
004700    05 REJ-PRODUCT-CODE-IN PIC X(06).
004710    05 REJ-UNIT-PRICE-IN   PIC 9(3)V99.
004720    05 REJ-QTY-SOLD-IN     PIC 999.
004730    05 REJ-TRANS-TYPE-IN   PIC X(01).
004740    05 REJ-SLSP-ID-IN      PIC X(05).
004750    05 REJ-CUST-ID-IN      PIC X(06).
004760    05 REJ-JURIS-CODE-IN   PIC X(02).
004770    05 REJ-OVERRIDE-FLAG-IN PIC X(01).
004780    05 REJ-OVERRIDE-PRICE-IN PIC 9(3)V99.
004790    05 REJ-APPROVER-ID-IN  PIC X(05).
004800    05 REJ-REASON-CODE     PIC X(4).
004810    05 REJ-REASON-TEXT     PIC X(40).
004820    05 REJ-ORDER-NO-IN     PIC X(12).
004830 FD CONTROL-FILE.
004840 01 CONTROL-REC.
004850    05 CTL-LABEL             PIC X(20).
004860    05 CTL-VALUE             PIC X(20).
004870 FD CHECKPOINT-FILE.
004880 01 CHECKPOINT-REC.
004890    05 CKPT-RUN-DATE            PIC 9(08).
004900    05 CKPT-RECORDS-READ        PIC 9(07).
004910    05 CKPT-RECORDS-WRITTEN     PIC 9(07).
004920    05 CKPT-RECORDS-REJECTED    PIC 9(07).
004930    05 CKPT-DOLLAR-TOTAL        PIC S9(09)V99.
004940    05 CKPT-LAST-SEQ-NO         PIC 9(07).
004950    05 CKPT-STATUS              PIC X(01).
004960        88 CKPT-COMPLETE             VALUE 'C'.
004970        88 CKPT-IN-PROGRESS          VALUE 'I'.
004980    05 CKPT-BATCH-NO            PIC 9(03).
004990    05 CKPT-RECORDS-HELD        PIC 9(07).
005000    05 CKPT-RECORDS-SUSPECT     PIC 9(07).
005010 FD PRODUCT-MASTER-FILE.
005020 01 PRODUCT-MASTER-REC.
005030    05 PRODUCT-CODE-MST      PIC X(06).
005040    05 PRODUCT-DESC-MST      PIC X(20).
005050    05 UNIT-PRICE-MST        PIC 9(3)V99.
005060    05 QTY-ON-HAND-MST       PIC 9(07).
005070    05 REORDER-POINT-MST     PIC 9(07).
005080    05 QTY-ON-ORDER-MST      PIC 9(07).
005090    05 PRIMARY-VENDOR-MST    PIC X(06).
005100    05 REORDER-QTY-MST       PIC 9(07).
005110    05 STD-COST-MST          PIC 9(3)V99.
005120 FD SALESPERSON-MASTER-FILE.
005130 01 SALESPERSON-MASTER-REC.
005140    05 SLS-ID-MST            PIC X(05).
005150    05 SLS-NAME-MST          PIC X(20).
005160    05 SLS-MTH-QUOTA-MST     PIC 9(7)V99.
005170    05 SLS-ANN-QUOTA-MST     PIC 9(8)V99.
005180 FD DAY-STATUS-FILE.
005190 01 DAY-STATUS-REC.
005200    05 DST-DATE             PIC 9(08).
005210    05 DST-STATUS           PIC X(01).
005220       88 DST-OPEN              VALUE 'O'.
005230       88 DST-BALANCED          VALUE 'B'.
005240       88 DST-POSTED-GL         VALUE 'P'.
005250       88 DST-CLOSED            VALUE 'C'.
005260    05 DST-UPDT-DATE        PIC 9(08).
005270    05 DST-UPDT-USER        PIC X(08).
005280 FD AUTH-MASTER-FILE.
005290 01 AUTH-MASTER-REC.
005300    05 AUTH-ID-MST           PIC X(05).
005310    05 AUTH-NAME-MST         PIC X(20).
005320    05 AUTH-LIMIT-MST        PIC 9(6)V99.
005330 FD CUSTOMER-MASTER-FILE.
005340 01 CUSTOMER-MASTER-REC.
005350    05 CUST-ID-MST           PIC X(06).
005360    05 CUST-NAME-MST         PIC X(20).
005370    05 CUST-ADDR1-MST        PIC X(25).
005380    05 CUST-ADDR2-MST        PIC X(25).
005390    05 CUST-CREDIT-LIMIT-MST PIC 9(7)V99.
005400    05 CUST-TERMS-MST        PIC X(03).
005410 FD AUDIT-LOG-FILE.
005420 01 AUDIT-LOG-REC.
005430    05 AUD-RUN-DATE             PIC 9(08).
005440    05 FILLER                   PIC X(01) VALUE SPACE.
005450    05 AUD-RECORDS-READ         PIC 9(07).
005460    05 FILLER                   PIC X(01) VALUE SPACE.
005470    05 AUD-RECORDS-WRITTEN      PIC 9(07).
005480    05 FILLER                   PIC X(01) VALUE SPACE.
005490    05 AUD-RECORDS-REJECTED     PIC 9(07).
005500    05 FILLER                   PIC X(01) VALUE SPACE.
005510    05 AUD-DOLLAR-TOTAL         PIC S9(09)V99
005520                                SIGN LEADING SEPARATE.
005530    05 FILLER                   PIC X(01) VALUE SPACE.
005540    05 AUD-BATCH-NO             PIC 9(03).
005550 FD STOCK-JOURNAL-FILE.
005560 01 STOCK-JOURNAL-REC.
005570    05 JRN-PRODUCT-CODE         PIC X(06).
005580    05 FILLER                   PIC X(01).
005590    05 JRN-MOVE-DATE            PIC 9(08).
005600    05 FILLER                   PIC X(01).
005610    05 JRN-SOURCE-PGM           PIC X(08).
005620    05 FILLER                   PIC X(01).
005630    05 JRN-MOVE-TYPE            PIC X(01).
005640    05 FILLER                   PIC X(01).
005650    05 JRN-REFERENCE.
005660       10 JRN-BATCH-NO          PIC 9(03).
005670       10 JRN-SEQ-NO            PIC 9(07).
005680       10 FILLER                PIC X(05).
005690    05 JRN-MAINT-REF REDEFINES JRN-REFERENCE.
005700       10 JRN-USER-ID           PIC X(08).
005710       10 JRN-MAINT-REC-NO      PIC 9(07).
005720    05 FILLER                   PIC X(01).
005730    05 JRN-QTY-BEFORE           PIC 9(07).
005740    05 FILLER                   PIC X(01).
005750    05 JRN-QTY-AFTER            PIC 9(07).
005760    05 FILLER                   PIC X(01).
005770    05 JRN-STAMP-DATE           PIC 9(08).
005780    05 FILLER                   PIC X(01).
005790    05 JRN-STAMP-TIME           PIC 9(08).
005800 FD TAX-RATE-FILE.
005810 01 TAX-RATE-REC.
005820    05 TAX-CODE-KEY.
005830       10 TAX-PROD-CODE          PIC X(06).
005840       10 TAX-JURIS-CODE         PIC X(02).
005850    05 TAX-RATE-PCT             PIC V999.
005860 FD PRICE-EFFECT-FILE.
005870 01 PRICE-EFFECT-REC.
005880    05 PRC-KEY.
005890       10 PRC-PRODUCT-CODE      PIC X(06).
005900       10 PRC-EFF-DATE          PIC 9(08).
005910    05 PRC-UNIT-PRICE           PIC 9(3)V99.
005920 FD CONTRACT-PRICE-FILE.
005930 01 CONTRACT-PRICE-REC.
005940    05 CTR-KEY.
005950       10 CTR-CUST-ID           PIC X(06).
005960       10 CTR-PRODUCT-CODE      PIC X(06).
005970    05 CTR-START-DATE           PIC 9(08).
005980    05 CTR-END-DATE             PIC 9(08).
005990    05 CTR-UNIT-PRICE           PIC 9(3)V99.
006000 FD TAX-EFFECT-FILE.
006010 01 TAX-EFFECT-REC.
006020    05 TXE-KEY.
006030       10 TXE-CODE              PIC X(06).
006040       10 TXE-JURIS              PIC X(02).
006050       10 TXE-EFF-DATE          PIC 9(08).
006060    05 TXE-RATE-PCT             PIC V999.
006070 FD COST-EFFECT-FILE.
006080 01 COST-EFFECT-REC.
006090    05 CST-KEY.
006100       10 CST-PRODUCT-CODE      PIC X(06).
006110       10 CST-EFF-DATE          PIC 9(08).
006120    05 CST-UNIT-COST            PIC 9(3)V99.
006130 FD AR-OPEN-FILE.
006140 01 AR-OPEN-REC.
006150    05 AR-KEY.
006160       10 AR-CUST-ID        PIC X(06).
006170       10 AR-DOC-DATE       PIC 9(08).
006180       10 AR-DOC-TYPE       PIC X(01).
006190          88 AR-SALES-DOC          VALUE 'I'.
006200          88 AR-PAYMENT-DOC        VALUE 'P'.
006210       10 AR-DOC-NO         PIC 9(07).
006220    05 AR-TRANS-TYPE        PIC X(01).
006230    05 AR-BATCH-NO          PIC 9(03).
006240    05 AR-DUE-DATE          PIC 9(08).
006250    05 AR-ORIG-AMT          PIC S9(7)V99.
006260    05 AR-APPLIED-AMT       PIC S9(7)V99.
006270    05 AR-OPEN-AMT          PIC S9(7)V99.
006280    05 AR-LAST-ACT-DATE     PIC 9(08).
006290    05 AR-REF-NO            PIC X(10).
006300    05 AR-STATUS            PIC X(01).
006310       88 AR-ITEM-OPEN             VALUE 'O'.
006320       88 AR-ITEM-CLOSED           VALUE 'C'.
006330 FD CREDIT-HOLD-FILE.
006340 01 CREDIT-HOLD-REC.
006350    05 HLD-KEY.
006360       10 HLD-DATE            PIC 9(08).
006370       10 HLD-BATCH-NO        PIC 9(03).
006380       10 HLD-REC-NO          PIC 9(07).
006390    05 HLD-STATUS             PIC X(01).
006400       88 HLD-ON-HOLD              VALUE 'H'.
006410       88 HLD-RELEASED             VALUE 'R'.
006420       88 HLD-DECLINED             VALUE 'D'.
006430    05 HLD-CREDIT-LIMIT       PIC 9(7)V99.
006440    05 HLD-EXPOSURE           PIC S9(9)V99.
006450    05 HLD-ACTION-DATE        PIC 9(08).
006460    05 HLD-ACTION-BY          PIC X(05).
006470    05 HLD-POSTED-DATE        PIC 9(08).
006480    05 HLD-SALES-SEQ-NO       PIC 9(07).
006490    05 HLD-NAME-OUT           PIC X(20).
006500    05 HLD-TOTAL-PRICE-OUT    PIC S9(6)V99.
006510    05 HLD-PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
006520    05 HLD-DISCOUNT-RATE-OUT  PIC V999.
006530    05 HLD-TAX-AMOUNT-OUT     PIC S9(6)V99.
006540    05 HLD-NET-TOTAL-OUT      PIC S9(6)V99.
006550    05 HLD-TRANS-TYPE-OUT     PIC X(01).
006560    05 HLD-SLS-ID-OUT         PIC X(05).
006570    05 HLD-CUST-ID-OUT        PIC X(06).
006580    05 HLD-PRODUCT-CODE-OUT   PIC X(06).
006590    05 HLD-QTY-SOLD-OUT       PIC 9(03).
006600    05 HLD-JURIS-CODE-OUT     PIC X(02).
006610    05 HLD-OVERRIDE-FLAG-OUT  PIC X(01).
006620    05 HLD-OVERRIDE-PRICE-OUT PIC 9(3)V99.
006630    05 HLD-APPROVER-ID-OUT    PIC X(05).
006640    05 HLD-PRICE-VARIANCE-OUT PIC S9(6)V99.
006650    05 HLD-EXT-COST-OUT     PIC S9(6)V99.
006660    05 HLD-ORDER-NO-OUT     PIC X(12).
006670    05 HLD-PRICE-SOURCE-OUT PIC X(01).
006680 FD DUP-SUSPECT-FILE.
006690 01 DUP-SUSPECT-REC.
006700    05 SUS-KEY.
006710       10 SUS-DATE            PIC 9(08).
006720       10 SUS-BATCH-NO        PIC 9(03).
006730       10 SUS-REC-NO          PIC 9(07).
006740    05 SUS-STATUS             PIC X(01).
006750       88 SUS-SUSPECT              VALUE 'S'.
006760       88 SUS-RELEASED             VALUE 'R'.
006770       88 SUS-DISCARDED            VALUE 'D'.
006780    05 SUS-MATCH-BATCH-NO     PIC 9(03).
006790    05 SUS-MATCH-SEQ-NO       PIC 9(07).
006800    05 SUS-ACTION-DATE        PIC 9(08).
006810    05 SUS-ACTION-BY          PIC X(05).
006820    05 SUS-POSTED-DATE        PIC 9(08).
006830    05 SUS-SALES-SEQ-NO       PIC 9(07).
006840    05 SUS-NAME-OUT           PIC X(20).
006850    05 SUS-TOTAL-PRICE-OUT    PIC S9(6)V99.
006860    05 SUS-PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
006870    05 SUS-DISCOUNT-RATE-OUT  PIC V999.
006880    05 SUS-TAX-AMOUNT-OUT     PIC S9(6)V99.
006890    05 SUS-NET-TOTAL-OUT      PIC S9(6)V99.
006900    05 SUS-TRANS-TYPE-OUT     PIC X(01).
006910    05 SUS-SLS-ID-OUT         PIC X(05).
006920    05 SUS-CUST-ID-OUT        PIC X(06).
006930    05 SUS-PRODUCT-CODE-OUT   PIC X(06).
006940    05 SUS-QTY-SOLD-OUT       PIC 9(03).
006950    05 SUS-JURIS-CODE-OUT     PIC X(02).
006960    05 SUS-OVERRIDE-FLAG-OUT  PIC X(01).
006970    05 SUS-OVERRIDE-PRICE-OUT PIC 9(3)V99.
006980    05 SUS-APPROVER-ID-OUT    PIC X(05).
006990    05 SUS-PRICE-VARIANCE-OUT PIC S9(6)V99.
007000    05 SUS-EXT-COST-OUT       PIC S9(6)V99.
007010    05 SUS-ORDER-NO-OUT       PIC X(12).
007020    05 SUS-PRICE-SOURCE-OUT   PIC X(01).
007030 WORKING-STORAGE SECTION.
007040 01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
007050 77 TRN-VALID-REC-SW       PIC X(01) VALUE 'Y'.
007060     88 TRN-VALID-REC               VALUE 'Y'.
007070     88 TRN-INVALID-REC             VALUE 'N'.
007080 77 TRN-REASON-CODE        PIC X(04) VALUE SPACES.
007090 77 TRN-REASON-TEXT        PIC X(40) VALUE SPACES.
007100 77 TRN-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
007110 77 TRN-RECORDS-WRITTEN    PIC 9(07) COMP VALUE ZERO.
007120 77 TRN-RECORDS-REJECTED   PIC 9(07) COMP VALUE ZERO.
007130 77 TRN-RECORDS-HELD       PIC 9(07) COMP VALUE ZERO.
007140 77 TRN-RECORDS-SUSPECT    PIC 9(07) COMP VALUE ZERO.
007150 77 TRN-DOLLAR-TOTAL       PIC S9(09)V99 VALUE ZERO.
007160 77 TRN-EDIT-COUNT         PIC ZZZ,ZZ9.
007170 77 TRN-EDIT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
007180 77 TRN-RUN-DATE           PIC 9(08) VALUE ZERO.
007190 77 TRN-SKIP-COUNT         PIC 9(07) COMP VALUE ZERO.
007200 77 TRN-CKPT-FILE-STATUS   PIC XX VALUE SPACES.
007210 77 TRN-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
007220 77 TRN-SLSMST-FILE-STATUS  PIC XX VALUE SPACES.
007230 77 TRN-CUSTMST-FILE-STATUS PIC XX VALUE SPACES.
007240 77 TRN-SLS-NAME            PIC X(20) VALUE SPACES.
007250 77 TRN-AUDIT-FILE-STATUS   PIC XX VALUE SPACES.
007260 77 TRN-STKJRNL-FILE-STATUS PIC XX VALUE SPACES.
007270 77 TRN-TAXRATE-FILE-STATUS PIC XX VALUE SPACES.
007280 77 TRN-TAX-RATE            PIC V999 VALUE ZERO.
007290 77 TRN-PRICEEFF-FILE-STATUS PIC XX VALUE SPACES.
007300 77 TRN-TAXEFF-FILE-STATUS  PIC XX VALUE SPACES.
007310 77 TRN-PRICEEFF-OPEN-SW    PIC X(01) VALUE 'N'.
007320     88 TRN-PRICEEFF-AVAILABLE     VALUE 'Y'.
007330     88 TRN-PRICEEFF-ABSENT        VALUE 'N'.
007340 77 TRN-CONTRACT-FILE-STATUS  PIC XX VALUE SPACES.
007350 77 TRN-CONTRACT-OPEN-SW     PIC X(01) VALUE 'N'.
007360     88 TRN-CONTRACT-AVAILABLE      VALUE 'Y'.
007370     88 TRN-CONTRACT-ABSENT         VALUE 'N'.
007380 77 TRN-TAXEFF-OPEN-SW      PIC X(01) VALUE 'N'.
007390     88 TRN-TAXEFF-AVAILABLE       VALUE 'Y'.
007400     88 TRN-TAXEFF-ABSENT          VALUE 'N'.
007410 77 TRN-COSTEFF-FILE-STATUS PIC XX VALUE SPACES.
007420 77 TRN-COSTEFF-OPEN-SW     PIC X(01) VALUE 'N'.
007430     88 TRN-COSTEFF-AVAILABLE      VALUE 'Y'.
007440     88 TRN-COSTEFF-ABSENT         VALUE 'N'.
007450 77 TRN-EFF-SCAN-SW         PIC X(01) VALUE 'N'.
007460     88 TRN-EFF-SCAN-DONE          VALUE 'Y'.
007470     88 TRN-EFF-SCAN-MORE          VALUE 'N'.
007480 77 TRN-EFF-FOUND-SW        PIC X(01) VALUE 'N'.
007490     88 TRN-EFF-FOUND              VALUE 'Y'.
007500     88 TRN-EFF-NOT-FOUND          VALUE 'N'.
007510 77 TRN-EFF-PRICE           PIC 9(3)V99 VALUE ZERO.
007520 77 TRN-PRICE-SOURCE        PIC X(01) VALUE SPACE.
007530 77 TRN-EFF-RATE            PIC V999 VALUE ZERO.
007540 77 TRN-EFF-COST            PIC 9(3)V99 VALUE ZERO.
007550 77 TRN-UNIT-COST           PIC 9(3)V99 VALUE ZERO.
007560 77 TRN-SALESFILE-STATUS    PIC XX VALUE SPACES.
007570 77 TRN-CKPT-REL-KEY       PIC 9(01) COMP VALUE 1.
007580 77 TRN-CKPT-EXISTS-SW     PIC X(01) VALUE 'N'.
007590     88 TRN-CKPT-REC-EXISTS         VALUE 'Y'.
007600     88 TRN-CKPT-REC-NOT-EXISTS     VALUE 'N'.
007610 77 TRN-SALES-SEQ-NO        PIC 9(07) COMP VALUE ZERO.
007620 77 TRN-INPUT-FILE-NAME     PIC X(80) VALUE SPACES.
007630 77 TRN-SALES-FILE-NAME     PIC X(80) VALUE SPACES.
007640 77 TRN-REJECT-FILE-NAME    PIC X(80) VALUE SPACES.
007650 77 TRN-CONTROL-FILE-NAME   PIC X(80) VALUE SPACES.
007660 77 TRN-CKPT-FILE-NAME      PIC X(80) VALUE SPACES.
007670 77 TRN-PRODMST-FILE-NAME   PIC X(80) VALUE SPACES.
007680 77 TRN-SLSMST-FILE-NAME    PIC X(80) VALUE SPACES.
007690 77 TRN-CUSTMST-FILE-NAME   PIC X(80) VALUE SPACES.
007700 77 TRN-DAYSTAT-FILE-NAME   PIC X(80) VALUE SPACES.
007710 77 TRN-AUTHMST-FILE-NAME   PIC X(80) VALUE SPACES.
007720 77 TRN-AUTHMST-FILE-STATUS PIC XX VALUE SPACES.
007730 77 TRN-DAYSTAT-FILE-STATUS PIC XX VALUE SPACES.
007740 77 TRN-AUDIT-FILE-NAME     PIC X(80) VALUE SPACES.
007750 77 TRN-STKJRNL-FILE-NAME PIC X(80) VALUE SPACES.
007760 77 TRN-QTY-BEFORE        PIC 9(07) VALUE ZERO.
007770 77 TRN-TAXRATE-FILE-NAME   PIC X(80) VALUE SPACES.
007780 77 TRN-PRICEEFF-FILE-NAME  PIC X(80) VALUE SPACES.
007790 77 TRN-CONTRACT-FILE-NAME  PIC X(80) VALUE SPACES.
007800 77 TRN-TAXEFF-FILE-NAME    PIC X(80) VALUE SPACES.
007810 77 TRN-COSTEFF-FILE-NAME   PIC X(80) VALUE SPACES.
007820 77 TRN-OUTPUT-BASE-NAME    PIC X(60) VALUE SPACES.
007830 77 TRN-ENV-VALUE           PIC X(80) VALUE SPACES.
007840 77 TRN-UNIT-PRICE         PIC 9(3)V99 VALUE ZERO.
007850 77 TRN-OVERRIDE-VARIANCE   PIC S9(6)V99 VALUE ZERO.
007860 77 TRN-VARIANCE-ABS        PIC 9(6)V99 VALUE ZERO.
007870 77 TRN-DISCOUNT-RATE       PIC V999 VALUE ZERO.
007880 77 TRN-PRE-DISCOUNT-AMT    PIC 9(6)V99 VALUE ZERO.
007890 77 TRN-RESTART-SW         PIC X(01) VALUE 'N'.
007900     88 TRN-IS-RESTART             VALUE 'Y'.
007910     88 TRN-NOT-RESTART            VALUE 'N'.
007920 77 TRN-BATCH-NO           PIC 9(03) VALUE 1.
007930 77 TRN-HIGH-BATCH         PIC 9(03) COMP VALUE ZERO.
007940 77 TRN-EXTEND-SW          PIC X(01) VALUE 'N'.
007950     88 TRN-LATER-BATCH           VALUE 'Y'.
007960     88 TRN-FIRST-BATCH           VALUE 'N'.
007970 77 TRN-CONTROL-BASE-NAME  PIC X(60) VALUE SPACES.
007980 77 TRN-SALES-EOF-SW        PIC X(01) VALUE 'N'.
007990     88 TRN-SALES-EOF               VALUE 'Y'.
008000     88 TRN-SALES-NOT-EOF           VALUE 'N'.
008010 77 TRN-AROPEN-FILE-NAME    PIC X(80) VALUE SPACES.
008020 77 TRN-AROPEN-FILE-STATUS  PIC XX VALUE SPACES.
008030 77 TRN-AROPEN-OPEN-SW      PIC X(01) VALUE 'N'.
008040     88 TRN-AROPEN-AVAILABLE        VALUE 'Y'.
008050     88 TRN-AROPEN-ABSENT           VALUE 'N'.
008060 77 TRN-AROPEN-EOF-SW       PIC X(01) VALUE 'N'.
008070     88 TRN-AROPEN-EOF              VALUE 'Y'.
008080     88 TRN-AROPEN-NOT-EOF          VALUE 'N'.
008090 77 TRN-CRHOLD-FILE-NAME    PIC X(80) VALUE SPACES.
008100 77 TRN-CRHOLD-FILE-STATUS  PIC XX VALUE SPACES.
008110 77 TRN-CR-MAX              PIC 9(05) COMP VALUE 2000.
008120 77 TRN-CR-COUNT            PIC 9(05) COMP VALUE ZERO.
008130 77 TRN-CR-SUB              PIC 9(05) COMP VALUE ZERO.
008140 77 TRN-CR-SEARCH-ID        PIC X(06) VALUE SPACES.
008150 77 TRN-CR-EXPOSURE         PIC S9(9)V99 VALUE ZERO.
008160 77 TRN-CR-FOUND-SW         PIC X(01) VALUE 'N'.
008170     88 TRN-CR-FOUND                VALUE 'Y'.
008180     88 TRN-CR-NOT-FOUND            VALUE 'N'.
008190 77 TRN-CREDIT-SW           PIC X(01) VALUE 'N'.
008200     88 TRN-CREDIT-HELD             VALUE 'Y'.
008210     88 TRN-CREDIT-OK               VALUE 'N'.
008220 77 TRN-DUPSUSP-FILE-NAME   PIC X(80) VALUE SPACES.
008230 77 TRN-DUPSUSP-FILE-STATUS PIC XX VALUE SPACES.
008240 77 TRN-CKPT-LAST-SEQ       PIC 9(07) COMP VALUE ZERO.
008250 77 TRN-DUP-MAX             PIC 9(05) COMP VALUE 5000.
008260 77 TRN-DUP-COUNT           PIC 9(05) COMP VALUE ZERO.
008270 77 TRN-DUP-SUB             PIC 9(05) COMP VALUE ZERO.
008280 77 TRN-DUP-FULL-SW         PIC X(01) VALUE 'N'.
008290     88 TRN-DUP-TABLE-FULL          VALUE 'Y'.
008300 77 TRN-DUP-SW              PIC X(01) VALUE 'N'.
008310     88 TRN-DUP-SUSPECT             VALUE 'Y'.
008320     88 TRN-DUP-CLEAR               VALUE 'N'.
008330 01 TRN-DUP-SEARCH-KEY.
008340    05 TRN-DUP-SRCH-CUST-ID   PIC X(06).
008350    05 TRN-DUP-SRCH-SLS-ID    PIC X(05).
008360    05 TRN-DUP-SRCH-PRODUCT   PIC X(06).
008370    05 TRN-DUP-SRCH-QTY       PIC 9(03).
008380    05 TRN-DUP-SRCH-TYPE      PIC X(01).
008390 01 TRN-CREDIT-TABLE.
008400    05 TRN-CR-ENTRY OCCURS 2000 TIMES.
008410       10 TRN-CR-CUST-ID      PIC X(06).
008420       10 TRN-CR-AR-BALANCE   PIC S9(9)V99.
008430       10 TRN-CR-DAY-NET      PIC S9(9)V99.
008440       10 TRN-CR-AR-LOADED-SW PIC X(01).
008450          88 TRN-CR-AR-LOADED      VALUE 'Y'.
008460          88 TRN-CR-AR-NOT-LOADED  VALUE 'N'.
008470 01 TRN-DUP-TABLE.
008480    05 TRN-DUP-ENTRY OCCURS 5000 TIMES.
008490       10 TRN-DUP-KEY         PIC X(21).
008500       10 TRN-DUP-BATCH-NO    PIC 9(03).
008510       10 TRN-DUP-SEQ-NO      PIC 9(07).
008520 PROCEDURE DIVISION.
008530 100-MAIN-MODULE.
008540     ACCEPT TRN-RUN-DATE FROM DATE YYYYMMDD
008550     MOVE SPACES TO TRN-ENV-VALUE
008560     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
008570     IF TRN-ENV-VALUE NOT = SPACES
008580         MOVE TRN-ENV-VALUE(1:8) TO TRN-RUN-DATE
008590     END-IF
008600     PERFORM 103-ASSIGN-CKPT-FILENAME-RTN
008610     PERFORM 104-OPEN-CHECKPOINT-RTN
008620     PERFORM 110-READ-CHECKPOINT-RTN
008630     PERFORM 105-ASSIGN-FILENAMES-RTN
008640     PERFORM 107-CHECK-DAY-STATUS-RTN
008650     OPEN INPUT TRANS-FILE
008660     OPEN I-O PRODUCT-MASTER-FILE
008670     IF TRN-PRODMST-FILE-STATUS NOT = '00'
008680         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
008690             TRN-PRODMST-FILE-STATUS
008700         MOVE 16 TO RETURN-CODE
008710         STOP RUN
008720     END-IF
008730     OPEN INPUT TAX-RATE-FILE
008740     IF TRN-TAXRATE-FILE-STATUS NOT = '00'
008750         DISPLAY 'TAX-RATE-FILE OPEN ERROR, STATUS '
008760             TRN-TAXRATE-FILE-STATUS
008770         MOVE 16 TO RETURN-CODE
008780         STOP RUN
008790     END-IF
008800     OPEN INPUT PRICE-EFFECT-FILE
008810     IF TRN-PRICEEFF-FILE-STATUS = '00'
008820         SET TRN-PRICEEFF-AVAILABLE TO TRUE
008830     ELSE
008840         IF TRN-PRICEEFF-FILE-STATUS = '35'
008850             SET TRN-PRICEEFF-ABSENT TO TRUE
008860         ELSE
008870             DISPLAY 'PRICE-EFFECT-FILE OPEN ERROR, STATUS '
008880                 TRN-PRICEEFF-FILE-STATUS
008890             MOVE 16 TO RETURN-CODE
008900             STOP RUN
008910         END-IF
008920     END-IF
008930     OPEN INPUT CONTRACT-PRICE-FILE
008940     IF TRN-CONTRACT-FILE-STATUS = '00'
008950         SET TRN-CONTRACT-AVAILABLE TO TRUE
008960     ELSE
008970         IF TRN-CONTRACT-FILE-STATUS = '35'
008980             SET TRN-CONTRACT-ABSENT TO TRUE
008990         ELSE
009000             DISPLAY 'CONTRACT-PRICE-FILE OPEN ERROR, STATUS '
009010                 TRN-CONTRACT-FILE-STATUS
009020             MOVE 16 TO RETURN-CODE
009030             STOP RUN
009040         END-IF
009050     END-IF
009060     OPEN INPUT TAX-EFFECT-FILE
009070     IF TRN-TAXEFF-FILE-STATUS = '00'
009080         SET TRN-TAXEFF-AVAILABLE TO TRUE
009090     ELSE
009100         IF TRN-TAXEFF-FILE-STATUS = '35'
009110             SET TRN-TAXEFF-ABSENT TO TRUE
009120         ELSE
009130             DISPLAY 'TAX-EFFECT-FILE OPEN ERROR, STATUS '
009140                 TRN-TAXEFF-FILE-STATUS
009150             MOVE 16 TO RETURN-CODE
009160             STOP RUN
009170         END-IF
009180     END-IF
009190     OPEN INPUT COST-EFFECT-FILE
009200     IF TRN-COSTEFF-FILE-STATUS = '00'
009210         SET TRN-COSTEFF-AVAILABLE TO TRUE
009220     ELSE
009230         IF TRN-COSTEFF-FILE-STATUS = '35'
009240             SET TRN-COSTEFF-ABSENT TO TRUE
009250         ELSE
009260             DISPLAY 'COST-EFFECT-FILE OPEN ERROR, STATUS '
009270                 TRN-COSTEFF-FILE-STATUS
009280             MOVE 16 TO RETURN-CODE
009290             STOP RUN
009300         END-IF
009310     END-IF
009320     OPEN INPUT SALESPERSON-MASTER-FILE
009330     IF TRN-SLSMST-FILE-STATUS NOT = '00'
009340         DISPLAY 'SALESPERSON-MASTER-FILE OPEN ERROR, STATUS '
009350             TRN-SLSMST-FILE-STATUS
009360         MOVE 16 TO RETURN-CODE
009370         STOP RUN
009380     END-IF
009390     OPEN INPUT AUTH-MASTER-FILE
009400     IF TRN-AUTHMST-FILE-STATUS NOT = '00'
009410         DISPLAY 'AUTH-MASTER-FILE OPEN ERROR, STATUS '
009420             TRN-AUTHMST-FILE-STATUS
009430         MOVE 16 TO RETURN-CODE
009440         STOP RUN
009450     END-IF
009460     OPEN INPUT CUSTOMER-MASTER-FILE
009470     IF TRN-CUSTMST-FILE-STATUS NOT = '00'
009480         DISPLAY 'CUSTOMER-MASTER-FILE OPEN ERROR, STATUS '
009490             TRN-CUSTMST-FILE-STATUS
009500         MOVE 16 TO RETURN-CODE
009510         STOP RUN
009520     END-IF
009530     OPEN INPUT AR-OPEN-FILE
009540     IF TRN-AROPEN-FILE-STATUS = '00'
009550         SET TRN-AROPEN-AVAILABLE TO TRUE
009560     ELSE
009570         IF TRN-AROPEN-FILE-STATUS = '35'
009580             SET TRN-AROPEN-ABSENT TO TRUE
009590         ELSE
009600             DISPLAY 'AR-OPEN-FILE OPEN ERROR, STATUS '
009610                 TRN-AROPEN-FILE-STATUS
009620             MOVE 16 TO RETURN-CODE
009630             STOP RUN
009640         END-IF
009650     END-IF
009660     OPEN I-O CREDIT-HOLD-FILE
009670     IF TRN-CRHOLD-FILE-STATUS = '35'
009680         OPEN OUTPUT CREDIT-HOLD-FILE
009690         CLOSE CREDIT-HOLD-FILE
009700         OPEN I-O CREDIT-HOLD-FILE
009710     END-IF
009720     IF TRN-CRHOLD-FILE-STATUS NOT = '00'
009730         DISPLAY 'CREDIT-HOLD-FILE OPEN ERROR, STATUS '
009740             TRN-CRHOLD-FILE-STATUS
009750         MOVE 16 TO RETURN-CODE
009760         STOP RUN
009770     END-IF
009780     OPEN I-O DUP-SUSPECT-FILE
009790     IF TRN-DUPSUSP-FILE-STATUS = '35'
009800         OPEN OUTPUT DUP-SUSPECT-FILE
009810         CLOSE DUP-SUSPECT-FILE
009820         OPEN I-O DUP-SUSPECT-FILE
009830     END-IF
009840     IF TRN-DUPSUSP-FILE-STATUS NOT = '00'
009850         DISPLAY 'DUP-SUSPECT-FILE OPEN ERROR, STATUS '
009860             TRN-DUPSUSP-FILE-STATUS
009870         MOVE 16 TO RETURN-CODE
009880         STOP RUN
009890     END-IF
009900     IF TRN-IS-RESTART
009910         OPEN I-O SALES-FILE
009920         OPEN EXTEND REJECT-FILE
009930     ELSE
009940         OPEN I-O SALES-FILE
009950         IF TRN-SALESFILE-STATUS = '35'
009960             OPEN OUTPUT SALES-FILE
009970                  OUTPUT REJECT-FILE
009980         ELSE
009990             SET TRN-LATER-BATCH TO TRUE
010000             OPEN EXTEND REJECT-FILE
010010         END-IF
010020     END-IF
010030     IF TRN-SALESFILE-STATUS NOT = '00'
010040         DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
010050             TRN-SALESFILE-STATUS
010060         MOVE 16 TO RETURN-CODE
010070         STOP RUN
010080     END-IF
010090     IF TRN-IS-RESTART OR TRN-LATER-BATCH
010100         PERFORM 115-DERIVE-SALES-SEQ-RTN
010110     END-IF
010120     IF TRN-LATER-BATCH
010130         COMPUTE TRN-BATCH-NO = TRN-HIGH-BATCH + 1
010140     END-IF
010150     PERFORM 106-ASSIGN-CONTROL-NAME-RTN
010160     OPEN OUTPUT CONTROL-FILE
010170     OPEN EXTEND AUDIT-LOG-FILE
010180     IF TRN-AUDIT-FILE-STATUS = '35'
010190         OPEN OUTPUT AUDIT-LOG-FILE
010200     END-IF
010210     IF TRN-AUDIT-FILE-STATUS NOT = '00'
010220         DISPLAY 'AUDIT-LOG-FILE OPEN ERROR, STATUS '
010230             TRN-AUDIT-FILE-STATUS
010240         MOVE 16 TO RETURN-CODE
010250         STOP RUN
010260     END-IF
010270     OPEN EXTEND STOCK-JOURNAL-FILE
010280     IF TRN-STKJRNL-FILE-STATUS = '35'
010290         OPEN OUTPUT STOCK-JOURNAL-FILE
010300     END-IF
010310     IF TRN-STKJRNL-FILE-STATUS NOT = '00'
010320         DISPLAY 'STOCK-JOURNAL-FILE OPEN ERROR, STATUS '
010330             TRN-STKJRNL-FILE-STATUS
010340         MOVE 16 TO RETURN-CODE
010350         STOP RUN
010360     END-IF
010370     PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
010380          READ TRANS-FILE
010390             AT END
010400                 MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
010410             NOT AT END
010420                 ADD 1 TO TRN-RECORDS-READ
010430                 IF TRN-RECORDS-READ > TRN-SKIP-COUNT
010440                     PERFORM 200-CALC-RTN
010450                     PERFORM 290-CHECKPOINT-CHECK-RTN
010460                 END-IF
010470          END-READ
010480     END-PERFORM
010490     PERFORM 300-WRITE-CONTROLS-RTN
010500     PERFORM 297-WRITE-AUDIT-LOG-RTN
010510     PERFORM 295-WRITE-FINAL-CHECKPOINT-RTN
010520     CLOSE TRANS-FILE
010530           SALES-FILE
010540           REJECT-FILE
010550           CONTROL-FILE
010560           PRODUCT-MASTER-FILE
010570           SALESPERSON-MASTER-FILE
010580           CUSTOMER-MASTER-FILE
010590           AUTH-MASTER-FILE
010600           AUDIT-LOG-FILE
010610           STOCK-JOURNAL-FILE
010620           TAX-RATE-FILE
010630           CHECKPOINT-FILE
010640           CREDIT-HOLD-FILE
010650           DUP-SUSPECT-FILE
010660     IF TRN-PRICEEFF-AVAILABLE
010670         CLOSE PRICE-EFFECT-FILE
010680     END-IF
010690     IF TRN-CONTRACT-AVAILABLE
010700         CLOSE CONTRACT-PRICE-FILE
010710     END-IF
010720     IF TRN-AROPEN-AVAILABLE
010730         CLOSE AR-OPEN-FILE
010740     END-IF
010750     IF TRN-TAXEFF-AVAILABLE
010760         CLOSE TAX-EFFECT-FILE
010770     END-IF
010780     IF TRN-COSTEFF-AVAILABLE
010790         CLOSE COST-EFFECT-FILE
010800     END-IF
010810     STOP RUN.
010820 103-ASSIGN-CKPT-FILENAME-RTN.
010830     MOVE SPACES TO TRN-ENV-VALUE
010840     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_CHECKPOINT_FILE'
010850     IF TRN-ENV-VALUE = SPACES
010860         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransCkpt.TXT'
010870             TO TRN-CKPT-FILE-NAME
010880     ELSE
010890         MOVE TRN-ENV-VALUE TO TRN-CKPT-FILE-NAME
010900     END-IF.
010910 104-OPEN-CHECKPOINT-RTN.
010920     OPEN I-O CHECKPOINT-FILE
010930     IF TRN-CKPT-FILE-STATUS = '35'
010940         OPEN OUTPUT CHECKPOINT-FILE
010950         CLOSE CHECKPOINT-FILE
010960         OPEN I-O CHECKPOINT-FILE
010970     END-IF
010980     IF TRN-CKPT-FILE-STATUS NOT = '00'
010990         DISPLAY 'CHECKPOINT-FILE OPEN ERROR, STATUS '
011000             TRN-CKPT-FILE-STATUS
011010         MOVE 16 TO RETURN-CODE
011020         STOP RUN
011030     END-IF.
011040 105-ASSIGN-FILENAMES-RTN.
011050     MOVE SPACES TO TRN-ENV-VALUE
011060     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_INPUT_FILE'
011070     IF TRN-ENV-VALUE = SPACES
011080     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransInput.TXT'
011090         TO TRN-INPUT-FILE-NAME
011100     ELSE
011110         MOVE TRN-ENV-VALUE TO TRN-INPUT-FILE-NAME
011120     END-IF
011130     MOVE SPACES TO TRN-ENV-VALUE
011140     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
011150     IF TRN-ENV-VALUE = SPACES
011160         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
011170             TO TRN-OUTPUT-BASE-NAME
011180     ELSE
011190         MOVE TRN-ENV-VALUE TO TRN-OUTPUT-BASE-NAME
011200     END-IF
011210     MOVE SPACES TO TRN-SALES-FILE-NAME
011220     STRING TRN-OUTPUT-BASE-NAME DELIMITED BY SPACE
011230         '-' DELIMITED BY SIZE
011240         TRN-RUN-DATE DELIMITED BY SIZE
011250         '.TXT' DELIMITED BY SIZE
011260         INTO TRN-SALES-FILE-NAME
011270     END-STRING
011280     MOVE SPACES TO TRN-ENV-VALUE
011290     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_REJECT_FILE'
011300     IF TRN-ENV-VALUE = SPACES
011310     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransReject.TXT'
011320         TO TRN-REJECT-FILE-NAME
011330     ELSE
011340         MOVE TRN-ENV-VALUE TO TRN-REJECT-FILE-NAME
011350     END-IF
011360     MOVE SPACES TO TRN-ENV-VALUE
011370     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_CONTROL_BASE'
011380     IF TRN-ENV-VALUE = SPACES
011390     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransControl'
011400         TO TRN-CONTROL-BASE-NAME
011410     ELSE
011420         MOVE TRN-ENV-VALUE TO TRN-CONTROL-BASE-NAME
011430     END-IF
011440     MOVE SPACES TO TRN-ENV-VALUE
011450     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
011460     IF TRN-ENV-VALUE = SPACES
011470     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
011480         TO TRN-PRODMST-FILE-NAME
011490     ELSE
011500         MOVE TRN-ENV-VALUE TO TRN-PRODMST-FILE-NAME
011510     END-IF
011520     MOVE SPACES TO TRN-ENV-VALUE
011530     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_SLSMST_FILE'
011540     IF TRN-ENV-VALUE = SPACES
011550     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SlsMaster.TXT'
011560         TO TRN-SLSMST-FILE-NAME
011570     ELSE
011580         MOVE TRN-ENV-VALUE TO TRN-SLSMST-FILE-NAME
011590     END-IF
011600     MOVE SPACES TO TRN-ENV-VALUE
011610     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_CUSTMST_FILE'
011620     IF TRN-ENV-VALUE = SPACES
011630     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CustMaster.TXT'
011640         TO TRN-CUSTMST-FILE-NAME
011650     ELSE
011660         MOVE TRN-ENV-VALUE TO TRN-CUSTMST-FILE-NAME
011670     END-IF
011680     MOVE SPACES TO TRN-ENV-VALUE
011690     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_DAYSTAT_FILE'
011700     IF TRN-ENV-VALUE = SPACES
011710     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DayStatus.TXT'
011720         TO TRN-DAYSTAT-FILE-NAME
011730     ELSE
011740         MOVE TRN-ENV-VALUE TO TRN-DAYSTAT-FILE-NAME
011750     END-IF
011760     MOVE SPACES TO TRN-ENV-VALUE
011770     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUTHMST_FILE'
011780     IF TRN-ENV-VALUE = SPACES
011790     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-AuthMaster.TXT'
011800         TO TRN-AUTHMST-FILE-NAME
011810     ELSE
011820         MOVE TRN-ENV-VALUE TO TRN-AUTHMST-FILE-NAME
011830     END-IF
011840     MOVE SPACES TO TRN-ENV-VALUE
011850     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUDIT_FILE'
011860     IF TRN-ENV-VALUE = SPACES
011870     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransAudit.TXT'
011880         TO TRN-AUDIT-FILE-NAME
011890     ELSE
011900         MOVE TRN-ENV-VALUE TO TRN-AUDIT-FILE-NAME
011910     END-IF
011920     MOVE SPACES TO TRN-ENV-VALUE
011930     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_STKJRNL_FILE'
011940     IF TRN-ENV-VALUE = SPACES
011950     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-StockJournal.TXT'
011960         TO TRN-STKJRNL-FILE-NAME
011970     ELSE
011980         MOVE TRN-ENV-VALUE TO TRN-STKJRNL-FILE-NAME
011990     END-IF
012000     MOVE SPACES TO TRN-ENV-VALUE
012010     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_TAXRATE_FILE'
012020     IF TRN-ENV-VALUE = SPACES
012030         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TaxRate.TXT'
012040             TO TRN-TAXRATE-FILE-NAME
012050     ELSE
012060         MOVE TRN-ENV-VALUE TO TRN-TAXRATE-FILE-NAME
012070     END-IF
012080     MOVE SPACES TO TRN-ENV-VALUE
012090     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRICEEFF_FILE'
012100     IF TRN-ENV-VALUE = SPACES
012110     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-PriceEff.TXT'
012120         TO TRN-PRICEEFF-FILE-NAME
012130     ELSE
012140         MOVE TRN-ENV-VALUE TO TRN-PRICEEFF-FILE-NAME
012150     END-IF
012160     MOVE SPACES TO TRN-ENV-VALUE
012170     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_CONTRACT_FILE'
012180     IF TRN-ENV-VALUE = SPACES
012190     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ContractPrice.TXT'
012200         TO TRN-CONTRACT-FILE-NAME
012210     ELSE
012220         MOVE TRN-ENV-VALUE TO TRN-CONTRACT-FILE-NAME
012230     END-IF
012240     MOVE SPACES TO TRN-ENV-VALUE
012250     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_TAXEFF_FILE'
012260     IF TRN-ENV-VALUE = SPACES
012270         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TaxEff.TXT'
012280             TO TRN-TAXEFF-FILE-NAME
012290     ELSE
012300         MOVE TRN-ENV-VALUE TO TRN-TAXEFF-FILE-NAME
012310     END-IF
012320     MOVE SPACES TO TRN-ENV-VALUE
012330     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_COSTEFF_FILE'
012340     IF TRN-ENV-VALUE = SPACES
012350         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CostEff.TXT'
012360             TO TRN-COSTEFF-FILE-NAME
012370     ELSE
012380         MOVE TRN-ENV-VALUE TO TRN-COSTEFF-FILE-NAME
012390     END-IF
012400     MOVE SPACES TO TRN-ENV-VALUE
012410     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_AROPEN_FILE'
012420     IF TRN-ENV-VALUE = SPACES
012430     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-AROpen.TXT'
012440         TO TRN-AROPEN-FILE-NAME
012450     ELSE
012460         MOVE TRN-ENV-VALUE TO TRN-AROPEN-FILE-NAME
012470     END-IF
012480     MOVE SPACES TO TRN-ENV-VALUE
012490     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_CRHOLD_FILE'
012500     IF TRN-ENV-VALUE = SPACES
012510     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CreditHold.TXT'
012520         TO TRN-CRHOLD-FILE-NAME
012530     ELSE
012540         MOVE TRN-ENV-VALUE TO TRN-CRHOLD-FILE-NAME
012550     END-IF
012560     MOVE SPACES TO TRN-ENV-VALUE
012570     ACCEPT TRN-ENV-VALUE FROM ENVIRONMENT 'TRANS_DUPSUSP_FILE'
012580     IF TRN-ENV-VALUE = SPACES
012590     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DupSuspect.TXT'
012600         TO TRN-DUPSUSP-FILE-NAME
012610     ELSE
012620         MOVE TRN-ENV-VALUE TO TRN-DUPSUSP-FILE-NAME
012630     END-IF.
012640 106-ASSIGN-CONTROL-NAME-RTN.
012650     MOVE SPACES TO TRN-CONTROL-FILE-NAME
012660     STRING TRN-CONTROL-BASE-NAME DELIMITED BY SPACE
012670         '-' DELIMITED BY SIZE
012680         TRN-RUN-DATE DELIMITED BY SIZE
012690         '-B' DELIMITED BY SIZE
012700         TRN-BATCH-NO DELIMITED BY SIZE
012710         '.TXT' DELIMITED BY SIZE
012720         INTO TRN-CONTROL-FILE-NAME
012730     END-STRING.
012740 107-CHECK-DAY-STATUS-RTN.
012750     OPEN I-O DAY-STATUS-FILE
012760     IF TRN-DAYSTAT-FILE-STATUS = '35'
012770         OPEN OUTPUT DAY-STATUS-FILE
012780         CLOSE DAY-STATUS-FILE
012790         OPEN I-O DAY-STATUS-FILE
012800     END-IF
012810     IF TRN-DAYSTAT-FILE-STATUS NOT = '00'
012820         DISPLAY 'DAY-STATUS-FILE OPEN ERROR, STATUS '
012830             TRN-DAYSTAT-FILE-STATUS
012840         MOVE 16 TO RETURN-CODE
012850         STOP RUN
012860     END-IF
012870     MOVE TRN-RUN-DATE TO DST-DATE
012880     READ DAY-STATUS-FILE
012890         INVALID KEY
012900             MOVE TRN-RUN-DATE TO DST-DATE
012910             MOVE 'O' TO DST-STATUS
012920             MOVE TRN-RUN-DATE TO DST-UPDT-DATE
012930             MOVE 'TRANS   ' TO DST-UPDT-USER
012940             WRITE DAY-STATUS-REC
012950         NOT INVALID KEY
012960             IF DST-CLOSED
012970                 DISPLAY 'TRANS: BUSINESS DATE ' TRN-RUN-DATE
012980                     ' IS CLOSED, POSTING REFUSED'
012990                 MOVE 12 TO RETURN-CODE
013000                 STOP RUN
013010             END-IF
013020     END-READ
013030     CLOSE DAY-STATUS-FILE.
013040 110-READ-CHECKPOINT-RTN.
013050     SET TRN-NOT-RESTART TO TRUE
013060     SET TRN-CKPT-REC-NOT-EXISTS TO TRUE
013070     MOVE ZERO TO TRN-SKIP-COUNT
013080     MOVE 1 TO TRN-CKPT-REL-KEY
013090     READ CHECKPOINT-FILE
013100         INVALID KEY
013110             CONTINUE
013120         NOT INVALID KEY
013130             SET TRN-CKPT-REC-EXISTS TO TRUE
013140             IF CKPT-IN-PROGRESS
013150                 SET TRN-IS-RESTART TO TRUE
013160                 MOVE CKPT-RUN-DATE TO TRN-RUN-DATE
013170                 MOVE CKPT-RECORDS-READ TO TRN-SKIP-COUNT
013180                 MOVE CKPT-RECORDS-WRITTEN
013190                     TO TRN-RECORDS-WRITTEN
013200                 MOVE CKPT-RECORDS-REJECTED
013210                     TO TRN-RECORDS-REJECTED
013220                 MOVE CKPT-DOLLAR-TOTAL TO TRN-DOLLAR-TOTAL
013230                 MOVE CKPT-LAST-SEQ-NO TO TRN-SALES-SEQ-NO
013240                 MOVE CKPT-BATCH-NO TO TRN-BATCH-NO
013250                 MOVE CKPT-RECORDS-HELD TO TRN-RECORDS-HELD
013260                 MOVE CKPT-RECORDS-SUSPECT TO TRN-RECORDS-SUSPECT
013270                 MOVE CKPT-LAST-SEQ-NO TO TRN-CKPT-LAST-SEQ
013280             END-IF
013290     END-READ.
013300 115-DERIVE-SALES-SEQ-RTN.
013310     SET TRN-SALES-NOT-EOF TO TRUE
013320     MOVE ZERO TO SALES-SEQ-NO
013330     START SALES-FILE KEY IS NOT LESS THAN SALES-SEQ-NO
013340         INVALID KEY
013350             SET TRN-SALES-EOF TO TRUE
013360     END-START
013370     PERFORM 116-FIND-HIGH-SEQ-RTN UNTIL TRN-SALES-EOF.
013380 116-FIND-HIGH-SEQ-RTN.
013390     READ SALES-FILE NEXT RECORD
013400         AT END
013410             SET TRN-SALES-EOF TO TRUE
013420         NOT AT END
013430             IF SALES-SEQ-NO > TRN-SALES-SEQ-NO
013440                 MOVE SALES-SEQ-NO TO TRN-SALES-SEQ-NO
013450             END-IF
013460             IF BATCH-NO-OUT > TRN-HIGH-BATCH
013470                 MOVE BATCH-NO-OUT TO TRN-HIGH-BATCH
013480             END-IF
013490             PERFORM 242-ADD-DAY-NET-RTN
013500             PERFORM 253-ADD-DUPLICATE-RTN
013510     END-READ.
013520 200-CALC-RTN.
013530     SET TRN-VALID-REC TO TRUE
013540     MOVE SPACES TO TRN-REASON-CODE
013550     MOVE SPACES TO TRN-REASON-TEXT
013560     PERFORM 210-EDIT-TRANS-REC
013570     IF TRN-VALID-REC
013580         PERFORM 215-LOOKUP-SLSPERSON-RTN
013590     END-IF
013600     IF TRN-VALID-REC
013610         PERFORM 217-LOOKUP-CUSTOMER-RTN
013620     END-IF
013630     IF TRN-VALID-REC
013640         PERFORM 220-LOOKUP-PRODUCT-RTN
013650     END-IF
013660     IF TRN-VALID-REC
013670         ADD 1 TO TRN-SALES-SEQ-NO
013680         MOVE TRN-SALES-SEQ-NO TO SALES-SEQ-NO
013690         MOVE TRN-SLS-NAME TO NAME-OUT
013700         MOVE SLSP-ID-IN TO SLS-ID-OUT
013710         MOVE CUST-ID-IN TO CUST-ID-OUT
013720         MOVE JURIS-CODE-IN TO JURIS-CODE-OUT
013730         MOVE ORDER-NO-IN TO ORDER-NO-OUT
013740         MOVE TRN-PRICE-SOURCE TO PRICE-SOURCE-OUT
013750         IF OVERRIDE-REQUESTED
013760             MOVE 'O' TO OVERRIDE-FLAG-OUT
013770             MOVE OVERRIDE-PRICE-IN TO OVERRIDE-PRICE-OUT
013780             MOVE APPROVER-ID-IN TO APPROVER-ID-OUT
013790             MOVE TRN-OVERRIDE-VARIANCE TO PRICE-VARIANCE-OUT
013800         ELSE
013810             MOVE SPACE TO OVERRIDE-FLAG-OUT
013820             MOVE ZERO TO OVERRIDE-PRICE-OUT
013830             MOVE SPACES TO APPROVER-ID-OUT
013840             MOVE ZERO TO PRICE-VARIANCE-OUT
013850         END-IF
013860         IF TRANS-TYPE-RETURN
013870             MOVE 'R' TO TRANS-TYPE-OUT
013880         ELSE
013890             MOVE 'S' TO TRANS-TYPE-OUT
013900         END-IF
013910         MULTIPLY TRN-UNIT-PRICE BY QTY-SOLD-IN
013920             GIVING TRN-PRE-DISCOUNT-AMT
013930         PERFORM 225-APPLY-DISCOUNT-RTN
013940         MOVE TRN-PRE-DISCOUNT-AMT TO PRE-DISCOUNT-AMT-OUT
013950         MOVE TRN-DISCOUNT-RATE TO DISCOUNT-RATE-OUT
013960         COMPUTE TOTAL-PRICE-OUT ROUNDED =
013970             TRN-PRE-DISCOUNT-AMT -
013980             (TRN-PRE-DISCOUNT-AMT * TRN-DISCOUNT-RATE)
013990         MULTIPLY TRN-UNIT-COST BY QTY-SOLD-IN
014000             GIVING EXT-COST-OUT
014010         PERFORM 227-APPLY-TAX-RTN
014020         IF TRN-VALID-REC AND TRANS-TYPE-RETURN
014030             PERFORM 230-REVERSE-FOR-RETURN-RTN
014040         END-IF
014050     END-IF
014060     SET TRN-DUP-CLEAR TO TRUE
014070     IF TRN-VALID-REC AND TRN-DUP-COUNT > ZERO
014080         PERFORM 250-CHECK-DUPLICATE-RTN
014090     END-IF
014100     IF TRN-VALID-REC AND TRN-DUP-SUSPECT
014110         PERFORM 252-WRITE-SUSPECT-RTN
014120     END-IF
014130     SET TRN-CREDIT-OK TO TRUE
014140     IF TRN-VALID-REC AND TRN-DUP-CLEAR AND TRANS-TYPE-SALE
014150         PERFORM 218-CHECK-CREDIT-RTN
014160     END-IF
014170     IF TRN-VALID-REC AND TRN-CREDIT-HELD
014180         PERFORM 219-WRITE-HOLD-RTN
014190     END-IF
014200     IF TRN-VALID-REC AND TRN-CREDIT-OK AND TRN-DUP-CLEAR
014210         MOVE TRN-BATCH-NO TO BATCH-NO-OUT
014220         MOVE SPACE TO SOURCE-CODE-OUT
014230         MOVE PRODUCT-CODE-IN TO PRODUCT-CODE-OUT
014240         MOVE QTY-SOLD-IN TO QTY-SOLD-OUT
014250         PERFORM 222-UPDATE-STOCK-RTN
014260         WRITE SALES-REC
014270         IF TRN-SALESFILE-STATUS NOT = '00'
014280             DISPLAY 'SALES-FILE WRITE ERROR, STATUS '
014290                 TRN-SALESFILE-STATUS
014300             MOVE 16 TO RETURN-CODE
014310             STOP RUN
014320         END-IF
014330         ADD 1 TO TRN-RECORDS-WRITTEN
014340         ADD TOTAL-PRICE-OUT TO TRN-DOLLAR-TOTAL
014350         PERFORM 242-ADD-DAY-NET-RTN
014360     END-IF
014370     IF TRN-INVALID-REC
014380         MOVE NAME-IN TO REJ-NAME-IN
014390         MOVE PRODUCT-CODE-IN TO REJ-PRODUCT-CODE-IN
014400         MOVE UNIT-PRICE-IN TO REJ-UNIT-PRICE-IN
014410         MOVE QTY-SOLD-IN TO REJ-QTY-SOLD-IN
014420         MOVE TRANS-TYPE-IN TO REJ-TRANS-TYPE-IN
014430         MOVE SLSP-ID-IN TO REJ-SLSP-ID-IN
014440         MOVE CUST-ID-IN TO REJ-CUST-ID-IN
014450         MOVE JURIS-CODE-IN TO REJ-JURIS-CODE-IN
014460         MOVE OVERRIDE-FLAG-IN TO REJ-OVERRIDE-FLAG-IN
014470         MOVE OVERRIDE-PRICE-IN TO REJ-OVERRIDE-PRICE-IN
014480         MOVE APPROVER-ID-IN TO REJ-APPROVER-ID-IN
014490         MOVE ORDER-NO-IN TO REJ-ORDER-NO-IN
014500         MOVE TRN-REASON-CODE TO REJ-REASON-CODE
014510         MOVE TRN-REASON-TEXT TO REJ-REASON-TEXT
014520         WRITE REJECT-REC
014530         ADD 1 TO TRN-RECORDS-REJECTED
014540     END-IF.
014550 210-EDIT-TRANS-REC.
014560     IF NAME-IN = SPACES OR NAME-IN = LOW-VALUES
014570         SET TRN-INVALID-REC TO TRUE
014580         MOVE 'R001' TO TRN-REASON-CODE
014590         MOVE 'NAME-IN IS BLANK OR INVALID' TO TRN-REASON-TEXT
014600     END-IF
014610     IF TRN-VALID-REC AND QTY-SOLD-IN = ZERO
014620         SET TRN-INVALID-REC TO TRUE
014630         MOVE 'R002' TO TRN-REASON-CODE
014640         MOVE 'QTY-SOLD-IN IS ZERO' TO TRN-REASON-TEXT
014650     END-IF
014660     IF TRN-VALID-REC AND PRODUCT-CODE-IN = SPACES
014670         SET TRN-INVALID-REC TO TRUE
014680         MOVE 'R003' TO TRN-REASON-CODE
014690         MOVE 'PRODUCT-CODE-IN IS MISSING' TO TRN-REASON-TEXT
014700     END-IF
014710     IF TRN-VALID-REC AND NOT TRANS-TYPE-SALE AND
014720         NOT TRANS-TYPE-RETURN
014730         SET TRN-INVALID-REC TO TRUE
014740         MOVE 'R008' TO TRN-REASON-CODE
014750         MOVE 'TRANS-TYPE-IN IS NOT S OR R' TO TRN-REASON-TEXT
014760     END-IF
014770     IF TRN-VALID-REC AND SLSP-ID-IN = SPACES
014780         SET TRN-INVALID-REC TO TRUE
014790         MOVE 'R009' TO TRN-REASON-CODE
014800         MOVE 'SLSP-ID-IN IS MISSING' TO TRN-REASON-TEXT
014810     END-IF
014820     IF TRN-VALID-REC AND CUST-ID-IN = SPACES
014830         SET TRN-INVALID-REC TO TRUE
014840         MOVE 'R011' TO TRN-REASON-CODE
014850         MOVE 'CUST-ID-IN IS MISSING' TO TRN-REASON-TEXT
014860     END-IF
014870     IF TRN-VALID-REC AND JURIS-CODE-IN = SPACES
014880         SET TRN-INVALID-REC TO TRUE
014890         MOVE 'R014' TO TRN-REASON-CODE
014900         MOVE 'JURIS-CODE-IN IS MISSING' TO TRN-REASON-TEXT
014910     END-IF
014920     IF TRN-VALID-REC AND NOT OVERRIDE-REQUESTED AND
014930         NOT OVERRIDE-NOT-ASKED
014940         SET TRN-INVALID-REC TO TRUE
014950         MOVE 'R015' TO TRN-REASON-CODE
014960         MOVE 'OVERRIDE-FLAG-IN IS NOT O OR BLANK'
014970             TO TRN-REASON-TEXT
014980     END-IF.
014990 215-LOOKUP-SLSPERSON-RTN.
015000     MOVE SLSP-ID-IN TO SLS-ID-MST
015010     READ SALESPERSON-MASTER-FILE
015020         INVALID KEY
015030             SET TRN-INVALID-REC TO TRUE
015040             MOVE 'R010' TO TRN-REASON-CODE
015050             MOVE 'SALESPERSON ID NOT ON MASTER'
015060                 TO TRN-REASON-TEXT
015070         NOT INVALID KEY
015080             MOVE SLS-NAME-MST TO TRN-SLS-NAME
015090     END-READ
015100     IF TRN-SLSMST-FILE-STATUS NOT = '00' AND
015110         TRN-SLSMST-FILE-STATUS NOT = '23'
015120         DISPLAY 'SALESPERSON-MASTER-FILE READ ERROR, STATUS '
015130             TRN-SLSMST-FILE-STATUS
015140         MOVE 16 TO RETURN-CODE
015150         STOP RUN
015160     END-IF.
015170 217-LOOKUP-CUSTOMER-RTN.
015180     MOVE CUST-ID-IN TO CUST-ID-MST
015190     READ CUSTOMER-MASTER-FILE
015200         INVALID KEY
015210             SET TRN-INVALID-REC TO TRUE
015220             MOVE 'R012' TO TRN-REASON-CODE
015230             MOVE 'CUSTOMER ID NOT ON MASTER'
015240                 TO TRN-REASON-TEXT
015250     END-READ
015260     IF TRN-CUSTMST-FILE-STATUS NOT = '00' AND
015270         TRN-CUSTMST-FILE-STATUS NOT = '23'
015280         DISPLAY 'CUSTOMER-MASTER-FILE READ ERROR, STATUS '
015290             TRN-CUSTMST-FILE-STATUS
015300         MOVE 16 TO RETURN-CODE
015310         STOP RUN
015320     END-IF.
015330 218-CHECK-CREDIT-RTN.
015340     IF CUST-CREDIT-LIMIT-MST > ZERO
015350         MOVE CUST-ID-IN TO TRN-CR-SEARCH-ID
015360         PERFORM 240-FIND-CREDIT-RTN
015370         IF TRN-CR-FOUND
015380             IF TRN-CR-AR-NOT-LOADED (TRN-CR-SUB)
015390                 PERFORM 245-LOAD-AR-BALANCE-RTN
015400             END-IF
015410             ADD TRN-CR-AR-BALANCE (TRN-CR-SUB)
015420                 TRN-CR-DAY-NET (TRN-CR-SUB)
015430                 GIVING TRN-CR-EXPOSURE
015440             IF TRN-CR-EXPOSURE + NET-TOTAL-OUT >
015450                 CUST-CREDIT-LIMIT-MST
015460                 SET TRN-CREDIT-HELD TO TRUE
015470             END-IF
015480         END-IF
015490     END-IF.
015500 219-WRITE-HOLD-RTN.
015510     SUBTRACT 1 FROM TRN-SALES-SEQ-NO
015520     MOVE TRN-RUN-DATE TO HLD-DATE
015530     MOVE TRN-BATCH-NO TO HLD-BATCH-NO
015540     MOVE TRN-RECORDS-READ TO HLD-REC-NO
015550     MOVE 'H' TO HLD-STATUS
015560     MOVE CUST-CREDIT-LIMIT-MST TO HLD-CREDIT-LIMIT
015570     MOVE TRN-CR-EXPOSURE TO HLD-EXPOSURE
015580     MOVE ZERO TO HLD-ACTION-DATE
015590     MOVE SPACES TO HLD-ACTION-BY
015600     MOVE ZERO TO HLD-POSTED-DATE
015610     MOVE ZERO TO HLD-SALES-SEQ-NO
015620     MOVE NAME-OUT TO HLD-NAME-OUT
015630     MOVE TOTAL-PRICE-OUT TO HLD-TOTAL-PRICE-OUT
015640     MOVE PRE-DISCOUNT-AMT-OUT TO HLD-PRE-DISCOUNT-AMT-OUT
015650     MOVE DISCOUNT-RATE-OUT TO HLD-DISCOUNT-RATE-OUT
015660     MOVE TAX-AMOUNT-OUT TO HLD-TAX-AMOUNT-OUT
015670     MOVE NET-TOTAL-OUT TO HLD-NET-TOTAL-OUT
015680     MOVE TRANS-TYPE-OUT TO HLD-TRANS-TYPE-OUT
015690     MOVE SLS-ID-OUT TO HLD-SLS-ID-OUT
015700     MOVE CUST-ID-OUT TO HLD-CUST-ID-OUT
015710     MOVE PRODUCT-CODE-IN TO HLD-PRODUCT-CODE-OUT
015720     MOVE QTY-SOLD-IN TO HLD-QTY-SOLD-OUT
015730     MOVE JURIS-CODE-OUT TO HLD-JURIS-CODE-OUT
015740     MOVE OVERRIDE-FLAG-OUT TO HLD-OVERRIDE-FLAG-OUT
015750     MOVE OVERRIDE-PRICE-OUT TO HLD-OVERRIDE-PRICE-OUT
015760     MOVE APPROVER-ID-OUT TO HLD-APPROVER-ID-OUT
015770     MOVE PRICE-VARIANCE-OUT TO HLD-PRICE-VARIANCE-OUT
015780     MOVE EXT-COST-OUT TO HLD-EXT-COST-OUT
015790     MOVE ORDER-NO-OUT TO HLD-ORDER-NO-OUT
015800     MOVE PRICE-SOURCE-OUT TO HLD-PRICE-SOURCE-OUT
015810     WRITE CREDIT-HOLD-REC
015820         INVALID KEY
015830             DISPLAY 'CREDIT HOLD ' HLD-KEY
015840                 ' ALREADY ON FILE, NOT WRITTEN AGAIN'
015850     END-WRITE
015860     IF TRN-CRHOLD-FILE-STATUS NOT = '00' AND
015870         TRN-CRHOLD-FILE-STATUS NOT = '22'
015880         DISPLAY 'CREDIT-HOLD-FILE WRITE ERROR, STATUS '
015890             TRN-CRHOLD-FILE-STATUS
015900         MOVE 16 TO RETURN-CODE
015910         STOP RUN
015920     END-IF
015930     ADD 1 TO TRN-RECORDS-HELD.
015940 220-LOOKUP-PRODUCT-RTN.
015950     MOVE PRODUCT-CODE-IN TO PRODUCT-CODE-MST
015960     READ PRODUCT-MASTER-FILE
015970         INVALID KEY
015980             SET TRN-INVALID-REC TO TRUE
015990             MOVE 'R004' TO TRN-REASON-CODE
016000             MOVE 'PRODUCT CODE NOT ON PRODUCT MASTER'
016010                 TO TRN-REASON-TEXT
016020         NOT INVALID KEY
016030             MOVE UNIT-PRICE-MST TO TRN-UNIT-PRICE
016040             MOVE 'L' TO TRN-PRICE-SOURCE
016050             MOVE STD-COST-MST TO TRN-UNIT-COST
016060     END-READ
016070     IF TRN-PRODMST-FILE-STATUS NOT = '00' AND
016080         TRN-PRODMST-FILE-STATUS NOT = '23'
016090         DISPLAY 'PRODUCT-MASTER-FILE READ ERROR, STATUS '
016100             TRN-PRODMST-FILE-STATUS
016110         MOVE 16 TO RETURN-CODE
016120         STOP RUN
016130     END-IF
016140     IF TRN-VALID-REC AND TRN-PRICEEFF-AVAILABLE
016150         PERFORM 221-LOOKUP-EFF-PRICE-RTN
016160         IF TRN-EFF-FOUND
016170             MOVE TRN-EFF-PRICE TO TRN-UNIT-PRICE
016180             MOVE 'E' TO TRN-PRICE-SOURCE
016190         END-IF
016200     END-IF
016210     IF TRN-VALID-REC AND TRN-CONTRACT-AVAILABLE
016220         PERFORM 232-LOOKUP-CONTRACT-RTN
016230     END-IF
016240     IF TRN-VALID-REC AND TRN-COSTEFF-AVAILABLE
016250         PERFORM 231-LOOKUP-EFF-COST-RTN
016260         IF TRN-EFF-FOUND
016270             MOVE TRN-EFF-COST TO TRN-UNIT-COST
016280         END-IF
016290     END-IF
016300     IF TRN-VALID-REC AND TRN-UNIT-PRICE = ZERO
016310         SET TRN-INVALID-REC TO TRUE
016320         MOVE 'R005' TO TRN-REASON-CODE
016330         MOVE 'PRODUCT MASTER UNIT PRICE IS ZERO'
016340             TO TRN-REASON-TEXT
016350     END-IF
016360     IF TRN-VALID-REC AND TRANS-TYPE-SALE AND
016370         QTY-SOLD-IN > QTY-ON-HAND-MST
016380         SET TRN-INVALID-REC TO TRUE
016390         MOVE 'R013' TO TRN-REASON-CODE
016400         MOVE 'QTY SOLD EXCEEDS STOCK ON HAND'
016410             TO TRN-REASON-TEXT
016420     END-IF
016430     MOVE ZERO TO TRN-OVERRIDE-VARIANCE
016440     IF TRN-VALID-REC AND OVERRIDE-REQUESTED
016450         PERFORM 224-APPLY-OVERRIDE-RTN
016460     END-IF.
016470 224-APPLY-OVERRIDE-RTN.
016480     IF APPROVER-ID-IN = SPACES
016490         SET TRN-INVALID-REC TO TRUE
016500         MOVE 'R016' TO TRN-REASON-CODE
016510         MOVE 'OVERRIDE APPROVER ID IS MISSING'
016520             TO TRN-REASON-TEXT
016530     END-IF
016540     IF TRN-VALID-REC
016550         MOVE APPROVER-ID-IN TO AUTH-ID-MST
016560         READ AUTH-MASTER-FILE
016570             INVALID KEY
016580                 SET TRN-INVALID-REC TO TRUE
016590                 MOVE 'R017' TO TRN-REASON-CODE
016600                 MOVE 'APPROVER NOT ON AUTHORIZATION MASTER'
016610                     TO TRN-REASON-TEXT
016620         END-READ
016630         IF TRN-AUTHMST-FILE-STATUS NOT = '00' AND
016640             TRN-AUTHMST-FILE-STATUS NOT = '23'
016650             DISPLAY 'AUTH-MASTER-FILE READ ERROR, STATUS '
016660                 TRN-AUTHMST-FILE-STATUS
016670             MOVE 16 TO RETURN-CODE
016680             STOP RUN
016690         END-IF
016700     END-IF
016710     IF TRN-VALID-REC AND OVERRIDE-PRICE-IN = ZERO
016720         SET TRN-INVALID-REC TO TRUE
016730         MOVE 'R018' TO TRN-REASON-CODE
016740         MOVE 'OVERRIDE PRICE IS ZERO' TO TRN-REASON-TEXT
016750     END-IF
016760     IF TRN-VALID-REC
016770         COMPUTE TRN-OVERRIDE-VARIANCE =
016780             (TRN-UNIT-PRICE - OVERRIDE-PRICE-IN) *
016790             QTY-SOLD-IN
016800         IF TRN-OVERRIDE-VARIANCE < ZERO
016810             COMPUTE TRN-VARIANCE-ABS =
016820                 ZERO - TRN-OVERRIDE-VARIANCE
016830         ELSE
016840             MOVE TRN-OVERRIDE-VARIANCE TO TRN-VARIANCE-ABS
016850         END-IF
016860         IF TRN-VARIANCE-ABS > AUTH-LIMIT-MST
016870             SET TRN-INVALID-REC TO TRUE
016880             MOVE 'R019' TO TRN-REASON-CODE
016890             MOVE 'OVERRIDE VARIANCE EXCEEDS APPROVER LIMIT'
016900                 TO TRN-REASON-TEXT
016910         ELSE
016920             MOVE OVERRIDE-PRICE-IN TO TRN-UNIT-PRICE
016930             MOVE 'O' TO TRN-PRICE-SOURCE
016940         END-IF
016950     END-IF.
016960 221-LOOKUP-EFF-PRICE-RTN.
016970     SET TRN-EFF-NOT-FOUND TO TRUE
016980     SET TRN-EFF-SCAN-MORE TO TRUE
016990     MOVE PRODUCT-CODE-IN TO PRC-PRODUCT-CODE
017000     MOVE ZERO TO PRC-EFF-DATE
017010     START PRICE-EFFECT-FILE KEY IS NOT LESS THAN PRC-KEY
017020         INVALID KEY
017030             SET TRN-EFF-SCAN-DONE TO TRUE
017040     END-START
017050     PERFORM 223-READ-EFF-PRICE-RTN UNTIL TRN-EFF-SCAN-DONE.
017060 223-READ-EFF-PRICE-RTN.
017070     READ PRICE-EFFECT-FILE NEXT RECORD
017080         AT END
017090             SET TRN-EFF-SCAN-DONE TO TRUE
017100         NOT AT END
017110             IF PRC-PRODUCT-CODE NOT = PRODUCT-CODE-IN OR
017120                 PRC-EFF-DATE > TRN-RUN-DATE
017130                 SET TRN-EFF-SCAN-DONE TO TRUE
017140             ELSE
017150                 SET TRN-EFF-FOUND TO TRUE
017160                 MOVE PRC-UNIT-PRICE TO TRN-EFF-PRICE
017170             END-IF
017180     END-READ.
017190 232-LOOKUP-CONTRACT-RTN.
017200     MOVE CUST-ID-IN TO CTR-CUST-ID
017210     MOVE PRODUCT-CODE-IN TO CTR-PRODUCT-CODE
017220     READ CONTRACT-PRICE-FILE
017230         INVALID KEY
017240             CONTINUE
017250         NOT INVALID KEY
017260             IF CTR-START-DATE NOT > TRN-RUN-DATE AND
017270                 CTR-END-DATE NOT < TRN-RUN-DATE AND
017280                 CTR-UNIT-PRICE > ZERO
017290                 MOVE CTR-UNIT-PRICE TO TRN-UNIT-PRICE
017300                 MOVE 'C' TO TRN-PRICE-SOURCE
017310             END-IF
017320     END-READ
017330     IF TRN-CONTRACT-FILE-STATUS NOT = '00' AND
017340         TRN-CONTRACT-FILE-STATUS NOT = '23'
017350         DISPLAY 'CONTRACT-PRICE-FILE READ ERROR, STATUS '
017360             TRN-CONTRACT-FILE-STATUS
017370         MOVE 16 TO RETURN-CODE
017380         STOP RUN
017390     END-IF.
017400 231-LOOKUP-EFF-COST-RTN.
017410     SET TRN-EFF-NOT-FOUND TO TRUE
017420     SET TRN-EFF-SCAN-MORE TO TRUE
017430     MOVE PRODUCT-CODE-IN TO CST-PRODUCT-CODE
017440     MOVE ZERO TO CST-EFF-DATE
017450     START COST-EFFECT-FILE KEY IS NOT LESS THAN CST-KEY
017460         INVALID KEY
017470             SET TRN-EFF-SCAN-DONE TO TRUE
017480     END-START
017490     PERFORM 233-READ-EFF-COST-RTN UNTIL TRN-EFF-SCAN-DONE.
017500 233-READ-EFF-COST-RTN.
017510     READ COST-EFFECT-FILE NEXT RECORD
017520         AT END
017530             SET TRN-EFF-SCAN-DONE TO TRUE
017540         NOT AT END
017550             IF CST-PRODUCT-CODE NOT = PRODUCT-CODE-IN OR
017560                 CST-EFF-DATE > TRN-RUN-DATE
017570                 SET TRN-EFF-SCAN-DONE TO TRUE
017580             ELSE
017590                 SET TRN-EFF-FOUND TO TRUE
017600                 MOVE CST-UNIT-COST TO TRN-EFF-COST
017610             END-IF
017620     END-READ.
017630 222-UPDATE-STOCK-RTN.
017640     MOVE QTY-ON-HAND-MST TO TRN-QTY-BEFORE
017650     IF TRANS-TYPE-RETURN
017660         ADD QTY-SOLD-IN TO QTY-ON-HAND-MST
017670     ELSE
017680         SUBTRACT QTY-SOLD-IN FROM QTY-ON-HAND-MST
017690     END-IF
017700     REWRITE PRODUCT-MASTER-REC
017710     IF TRN-PRODMST-FILE-STATUS NOT = '00'
017720         DISPLAY 'PRODUCT-MASTER-FILE REWRITE ERROR, STATUS '
017730             TRN-PRODMST-FILE-STATUS
017740         MOVE 16 TO RETURN-CODE
017750         STOP RUN
017760     END-IF
017770     PERFORM 226-WRITE-JOURNAL-RTN.
017780 226-WRITE-JOURNAL-RTN.
017790     MOVE SPACES TO STOCK-JOURNAL-REC
017800     MOVE PRODUCT-CODE-MST TO JRN-PRODUCT-CODE
017810     MOVE TRN-RUN-DATE TO JRN-MOVE-DATE
017820     MOVE 'TRANS' TO JRN-SOURCE-PGM
017830     IF TRANS-TYPE-RETURN
017840         MOVE 'R' TO JRN-MOVE-TYPE
017850     ELSE
017860         MOVE 'S' TO JRN-MOVE-TYPE
017870     END-IF
017880     MOVE BATCH-NO-OUT TO JRN-BATCH-NO
017890     MOVE SALES-SEQ-NO TO JRN-SEQ-NO
017900     MOVE TRN-QTY-BEFORE TO JRN-QTY-BEFORE
017910     MOVE QTY-ON-HAND-MST TO JRN-QTY-AFTER
017920     ACCEPT JRN-STAMP-DATE FROM DATE YYYYMMDD
017930     ACCEPT JRN-STAMP-TIME FROM TIME
017940     WRITE STOCK-JOURNAL-REC
017950     IF TRN-STKJRNL-FILE-STATUS NOT = '00'
017960         DISPLAY 'STOCK-JOURNAL-FILE WRITE ERROR, STATUS '
017970             TRN-STKJRNL-FILE-STATUS
017980         MOVE 16 TO RETURN-CODE
017990         STOP RUN
018000     END-IF.
018010 225-APPLY-DISCOUNT-RTN.
018020     IF QTY-SOLD-IN > 250
018030         MOVE .100 TO TRN-DISCOUNT-RATE
018040     ELSE
018050         IF QTY-SOLD-IN > 100
018060             MOVE .050 TO TRN-DISCOUNT-RATE
018070         ELSE
018080             MOVE ZERO TO TRN-DISCOUNT-RATE
018090         END-IF
018100     END-IF.
018110 227-APPLY-TAX-RTN.
018120     IF TRN-TAXEFF-AVAILABLE
018130         PERFORM 228-LOOKUP-EFF-RATE-RTN
018140     ELSE
018150         SET TRN-EFF-NOT-FOUND TO TRUE
018160     END-IF
018170     IF TRN-EFF-FOUND
018180         MOVE TRN-EFF-RATE TO TRN-TAX-RATE
018190     ELSE
018200         MOVE PRODUCT-CODE-IN TO TAX-PROD-CODE
018210         MOVE JURIS-CODE-IN TO TAX-JURIS-CODE
018220         READ TAX-RATE-FILE
018230             INVALID KEY
018240                 SET TRN-INVALID-REC TO TRUE
018250                 MOVE 'R006' TO TRN-REASON-CODE
018260                 MOVE 'PRODUCT CODE NOT ON TAX RATE FILE'
018270                     TO TRN-REASON-TEXT
018280             NOT INVALID KEY
018290                 MOVE TAX-RATE-PCT TO TRN-TAX-RATE
018300         END-READ
018310         IF TRN-TAXRATE-FILE-STATUS NOT = '00' AND
018320             TRN-TAXRATE-FILE-STATUS NOT = '23'
018330             DISPLAY 'TAX-RATE-FILE READ ERROR, STATUS '
018340                 TRN-TAXRATE-FILE-STATUS
018350             MOVE 16 TO RETURN-CODE
018360             STOP RUN
018370         END-IF
018380     END-IF
018390     IF TRN-VALID-REC
018400         COMPUTE TAX-AMOUNT-OUT ROUNDED =
018410             TOTAL-PRICE-OUT * TRN-TAX-RATE
018420         ADD TOTAL-PRICE-OUT TAX-AMOUNT-OUT
018430             GIVING NET-TOTAL-OUT
018440             ON SIZE ERROR
018450                 SET TRN-INVALID-REC TO TRUE
018460                 MOVE 'R007' TO TRN-REASON-CODE
018470                 MOVE 'NET TOTAL EXCEEDS SALES-REC CAPACITY'
018480                     TO TRN-REASON-TEXT
018490         END-ADD
018500     END-IF.
018510 228-LOOKUP-EFF-RATE-RTN.
018520     SET TRN-EFF-NOT-FOUND TO TRUE
018530     SET TRN-EFF-SCAN-MORE TO TRUE
018540     MOVE PRODUCT-CODE-IN TO TXE-CODE
018550     MOVE JURIS-CODE-IN TO TXE-JURIS
018560     MOVE ZERO TO TXE-EFF-DATE
018570     START TAX-EFFECT-FILE KEY IS NOT LESS THAN TXE-KEY
018580         INVALID KEY
018590             SET TRN-EFF-SCAN-DONE TO TRUE
018600     END-START
018610     PERFORM 229-READ-EFF-RATE-RTN UNTIL TRN-EFF-SCAN-DONE.
018620 229-READ-EFF-RATE-RTN.
018630     READ TAX-EFFECT-FILE NEXT RECORD
018640         AT END
018650             SET TRN-EFF-SCAN-DONE TO TRUE
018660         NOT AT END
018670             IF TXE-CODE NOT = PRODUCT-CODE-IN OR
018680                 TXE-JURIS NOT = JURIS-CODE-IN OR
018690                 TXE-EFF-DATE > TRN-RUN-DATE
018700                 SET TRN-EFF-SCAN-DONE TO TRUE
018710             ELSE
018720                 SET TRN-EFF-FOUND TO TRUE
018730                 MOVE TXE-RATE-PCT TO TRN-EFF-RATE
018740             END-IF
018750     END-READ.
018760 230-REVERSE-FOR-RETURN-RTN.
018770     COMPUTE TOTAL-PRICE-OUT = ZERO - TOTAL-PRICE-OUT
018780     COMPUTE PRE-DISCOUNT-AMT-OUT =
018790         ZERO - PRE-DISCOUNT-AMT-OUT
018800     COMPUTE TAX-AMOUNT-OUT = ZERO - TAX-AMOUNT-OUT
018810     COMPUTE NET-TOTAL-OUT = ZERO - NET-TOTAL-OUT
018820     COMPUTE EXT-COST-OUT = ZERO - EXT-COST-OUT.
018830 240-FIND-CREDIT-RTN.
018840     SET TRN-CR-NOT-FOUND TO TRUE
018850     MOVE ZERO TO TRN-CR-SUB
018860     PERFORM 241-SCAN-CREDIT-RTN UNTIL TRN-CR-FOUND OR
018870         TRN-CR-SUB NOT LESS THAN TRN-CR-COUNT
018880     IF TRN-CR-NOT-FOUND
018890         IF TRN-CR-COUNT < TRN-CR-MAX
018900             ADD 1 TO TRN-CR-COUNT
018910             MOVE TRN-CR-COUNT TO TRN-CR-SUB
018920             MOVE TRN-CR-SEARCH-ID TO TRN-CR-CUST-ID (TRN-CR-SUB)
018930             MOVE ZERO TO TRN-CR-AR-BALANCE (TRN-CR-SUB)
018940             MOVE ZERO TO TRN-CR-DAY-NET (TRN-CR-SUB)
018950             SET TRN-CR-AR-NOT-LOADED (TRN-CR-SUB) TO TRUE
018960             SET TRN-CR-FOUND TO TRUE
018970         ELSE
018980             DISPLAY 'CREDIT TABLE FULL, CUSTOMER '
018990                 TRN-CR-SEARCH-ID ' NOT CREDIT CHECKED'
019000         END-IF
019010     END-IF.
019020 241-SCAN-CREDIT-RTN.
019030     ADD 1 TO TRN-CR-SUB
019040     IF TRN-CR-CUST-ID (TRN-CR-SUB) = TRN-CR-SEARCH-ID
019050         SET TRN-CR-FOUND TO TRUE
019060     END-IF.
019070 242-ADD-DAY-NET-RTN.
019080     MOVE CUST-ID-OUT TO TRN-CR-SEARCH-ID
019090     PERFORM 240-FIND-CREDIT-RTN
019100     IF TRN-CR-FOUND
019110         ADD NET-TOTAL-OUT TO TRN-CR-DAY-NET (TRN-CR-SUB)
019120     END-IF.
019130 245-LOAD-AR-BALANCE-RTN.
019140     SET TRN-CR-AR-LOADED (TRN-CR-SUB) TO TRUE
019150     IF TRN-AROPEN-AVAILABLE
019160         SET TRN-AROPEN-NOT-EOF TO TRUE
019170         MOVE LOW-VALUES TO AR-KEY
019180         MOVE TRN-CR-SEARCH-ID TO AR-CUST-ID
019190         START AR-OPEN-FILE KEY IS NOT LESS THAN AR-KEY
019200             INVALID KEY
019210                 SET TRN-AROPEN-EOF TO TRUE
019220         END-START
019230         PERFORM 246-READ-AR-ITEM-RTN UNTIL TRN-AROPEN-EOF
019240     END-IF.
019250 246-READ-AR-ITEM-RTN.
019260     READ AR-OPEN-FILE NEXT RECORD
019270         AT END
019280             SET TRN-AROPEN-EOF TO TRUE
019290         NOT AT END
019300             IF AR-CUST-ID NOT = TRN-CR-SEARCH-ID
019310                 SET TRN-AROPEN-EOF TO TRUE
019320             ELSE
019330                 IF NOT (AR-SALES-DOC AND
019340                     AR-DOC-DATE = TRN-RUN-DATE)
019350                     ADD AR-OPEN-AMT
019360                         TO TRN-CR-AR-BALANCE (TRN-CR-SUB)
019370                 END-IF
019380             END-IF
019390     END-READ
019400     IF TRN-AROPEN-FILE-STATUS NOT = '00' AND
019410         TRN-AROPEN-FILE-STATUS NOT = '10'
019420         DISPLAY 'AR-OPEN-FILE READ ERROR, STATUS '
019430             TRN-AROPEN-FILE-STATUS
019440         MOVE 16 TO RETURN-CODE
019450         STOP RUN
019460     END-IF.
019470*----------------------------------------------------------*
019480* DUPLICATE CHECK.  A VALID RECORD IS A SUSPECTED DUPLICATE *
019490* WHEN THE DAY'S SALES-FILE ALREADY HOLDS A POSTING FOR THE *
019500* SAME CUSTOMER, SALESPERSON, PRODUCT, QUANTITY AND TYPE    *
019510* FROM ANOTHER BATCH (A RESENT TRANS-FILE), OR, ON A        *
019520* RESTART, FROM THIS BATCH BUT PAST THE LAST CHECKPOINT     *
019530* (THE RECORD POSTED JUST BEFORE THE CRASH).  A SUSPECT IS  *
019540* HELD ON DUP-SUSPECT-FILE FOR A SUPERVISOR TO RELEASE OR   *
019550* DISCARD WITH DUPREL.  POSTINGS FROM EARLIER IN THIS SAME  *
019560* BATCH ARE NOT COMPARED - TWO LIKE LINES IN ONE FILE ARE   *
019570* TWO SALES.                                                *
019580*----------------------------------------------------------*
019590 250-CHECK-DUPLICATE-RTN.
019600     MOVE CUST-ID-OUT TO TRN-DUP-SRCH-CUST-ID
019610     MOVE SLS-ID-OUT TO TRN-DUP-SRCH-SLS-ID
019620     MOVE PRODUCT-CODE-IN TO TRN-DUP-SRCH-PRODUCT
019630     MOVE QTY-SOLD-IN TO TRN-DUP-SRCH-QTY
019640     MOVE TRANS-TYPE-OUT TO TRN-DUP-SRCH-TYPE
019650     MOVE ZERO TO TRN-DUP-SUB
019660     PERFORM 251-SCAN-DUPLICATE-RTN UNTIL TRN-DUP-SUSPECT OR
019670         TRN-DUP-SUB NOT LESS THAN TRN-DUP-COUNT.
019680 251-SCAN-DUPLICATE-RTN.
019690     ADD 1 TO TRN-DUP-SUB
019700     IF TRN-DUP-KEY (TRN-DUP-SUB) = TRN-DUP-SEARCH-KEY
019710         IF TRN-DUP-BATCH-NO (TRN-DUP-SUB) NOT = TRN-BATCH-NO
019720             SET TRN-DUP-SUSPECT TO TRUE
019730         END-IF
019740         IF TRN-IS-RESTART AND
019750             TRN-DUP-SEQ-NO (TRN-DUP-SUB) > TRN-CKPT-LAST-SEQ
019760             SET TRN-DUP-SUSPECT TO TRUE
019770         END-IF
019780     END-IF.
019790 252-WRITE-SUSPECT-RTN.
019800     SUBTRACT 1 FROM TRN-SALES-SEQ-NO
019810     MOVE TRN-RUN-DATE TO SUS-DATE
019820     MOVE TRN-BATCH-NO TO SUS-BATCH-NO
019830     MOVE TRN-RECORDS-READ TO SUS-REC-NO
019840     MOVE 'S' TO SUS-STATUS
019850     MOVE TRN-DUP-BATCH-NO (TRN-DUP-SUB) TO SUS-MATCH-BATCH-NO
019860     MOVE TRN-DUP-SEQ-NO (TRN-DUP-SUB) TO SUS-MATCH-SEQ-NO
019870     MOVE ZERO TO SUS-ACTION-DATE
019880     MOVE SPACES TO SUS-ACTION-BY
019890     MOVE ZERO TO SUS-POSTED-DATE
019900     MOVE ZERO TO SUS-SALES-SEQ-NO
019910     MOVE NAME-OUT TO SUS-NAME-OUT
019920     MOVE TOTAL-PRICE-OUT TO SUS-TOTAL-PRICE-OUT
019930     MOVE PRE-DISCOUNT-AMT-OUT TO SUS-PRE-DISCOUNT-AMT-OUT
019940     MOVE DISCOUNT-RATE-OUT TO SUS-DISCOUNT-RATE-OUT
019950     MOVE TAX-AMOUNT-OUT TO SUS-TAX-AMOUNT-OUT
019960     MOVE NET-TOTAL-OUT TO SUS-NET-TOTAL-OUT
019970     MOVE TRANS-TYPE-OUT TO SUS-TRANS-TYPE-OUT
019980     MOVE SLS-ID-OUT TO SUS-SLS-ID-OUT
019990     MOVE CUST-ID-OUT TO SUS-CUST-ID-OUT
020000     MOVE PRODUCT-CODE-IN TO SUS-PRODUCT-CODE-OUT
020010     MOVE QTY-SOLD-IN TO SUS-QTY-SOLD-OUT
020020     MOVE JURIS-CODE-OUT TO SUS-JURIS-CODE-OUT
020030     MOVE OVERRIDE-FLAG-OUT TO SUS-OVERRIDE-FLAG-OUT
020040     MOVE OVERRIDE-PRICE-OUT TO SUS-OVERRIDE-PRICE-OUT
020050     MOVE APPROVER-ID-OUT TO SUS-APPROVER-ID-OUT
020060     MOVE PRICE-VARIANCE-OUT TO SUS-PRICE-VARIANCE-OUT
020070     MOVE EXT-COST-OUT TO SUS-EXT-COST-OUT
020080     MOVE ORDER-NO-OUT TO SUS-ORDER-NO-OUT
020090     MOVE PRICE-SOURCE-OUT TO SUS-PRICE-SOURCE-OUT
020100     WRITE DUP-SUSPECT-REC
020110         INVALID KEY
020120             DISPLAY 'DUPLICATE SUSPECT ' SUS-KEY
020130                 ' ALREADY ON FILE, NOT WRITTEN AGAIN'
020140     END-WRITE
020150     IF TRN-DUPSUSP-FILE-STATUS NOT = '00' AND
020160         TRN-DUPSUSP-FILE-STATUS NOT = '22'
020170         DISPLAY 'DUP-SUSPECT-FILE WRITE ERROR, STATUS '
020180             TRN-DUPSUSP-FILE-STATUS
020190         MOVE 16 TO RETURN-CODE
020200         STOP RUN
020210     END-IF
020220     ADD 1 TO TRN-RECORDS-SUSPECT.
020230 253-ADD-DUPLICATE-RTN.
020240     IF TRN-DUP-COUNT < TRN-DUP-MAX
020250         ADD 1 TO TRN-DUP-COUNT
020260         MOVE CUST-ID-OUT TO TRN-DUP-SRCH-CUST-ID
020270         MOVE SLS-ID-OUT TO TRN-DUP-SRCH-SLS-ID
020280         MOVE PRODUCT-CODE-OUT TO TRN-DUP-SRCH-PRODUCT
020290         MOVE QTY-SOLD-OUT TO TRN-DUP-SRCH-QTY
020300         MOVE TRANS-TYPE-OUT TO TRN-DUP-SRCH-TYPE
020310         MOVE TRN-DUP-SEARCH-KEY TO TRN-DUP-KEY (TRN-DUP-COUNT)
020320         MOVE BATCH-NO-OUT TO TRN-DUP-BATCH-NO (TRN-DUP-COUNT)
020330         MOVE SALES-SEQ-NO TO TRN-DUP-SEQ-NO (TRN-DUP-COUNT)
020340     ELSE
020350         IF NOT TRN-DUP-TABLE-FULL
020360             SET TRN-DUP-TABLE-FULL TO TRUE
020370             DISPLAY 'DUPLICATE TABLE FULL, POSTINGS AFTER SEQ '
020380                 SALES-SEQ-NO ' NOT DUPLICATE CHECKED'
020390         END-IF
020400     END-IF.
020410 290-CHECKPOINT-CHECK-RTN.
020420     SET CKPT-IN-PROGRESS TO TRUE
020430     PERFORM 296-WRITE-CHECKPOINT-RTN.
020440 295-WRITE-FINAL-CHECKPOINT-RTN.
020450     SET CKPT-COMPLETE TO TRUE
020460     PERFORM 296-WRITE-CHECKPOINT-RTN.
020470 296-WRITE-CHECKPOINT-RTN.
020480     MOVE TRN-RUN-DATE TO CKPT-RUN-DATE
020490     MOVE TRN-RECORDS-READ TO CKPT-RECORDS-READ
020500     MOVE TRN-RECORDS-WRITTEN TO CKPT-RECORDS-WRITTEN
020510     MOVE TRN-RECORDS-REJECTED TO CKPT-RECORDS-REJECTED
020520     MOVE TRN-DOLLAR-TOTAL TO CKPT-DOLLAR-TOTAL
020530     MOVE TRN-SALES-SEQ-NO TO CKPT-LAST-SEQ-NO
020540     MOVE TRN-BATCH-NO TO CKPT-BATCH-NO
020550     MOVE TRN-RECORDS-HELD TO CKPT-RECORDS-HELD
020560     MOVE TRN-RECORDS-SUSPECT TO CKPT-RECORDS-SUSPECT
020570     MOVE 1 TO TRN-CKPT-REL-KEY
020580     IF TRN-CKPT-REC-EXISTS
020590         REWRITE CHECKPOINT-REC
020600         IF TRN-CKPT-FILE-STATUS NOT = '00'
020610             DISPLAY 'CHECKPOINT-FILE REWRITE ERROR, STATUS '
020620                 TRN-CKPT-FILE-STATUS
020630             MOVE 16 TO RETURN-CODE
020640             STOP RUN
020650         END-IF
020660     ELSE
020670         WRITE CHECKPOINT-REC
020680         IF TRN-CKPT-FILE-STATUS NOT = '00'
020690             DISPLAY 'CHECKPOINT-FILE WRITE ERROR, STATUS '
020700                 TRN-CKPT-FILE-STATUS
020710             MOVE 16 TO RETURN-CODE
020720             STOP RUN
020730         END-IF
020740         SET TRN-CKPT-REC-EXISTS TO TRUE
020750     END-IF.
020760 300-WRITE-CONTROLS-RTN.
020770     MOVE 'TRANS RECORDS READ  ' TO CTL-LABEL
020780     MOVE TRN-RECORDS-READ TO TRN-EDIT-COUNT
020790     MOVE TRN-EDIT-COUNT TO CTL-VALUE
020800     WRITE CONTROL-REC
020810     MOVE 'SALES RECORDS WRITTEN' TO CTL-LABEL
020820     MOVE TRN-RECORDS-WRITTEN TO TRN-EDIT-COUNT
020830     MOVE TRN-EDIT-COUNT TO CTL-VALUE
020840     WRITE CONTROL-REC
020850     MOVE 'RECORDS REJECTED    ' TO CTL-LABEL
020860     MOVE TRN-RECORDS-REJECTED TO TRN-EDIT-COUNT
020870     MOVE TRN-EDIT-COUNT TO CTL-VALUE
020880     WRITE CONTROL-REC
020890     MOVE 'RECORDS HELD        ' TO CTL-LABEL
020900     MOVE TRN-RECORDS-HELD TO TRN-EDIT-COUNT
020910     MOVE TRN-EDIT-COUNT TO CTL-VALUE
020920     WRITE CONTROL-REC
020930     MOVE 'RECORDS SUSPECT     ' TO CTL-LABEL
020940     MOVE TRN-RECORDS-SUSPECT TO TRN-EDIT-COUNT
020950     MOVE TRN-EDIT-COUNT TO CTL-VALUE
020960     WRITE CONTROL-REC
020970     MOVE 'DOLLAR CONTROL TOTAL' TO CTL-LABEL
020980     MOVE TRN-DOLLAR-TOTAL TO TRN-EDIT-AMOUNT
020990     MOVE TRN-EDIT-AMOUNT TO CTL-VALUE
021000     WRITE CONTROL-REC.
021010 297-WRITE-AUDIT-LOG-RTN.
021020     MOVE TRN-RUN-DATE TO AUD-RUN-DATE
021030     MOVE TRN-RECORDS-READ TO AUD-RECORDS-READ
021040     MOVE TRN-RECORDS-WRITTEN TO AUD-RECORDS-WRITTEN
021050     MOVE TRN-RECORDS-REJECTED TO AUD-RECORDS-REJECTED
021060     MOVE TRN-DOLLAR-TOTAL TO AUD-DOLLAR-TOTAL
021070     MOVE TRN-BATCH-NO TO AUD-BATCH-NO
021080     WRITE AUDIT-LOG-REC
021090     IF TRN-AUDIT-FILE-STATUS NOT = '00'
021100         DISPLAY 'AUDIT-LOG-FILE WRITE ERROR, STATUS '
021110             TRN-AUDIT-FILE-STATUS
021120         MOVE 16 TO RETURN-CODE
021130         STOP RUN
021140     END-IF.
