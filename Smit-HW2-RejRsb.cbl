001260*                   AND ANNUAL QUOTA FIELDS (SEE MSTMNT AND    *
001270*                   THE NEW SLSPRF REPORT) SO RECORD LAYOUTS   *
001280*                   STAY IN SYNC.                              *
001290*  10/15/2026  JS   PRODUCT-MASTER-REC PICKS UP THE PRIMARY  *
001300*                   VENDOR AND REORDER QUANTITY (SEE MSTMNT  *
001310*                   AND THE NEW POGEN PURCHASE ORDER RUN) SO *
001320*                   RECORD LAYOUTS STAY IN SYNC.             *
001330*  10/15/2026  JS   STANDARD COST.  RESUBMITTED SALES CARRY  *
001340*                   EXTENDED COST THE SAME WAY TRANS PRICES  *
001350*                   THEM.                                    *
001360*  10/15/2026  JS   STOCK JOURNAL.  EVERY ON-HAND CHANGE IN  *
001370*                   222-UPDATE-STOCK-RTN IS WRITTEN TO       *
001380*                   STOCK-JOURNAL-FILE.                      *
001390*  10/15/2026  JS   STOREFRONT ORDER NUMBER CARRIED FROM     *
001400*                   REJECT-REC TO SALES-REC, REJECT2-REC AND *
001410*                   THE REJECT ARCHIVE.                      *
001420*  10/15/2026  JS   RESUBMITTED SALES ARE PRICED FROM        *
001430*                   CONTRACT-PRICE-FILE WHEN A CONTRACT IS   *
001440*                   IN FORCE FOR THE CUSTOMER ON THE RUN     *
001450*                   DATE, THE SAME WAY TRANS PRICES THEM,    *
001460*                   AND SALES-REC PICKS UP THE PRICE-SOURCE  *
001470*                   INDICATOR.                               *
001480*----------------------------------------------------------*
001490 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001510 FILE-CONTROL.
001520     SELECT REJECT-FILE
001530         ASSIGN TO RSB-REJECT-FILE-NAME
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS RSB-REJECT-FILE-STATUS.
001560     SELECT CORRECTION-FILE
001570         ASSIGN TO RSB-CORR-FILE-NAME
001580         ORGANIZATION IS LINE SEQUENTIAL
001590         FILE STATUS IS RSB-CORR-FILE-STATUS.
001600     SELECT SALES-FILE
001610         ASSIGN TO RSB-SALES-FILE-NAME
001620         ORGANIZATION IS INDEXED
001630         ACCESS MODE IS DYNAMIC
001640         RECORD KEY IS SALES-SEQ-NO
001650         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
001660         FILE STATUS IS RSB-SALESFILE-STATUS.
001670     SELECT REJECT2-FILE
001680         ASSIGN TO RSB-REJECT2-FILE-NAME
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS RSB-REJECT2-FILE-STATUS.
001710     SELECT CONTROL-FILE
001720         ASSIGN TO RSB-CONTROL-FILE-NAME
001730         ORGANIZATION IS LINE SEQUENTIAL
001740         FILE STATUS IS RSB-CONTROL-FILE-STATUS.
001750     SELECT PRODUCT-MASTER-FILE
001760         ASSIGN TO RSB-PRODMST-FILE-NAME
001770         ORGANIZATION IS INDEXED
001780         ACCESS MODE IS RANDOM
001790         RECORD KEY IS PRODUCT-CODE-MST
001800         FILE STATUS IS RSB-PRODMST-FILE-STATUS.
001810     SELECT AUDIT-LOG-FILE
001820         ASSIGN TO RSB-AUDIT-FILE-NAME
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS RSB-AUDIT-FILE-STATUS.
001850     SELECT STOCK-JOURNAL-FILE
001860         ASSIGN TO RSB-STKJRNL-FILE-NAME
001870         ORGANIZATION IS LINE SEQUENTIAL
001880         FILE STATUS IS RSB-STKJRNL-FILE-STATUS.
001890     SELECT SALESPERSON-MASTER-FILE
001900         ASSIGN TO RSB-SLSMST-FILE-NAME
001910         ORGANIZATION IS INDEXED
001920         ACCESS MODE IS RANDOM
001930         RECORD KEY IS SLS-ID-MST
001940         FILE STATUS IS RSB-SLSMST-FILE-STATUS.
001950     SELECT REJECT-ARCHIVE-FILE
001960         ASSIGN TO RSB-REJARCH-FILE-NAME
001970         ORGANIZATION IS LINE SEQUENTIAL
001980         FILE STATUS IS RSB-REJARCH-FILE-STATUS.
001990     SELECT TAX-RATE-FILE
002000         ASSIGN TO RSB-TAXRATE-FILE-NAME
002010         ORGANIZATION IS INDEXED
002020         ACCESS MODE IS RANDOM
002030         RECORD KEY IS TAX-CODE-KEY
002040         FILE STATUS IS RSB-TAXRATE-FILE-STATUS.
002050     SELECT PRICE-EFFECT-FILE
002060         ASSIGN TO RSB-PRICEEFF-FILE-NAME
002070         ORGANIZATION IS INDEXED
002080         ACCESS MODE IS DYNAMIC
002090         RECORD KEY IS PRC-KEY
002100         FILE STATUS IS RSB-PRICEEFF-FILE-STATUS.
002110     SELECT CONTRACT-PRICE-FILE
002120         ASSIGN TO RSB-CONTRACT-FILE-NAME
002130         ORGANIZATION IS INDEXED
002140         ACCESS MODE IS RANDOM
002150         RECORD KEY IS CTR-KEY
002160         FILE STATUS IS RSB-CONTRACT-FILE-STATUS.
002170     SELECT TAX-EFFECT-FILE
002180         ASSIGN TO RSB-TAXEFF-FILE-NAME
002190         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS DYNAMIC
002210         RECORD KEY IS TXE-KEY
002220         FILE STATUS IS RSB-TAXEFF-FILE-STATUS.
002230     SELECT COST-EFFECT-FILE
002240         ASSIGN TO RSB-COSTEFF-FILE-NAME
002250         ORGANIZATION IS INDEXED
002260         ACCESS MODE IS DYNAMIC
002270         RECORD KEY IS CST-KEY
002280         FILE STATUS IS RSB-COSTEFF-FILE-STATUS.
002290     SELECT DAY-STATUS-FILE
002300         ASSIGN TO RSB-DAYSTAT-FILE-NAME
002310         ORGANIZATION IS INDEXED
002320         ACCESS MODE IS RANDOM
002330         RECORD KEY IS DST-DATE
002340         FILE STATUS IS RSB-DAYSTAT-FILE-STATUS.
002350     SELECT AUTH-MASTER-FILE
002360         ASSIGN TO RSB-AUTHMST-FILE-NAME
002370         ORGANIZATION IS INDEXED
002380         ACCESS MODE IS RANDOM
002390         RECORD KEY IS AUTH-ID-MST
002400         FILE STATUS IS RSB-AUTHMST-FILE-STATUS.
002410     SELECT CUSTOMER-MASTER-FILE
002420         ASSIGN TO RSB-CUSTMST-FILE-NAME
002430         ORGANIZATION IS INDEXED
002440         ACCESS MODE IS RANDOM
002450         RECORD KEY IS CUST-ID-MST
002460         FILE STATUS IS RSB-CUSTMST-FILE-STATUS.
002470 DATA DIVISION.
002480 FILE SECTION.
002490 FD REJECT-FILE.
002500 01 REJECT-REC.
002510    05 REJ-NAME-IN         PIC X(20).
002520    05 REJ-PRODUCT-CODE-IN PIC X(06).
002530    05 REJ-UNIT-PRICE-IN   PIC 9(3)V99.
002540    05 REJ-QTY-SOLD-IN     PIC 999.
002550    05 REJ-TRANS-TYPE-IN   PIC X(01).
002560    05 REJ-SLSP-ID-IN      PIC X(05).
002570    05 REJ-CUST-ID-IN      PIC X(06).
002580    05 REJ-JURIS-CODE-IN   PIC X(02).
002590    05 REJ-OVERRIDE-FLAG-IN PIC X(01).
002600    05 REJ-OVERRIDE-PRICE-IN PIC 9(3)V99.
002610    05 REJ-APPROVER-ID-IN  PIC X(05).
002620    05 REJ-REASON-CODE     PIC X(4).
002630    05 REJ-REASON-TEXT     PIC X(40).
002640    05 REJ-ORDER-NO-IN     PIC X(12).
002650 FD CORRECTION-FILE.
002660 01 CORRECTION-REC.
002670    05 CORR-REJECT-NO      PIC 9(05).
002680    05 CORR-NAME           PIC X(20).
002690    05 CORR-PRODUCT-CODE   PIC X(06).
002700    05 CORR-QTY            PIC X(03).
002710    05 CORR-TRANS-TYPE     PIC X(01).
002720    05 CORR-SLSP-ID        PIC X(05).
002730    05 CORR-CUST-ID        PIC X(06).
002740    05 CORR-JURIS-CODE     PIC X(02).
002750 FD SALES-FILE.
002760 01 SALES-REC.
002770    05 SALES-SEQ-NO         PIC 9(07).
002780    05 NAME-OUT             PIC X(20).
002790    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
002800    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
002810    05 DISCOUNT-RATE-OUT    PIC V999.
002820    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
002830    05 NET-TOTAL-OUT        PIC S9(6)V99.
002840    05 SOURCE-CODE-OUT      PIC X(01).
002850    05 TRANS-TYPE-OUT       PIC X(01).
002860    05 SLS-ID-OUT           PIC X(05).
002870    05 BATCH-NO-OUT         PIC 9(03).
002880    05 CUST-ID-OUT          PIC X(06).
002890    05 PRODUCT-CODE-OUT     PIC X(06).
002900    05 QTY-SOLD-OUT         PIC 9(03).
002910    05 JURIS-CODE-OUT       PIC X(02).
002920    05 OVERRIDE-FLAG-OUT    PIC X(01).
002930    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
002940    05 APPROVER-ID-OUT      PIC X(05).
002950    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
002960    05 EXT-COST-OUT         PIC S9(6)V99.
002970    05 ORDER-NO-OUT         PIC X(12).
002980    05 PRICE-SOURCE-OUT     PIC X(01).
002990 FD REJECT2-FILE.
003000 01 REJECT2-REC.
003010    05 REJ2-NAME-IN         PIC X(20).
003020    05 REJ2-PRODUCT-CODE-IN PIC X(06).
003030    05 REJ2-UNIT-PRICE-IN   PIC 9(3)V99.
003040    05 REJ2-QTY-SOLD-IN     PIC 999.
003050    05 REJ2-TRANS-TYPE-IN   PIC X(01).
003060    05 REJ2-SLSP-ID-IN      PIC X(05).
003070    05 REJ2-CUST-ID-IN      PIC X(06).
003080    05 REJ2-JURIS-CODE-IN   PIC X(02).
003090    05 REJ2-OVERRIDE-FLAG-IN PIC X(01).
003100    05 REJ2-OVERRIDE-PRICE-IN PIC 9(3)V99.
003110    05 REJ2-APPROVER-ID-IN  PIC X(05).
003120    05 REJ2-REASON-CODE     PIC X(4).
003130    05 REJ2-REASON-TEXT     PIC X(40).
003140    05 REJ2-ORDER-NO-IN     PIC X(12).
003150 FD CONTROL-FILE.
003160 01 CONTROL-REC.
003170    05 CTL-LABEL             PIC X(20).
003180    05 CTL-VALUE             PIC X(20).
003190 FD PRODUCT-MASTER-FILE.
003200 01 PRODUCT-MASTER-REC.
003210    05 PRODUCT-CODE-MST      PIC X(06).
003220    05 PRODUCT-DESC-MST      PIC X(20).
003230    05 UNIT-PRICE-MST        PIC 9(3)V99.
003240    05 QTY-ON-HAND-MST       PIC 9(07).
003250    05 REORDER-POINT-MST     PIC 9(07).
003260    05 QTY-ON-ORDER-MST      PIC 9(07).
003270    05 PRIMARY-VENDOR-MST    PIC X(06).
003280    05 REORDER-QTY-MST       PIC 9(07).
003290    05 STD-COST-MST          PIC 9(3)V99.
003300 FD SALESPERSON-MASTER-FILE.
003310 01 SALESPERSON-MASTER-REC.
003320    05 SLS-ID-MST            PIC X(05).
003330    05 SLS-NAME-MST          PIC X(20).
003340    05 SLS-MTH-QUOTA-MST     PIC 9(7)V99.
003350    05 SLS-ANN-QUOTA-MST     PIC 9(8)V99.
003360 FD DAY-STATUS-FILE.
003370 01 DAY-STATUS-REC.
003380    05 DST-DATE             PIC 9(08).
003390    05 DST-STATUS           PIC X(01).
003400       88 DST-OPEN              VALUE 'O'.
003410       88 DST-BALANCED          VALUE 'B'.
003420       88 DST-POSTED-GL         VALUE 'P'.
003430       88 DST-CLOSED            VALUE 'C'.
003440    05 DST-UPDT-DATE        PIC 9(08).
003450    05 DST-UPDT-USER        PIC X(08).
003460 FD AUTH-MASTER-FILE.
003470 01 AUTH-MASTER-REC.
003480    05 AUTH-ID-MST           PIC X(05).
003490    05 AUTH-NAME-MST         PIC X(20).
003500    05 AUTH-LIMIT-MST        PIC 9(6)V99.
003510 FD CUSTOMER-MASTER-FILE.
003520 01 CUSTOMER-MASTER-REC.
003530    05 CUST-ID-MST           PIC X(06).
003540    05 CUST-NAME-MST         PIC X(20).
003550    05 CUST-ADDR1-MST        PIC X(25).
003560    05 CUST-ADDR2-MST        PIC X(25).
003570    05 CUST-CREDIT-LIMIT-MST PIC 9(7)V99.
003580    05 CUST-TERMS-MST        PIC X(03).
003590 FD AUDIT-LOG-FILE.
003600 01 AUDIT-LOG-REC.
003610    05 AUD-RUN-DATE             PIC 9(08).
003620    05 FILLER                   PIC X(01) VALUE SPACE.
003630    05 AUD-RECORDS-READ         PIC 9(07).
003640    05 FILLER                   PIC X(01) VALUE SPACE.
003650    05 AUD-RECORDS-WRITTEN      PIC 9(07).
003660    05 FILLER                   PIC X(01) VALUE SPACE.
003670    05 AUD-RECORDS-REJECTED     PIC 9(07).
003680    05 FILLER                   PIC X(01) VALUE SPACE.
003690    05 AUD-DOLLAR-TOTAL         PIC S9(09)V99
003700                                SIGN LEADING SEPARATE.
003710    05 FILLER                   PIC X(01) VALUE SPACE.
003720    05 AUD-BATCH-NO             PIC 9(03).
003730 FD STOCK-JOURNAL-FILE.
003740 01 STOCK-JOURNAL-REC.
003750    05 JRN-PRODUCT-CODE         PIC X(06).
003760    05 FILLER                   PIC X(01).
003770    05 JRN-MOVE-DATE            PIC 9(08).
003780    05 FILLER                   PIC X(01).
003790    05 JRN-SOURCE-PGM           PIC X(08).
003800    05 FILLER                   PIC X(01).
003810    05 JRN-MOVE-TYPE            PIC X(01).
003820    05 FILLER                   PIC X(01).
003830    05 JRN-REFERENCE.
003840       10 JRN-BATCH-NO          PIC 9(03).
003850       10 JRN-SEQ-NO            PIC 9(07).
003860       10 FILLER                PIC X(05).
003870    05 JRN-MAINT-REF REDEFINES JRN-REFERENCE.
003880       10 JRN-USER-ID           PIC X(08).
003890       10 JRN-MAINT-REC-NO      PIC 9(07).
003900    05 FILLER                   PIC X(01).
003910    05 JRN-QTY-BEFORE           PIC 9(07).
003920    05 FILLER                   PIC X(01).
003930    05 JRN-QTY-AFTER            PIC 9(07).
003940    05 FILLER                   PIC X(01).
003950    05 JRN-STAMP-DATE           PIC 9(08).
003960    05 FILLER                   PIC X(01).
003970    05 JRN-STAMP-TIME           PIC 9(08).
003980 FD TAX-RATE-FILE.
003990 01 TAX-RATE-REC.
004000    05 TAX-CODE-KEY.
004010       10 TAX-PROD-CODE          PIC X(06).
004020       10 TAX-JURIS-CODE         PIC X(02).
004030    05 TAX-RATE-PCT             PIC V999.
004040 FD PRICE-EFFECT-FILE.
004050 01 PRICE-EFFECT-REC.
004060    05 PRC-KEY.
004070       10 PRC-PRODUCT-CODE      PIC X(06).
004080       10 PRC-EFF-DATE          PIC 9(08).
004090    05 PRC-UNIT-PRICE           PIC 9(3)V99.
004100 FD CONTRACT-PRICE-FILE.
004110 01 CONTRACT-PRICE-REC.
004120    05 CTR-KEY.
004130       10 CTR-CUST-ID           PIC X(06).
004140       10 CTR-PRODUCT-CODE      PIC X(06).
004150    05 CTR-START-DATE           PIC 9(08).
004160    05 CTR-END-DATE             PIC 9(08).
004170    05 CTR-UNIT-PRICE           PIC 9(3)V99.
004180 FD TAX-EFFECT-FILE.
004190 01 TAX-EFFECT-REC.
004200    05 TXE-KEY.
004210       10 TXE-CODE              PIC X(06).
004220       10 TXE-JURIS              PIC X(02).
004230       10 TXE-EFF-DATE          PIC 9(08).
004240    05 TXE-RATE-PCT             PIC V999.
004250 FD COST-EFFECT-FILE.
004260 01 COST-EFFECT-REC.
004270    05 CST-KEY.
004280       10 CST-PRODUCT-CODE      PIC X(06).
004290       10 CST-EFF-DATE          PIC 9(08).
004300    05 CST-UNIT-COST            PIC 9(3)V99.
004310 FD REJECT-ARCHIVE-FILE.
004320 01 REJECT-ARCHIVE-REC.
004330    05 RARC-RUN-DATE         PIC 9(08).
004340    05 RARC-DISPOSITION      PIC X(01).
004350       88 RARC-POSTED             VALUE 'P'.
004360       88 RARC-REJECTED-AGAIN     VALUE 'R'.
004370    05 RARC-NAME-IN          PIC X(20).
004380    05 RARC-PRODUCT-CODE-IN  PIC X(06).
004390    05 RARC-UNIT-PRICE-IN    PIC 9(3)V99.
004400    05 RARC-QTY-SOLD-IN      PIC 999.
004410    05 RARC-TRANS-TYPE-IN    PIC X(01).
004420    05 RARC-SLSP-ID-IN       PIC X(05).
004430    05 RARC-CUST-ID-IN       PIC X(06).
004440    05 RARC-JURIS-CODE-IN    PIC X(02).
004450    05 RARC-OVERRIDE-FLAG-IN PIC X(01).
004460    05 RARC-OVERRIDE-PRICE-IN PIC 9(3)V99.
004470    05 RARC-APPROVER-ID-IN   PIC X(05).
004480    05 RARC-REASON-CODE      PIC X(4).
004490    05 RARC-REASON-TEXT      PIC X(40).
004500    05 RARC-ORDER-NO-IN      PIC X(12).
004510 WORKING-STORAGE SECTION.
004520 01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
004530 01 RSB-WORK-REC.
004540    05 RSB-NAME-IN         PIC X(20).
004550    05 RSB-PRODUCT-CODE-IN PIC X(06).
004560    05 RSB-UNIT-PRICE-IN   PIC 9(3)V99.
004570    05 RSB-QTY-SOLD-IN     PIC 999.
004580    05 RSB-TRANS-TYPE-IN   PIC X(01).
004590       88 RSB-TYPE-SALE          VALUES 'S', SPACE.
004600       88 RSB-TYPE-RETURN        VALUE 'R'.
004610    05 RSB-SLSP-ID-IN      PIC X(05).
004620    05 RSB-CUST-ID-IN      PIC X(06).
004630    05 RSB-JURIS-CODE-IN   PIC X(02).
004640    05 RSB-OVERRIDE-FLAG-IN PIC X(01).
004650       88 RSB-OVERRIDE-REQUESTED  VALUE 'O'.
004660       88 RSB-OVERRIDE-NOT-ASKED  VALUE SPACE.
004670    05 RSB-OVERRIDE-PRICE-IN PIC 9(3)V99.
004680    05 RSB-APPROVER-ID-IN  PIC X(05).
004690    05 RSB-ORDER-NO-IN     PIC X(12).
004700 01 RSB-CORRECTION-TABLE.
004710    05 RSB-CORR-ENTRY OCCURS 2000 TIMES.
004720       10 RSB-CORR-PRESENT-SW  PIC X(01).
004730          88 RSB-CORR-PRESENT        VALUE 'Y'.
004740       10 RSB-CORR-NAME        PIC X(20).
004750       10 RSB-CORR-PRODUCT     PIC X(06).
004760       10 RSB-CORR-QTY         PIC X(03).
004770       10 RSB-CORR-TRANS-TYPE  PIC X(01).
004780       10 RSB-CORR-SLSP-ID     PIC X(05).
004790       10 RSB-CORR-CUST-ID     PIC X(06).
004800       10 RSB-CORR-JURIS       PIC X(02).
004810 77 RSB-CORR-MAX           PIC 9(05) COMP VALUE 2000.
004820 77 RSB-CORR-SUB           PIC 9(05) COMP VALUE ZERO.
004830 77 RSB-REJECT-NO          PIC 9(05) COMP VALUE ZERO.
004840 77 RSB-VALID-REC-SW       PIC X(01) VALUE 'Y'.
004850     88 RSB-VALID-REC               VALUE 'Y'.
004860     88 RSB-INVALID-REC             VALUE 'N'.
004870 77 RSB-REASON-CODE        PIC X(04) VALUE SPACES.
004880 77 RSB-REASON-TEXT        PIC X(40) VALUE SPACES.
004890 77 RSB-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
004900 77 RSB-RECORDS-WRITTEN    PIC 9(07) COMP VALUE ZERO.
004910 77 RSB-RECORDS-REJECTED   PIC 9(07) COMP VALUE ZERO.
004920 77 RSB-RECORDS-CORRECTED  PIC 9(07) COMP VALUE ZERO.
004930 77 RSB-DOLLAR-TOTAL       PIC S9(09)V99 VALUE ZERO.
004940 77 RSB-EDIT-COUNT         PIC ZZZ,ZZ9.
004950 77 RSB-EDIT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
004960 77 RSB-RUN-DATE           PIC 9(08) VALUE ZERO.
004970 77 RSB-REJECT-FILE-STATUS PIC XX VALUE SPACES.
004980 77 RSB-REJECT2-FILE-STATUS PIC XX VALUE SPACES.
004990 77 RSB-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
005000 77 RSB-CORR-FILE-STATUS   PIC XX VALUE SPACES.
005010 77 RSB-CORR-EOF-SW        PIC X(01) VALUE 'N'.
005020     88 RSB-CORR-EOF               VALUE 'Y'.
005030     88 RSB-CORR-NOT-EOF           VALUE 'N'.
005040 77 RSB-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
005050 77 RSB-SLSMST-FILE-STATUS  PIC XX VALUE SPACES.
005060 77 RSB-CUSTMST-FILE-STATUS PIC XX VALUE SPACES.
005070 77 RSB-SLS-NAME            PIC X(20) VALUE SPACES.
005080 77 RSB-AUDIT-FILE-STATUS   PIC XX VALUE SPACES.
005090 77 RSB-STKJRNL-FILE-STATUS PIC XX VALUE SPACES.
005100 77 RSB-TAXRATE-FILE-STATUS PIC XX VALUE SPACES.
005110 77 RSB-TAX-RATE            PIC V999 VALUE ZERO.
005120 77 RSB-PRICEEFF-FILE-STATUS PIC XX VALUE SPACES.
005130 77 RSB-TAXEFF-FILE-STATUS  PIC XX VALUE SPACES.
005140 77 RSB-PRICEEFF-OPEN-SW    PIC X(01) VALUE 'N'.
005150     88 RSB-PRICEEFF-AVAILABLE     VALUE 'Y'.
005160     88 RSB-PRICEEFF-ABSENT        VALUE 'N'.
005170 77 RSB-CONTRACT-FILE-STATUS  PIC XX VALUE SPACES.
005180 77 RSB-CONTRACT-OPEN-SW     PIC X(01) VALUE 'N'.
005190     88 RSB-CONTRACT-AVAILABLE      VALUE 'Y'.
005200     88 RSB-CONTRACT-ABSENT         VALUE 'N'.
005210 77 RSB-TAXEFF-OPEN-SW      PIC X(01) VALUE 'N'.
005220     88 RSB-TAXEFF-AVAILABLE       VALUE 'Y'.
005230     88 RSB-TAXEFF-ABSENT          VALUE 'N'.
005240 77 RSB-COSTEFF-FILE-STATUS PIC XX VALUE SPACES.
005250 77 RSB-COSTEFF-OPEN-SW     PIC X(01) VALUE 'N'.
005260     88 RSB-COSTEFF-AVAILABLE      VALUE 'Y'.
005270     88 RSB-COSTEFF-ABSENT         VALUE 'N'.
005280 77 RSB-EFF-SCAN-SW         PIC X(01) VALUE 'N'.
005290     88 RSB-EFF-SCAN-DONE          VALUE 'Y'.
005300     88 RSB-EFF-SCAN-MORE          VALUE 'N'.
005310 77 RSB-EFF-FOUND-SW        PIC X(01) VALUE 'N'.
005320     88 RSB-EFF-FOUND              VALUE 'Y'.
005330     88 RSB-EFF-NOT-FOUND          VALUE 'N'.
005340 77 RSB-EFF-PRICE           PIC 9(3)V99 VALUE ZERO.
005350 77 RSB-PRICE-SOURCE        PIC X(01) VALUE SPACE.
005360 77 RSB-EFF-RATE            PIC V999 VALUE ZERO.
005370 77 RSB-EFF-COST            PIC 9(3)V99 VALUE ZERO.
005380 77 RSB-UNIT-COST           PIC 9(3)V99 VALUE ZERO.
005390 77 RSB-SALESFILE-STATUS    PIC XX VALUE SPACES.
005400 77 RSB-SALES-SEQ-NO        PIC 9(07) COMP VALUE ZERO.
005410 77 RSB-REJECT-FILE-NAME    PIC X(80) VALUE SPACES.
005420 77 RSB-CORR-FILE-NAME      PIC X(80) VALUE SPACES.
005430 77 RSB-SALES-FILE-NAME     PIC X(80) VALUE SPACES.
005440 77 RSB-REJECT2-FILE-NAME   PIC X(80) VALUE SPACES.
005450 77 RSB-CONTROL-FILE-NAME   PIC X(80) VALUE SPACES.
005460 77 RSB-CONTROL-BASE-NAME   PIC X(60) VALUE SPACES.
005470 77 RSB-PRODMST-FILE-NAME   PIC X(80) VALUE SPACES.
005480 77 RSB-SLSMST-FILE-NAME    PIC X(80) VALUE SPACES.
005490 77 RSB-CUSTMST-FILE-NAME   PIC X(80) VALUE SPACES.
005500 77 RSB-DAYSTAT-FILE-NAME   PIC X(80) VALUE SPACES.
005510 77 RSB-AUTHMST-FILE-NAME   PIC X(80) VALUE SPACES.
005520 77 RSB-AUTHMST-FILE-STATUS PIC XX VALUE SPACES.
005530 77 RSB-DAYSTAT-FILE-STATUS PIC XX VALUE SPACES.
005540 77 RSB-AUDIT-FILE-NAME     PIC X(80) VALUE SPACES.
005550 77 RSB-STKJRNL-FILE-NAME PIC X(80) VALUE SPACES.
005560 77 RSB-QTY-BEFORE        PIC 9(07) VALUE ZERO.
005570 77 RSB-REJARCH-FILE-NAME   PIC X(80) VALUE SPACES.
005580 77 RSB-REJARCH-FILE-STATUS PIC XX VALUE SPACES.
005590 77 RSB-DISPOSITION         PIC X(01) VALUE SPACE.
005600 77 RSB-TAXRATE-FILE-NAME   PIC X(80) VALUE SPACES.
005610 77 RSB-PRICEEFF-FILE-NAME  PIC X(80) VALUE SPACES.
005620 77 RSB-CONTRACT-FILE-NAME  PIC X(80) VALUE SPACES.
005630 77 RSB-TAXEFF-FILE-NAME    PIC X(80) VALUE SPACES.
005640 77 RSB-COSTEFF-FILE-NAME   PIC X(80) VALUE SPACES.
005650 77 RSB-OUTPUT-BASE-NAME    PIC X(60) VALUE SPACES.
005660 77 RSB-ENV-VALUE           PIC X(80) VALUE SPACES.
005670 77 RSB-UNIT-PRICE          PIC 9(3)V99 VALUE ZERO.
005680 77 RSB-OVERRIDE-VARIANCE   PIC S9(6)V99 VALUE ZERO.
005690 77 RSB-VARIANCE-ABS        PIC 9(6)V99 VALUE ZERO.
005700 77 RSB-DISCOUNT-RATE       PIC V999 VALUE ZERO.
005710 77 RSB-PRE-DISCOUNT-AMT    PIC 9(6)V99 VALUE ZERO.
005720 77 RSB-SALES-EOF-SW        PIC X(01) VALUE 'N'.
005730     88 RSB-SALES-EOF               VALUE 'Y'.
005740     88 RSB-SALES-NOT-EOF           VALUE 'N'.
005750 PROCEDURE DIVISION.
005760 100-MAIN-MODULE.
005770     ACCEPT RSB-RUN-DATE FROM DATE YYYYMMDD
005780     PERFORM 105-ASSIGN-FILENAMES-RTN
005790     PERFORM 107-CHECK-DAY-STATUS-RTN
005800     OPEN INPUT REJECT-FILE
005810     IF RSB-REJECT-FILE-STATUS NOT = '00'
005820         DISPLAY 'REJECT-FILE OPEN ERROR, STATUS '
005830             RSB-REJECT-FILE-STATUS
005840         MOVE 16 TO RETURN-CODE
005850         STOP RUN
005860     END-IF
005870     OPEN I-O PRODUCT-MASTER-FILE
005880     IF RSB-PRODMST-FILE-STATUS NOT = '00'
005890         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
005900             RSB-PRODMST-FILE-STATUS
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF
005940     OPEN INPUT SALESPERSON-MASTER-FILE
005950     IF RSB-SLSMST-FILE-STATUS NOT = '00'
005960         DISPLAY 'SALESPERSON-MASTER-FILE OPEN ERROR, STATUS '
005970             RSB-SLSMST-FILE-STATUS
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF
006010     OPEN INPUT AUTH-MASTER-FILE
006020     IF RSB-AUTHMST-FILE-STATUS NOT = '00'
006030         DISPLAY 'AUTH-MASTER-FILE OPEN ERROR, STATUS '
006040             RSB-AUTHMST-FILE-STATUS
006050         MOVE 16 TO RETURN-CODE
006060         STOP RUN
006070     END-IF
006080     OPEN INPUT CUSTOMER-MASTER-FILE
006090     IF RSB-CUSTMST-FILE-STATUS NOT = '00'
006100         DISPLAY 'CUSTOMER-MASTER-FILE OPEN ERROR, STATUS '
006110             RSB-CUSTMST-FILE-STATUS
006120         MOVE 16 TO RETURN-CODE
006130         STOP RUN
006140     END-IF
006150     OPEN INPUT TAX-RATE-FILE
006160     IF RSB-TAXRATE-FILE-STATUS NOT = '00'
006170         DISPLAY 'TAX-RATE-FILE OPEN ERROR, STATUS '
006180             RSB-TAXRATE-FILE-STATUS
006190         MOVE 16 TO RETURN-CODE
006200         STOP RUN
006210     END-IF
006220     OPEN INPUT PRICE-EFFECT-FILE
006230     IF RSB-PRICEEFF-FILE-STATUS = '00'
006240         SET RSB-PRICEEFF-AVAILABLE TO TRUE
006250     ELSE
006260         IF RSB-PRICEEFF-FILE-STATUS = '35'
006270             SET RSB-PRICEEFF-ABSENT TO TRUE
006280         ELSE
006290             DISPLAY 'PRICE-EFFECT-FILE OPEN ERROR, STATUS '
006300                 RSB-PRICEEFF-FILE-STATUS
006310             MOVE 16 TO RETURN-CODE
006320             STOP RUN
006330         END-IF
006340     END-IF
006350     OPEN INPUT CONTRACT-PRICE-FILE
006360     IF RSB-CONTRACT-FILE-STATUS = '00'
006370         SET RSB-CONTRACT-AVAILABLE TO TRUE
006380     ELSE
006390         IF RSB-CONTRACT-FILE-STATUS = '35'
006400             SET RSB-CONTRACT-ABSENT TO TRUE
006410         ELSE
006420             DISPLAY 'CONTRACT-PRICE-FILE OPEN ERROR, STATUS '
006430                 RSB-CONTRACT-FILE-STATUS
006440             MOVE 16 TO RETURN-CODE
006450             STOP RUN
006460         END-IF
006470     END-IF
006480     OPEN INPUT TAX-EFFECT-FILE
006490     IF RSB-TAXEFF-FILE-STATUS = '00'
006500         SET RSB-TAXEFF-AVAILABLE TO TRUE
006510     ELSE
006520         IF RSB-TAXEFF-FILE-STATUS = '35'
006530             SET RSB-TAXEFF-ABSENT TO TRUE
006540         ELSE
006550             DISPLAY 'TAX-EFFECT-FILE OPEN ERROR, STATUS '
006560                 RSB-TAXEFF-FILE-STATUS
006570             MOVE 16 TO RETURN-CODE
006580             STOP RUN
006590         END-IF
006600     END-IF
006610     OPEN INPUT COST-EFFECT-FILE
006620     IF RSB-COSTEFF-FILE-STATUS = '00'
006630         SET RSB-COSTEFF-AVAILABLE TO TRUE
006640     ELSE
006650         IF RSB-COSTEFF-FILE-STATUS = '35'
006660             SET RSB-COSTEFF-ABSENT TO TRUE
006670         ELSE
006680             DISPLAY 'COST-EFFECT-FILE OPEN ERROR, STATUS '
006690                 RSB-COSTEFF-FILE-STATUS
006700             MOVE 16 TO RETURN-CODE
006710             STOP RUN
006720         END-IF
006730     END-IF
006740     OPEN I-O SALES-FILE
006750     IF RSB-SALESFILE-STATUS NOT = '00'
006760         DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
006770             RSB-SALESFILE-STATUS
006780         DISPLAY 'RUN TRANS FOR THE DAY BEFORE RESUBMITTING'
006790         MOVE 16 TO RETURN-CODE
006800         STOP RUN
006810     END-IF
006820     PERFORM 110-LOAD-CORRECTIONS-RTN
006830     PERFORM 115-DERIVE-SALES-SEQ-RTN
006840     OPEN EXTEND REJECT2-FILE
006850     IF RSB-REJECT2-FILE-STATUS = '35'
006860         OPEN OUTPUT REJECT2-FILE
006870     END-IF
006880     IF RSB-REJECT2-FILE-STATUS NOT = '00'
006890         DISPLAY 'REJECT2-FILE OPEN ERROR, STATUS '
006900             RSB-REJECT2-FILE-STATUS
006910         MOVE 16 TO RETURN-CODE
006920         STOP RUN
006930     END-IF
006940     OPEN EXTEND CONTROL-FILE
006950     IF RSB-CONTROL-FILE-STATUS = '35'
006960         OPEN OUTPUT CONTROL-FILE
006970     END-IF
006980     IF RSB-CONTROL-FILE-STATUS NOT = '00'
006990         DISPLAY 'CONTROL-FILE OPEN ERROR, STATUS '
007000             RSB-CONTROL-FILE-STATUS
007010         MOVE 16 TO RETURN-CODE
007020         STOP RUN
007030     END-IF
007040     OPEN EXTEND AUDIT-LOG-FILE
007050     IF RSB-AUDIT-FILE-STATUS = '35'
007060         OPEN OUTPUT AUDIT-LOG-FILE
007070     END-IF
007080     IF RSB-AUDIT-FILE-STATUS NOT = '00'
007090         DISPLAY 'AUDIT-LOG-FILE OPEN ERROR, STATUS '
007100             RSB-AUDIT-FILE-STATUS
007110         MOVE 16 TO RETURN-CODE
007120         STOP RUN
007130     END-IF
007140     OPEN EXTEND STOCK-JOURNAL-FILE
007150     IF RSB-STKJRNL-FILE-STATUS = '35'
007160         OPEN OUTPUT STOCK-JOURNAL-FILE
007170     END-IF
007180     IF RSB-STKJRNL-FILE-STATUS NOT = '00'
007190         DISPLAY 'STOCK-JOURNAL-FILE OPEN ERROR, STATUS '
007200             RSB-STKJRNL-FILE-STATUS
007210         MOVE 16 TO RETURN-CODE
007220         STOP RUN
007230     END-IF
007240     OPEN EXTEND REJECT-ARCHIVE-FILE
007250     IF RSB-REJARCH-FILE-STATUS = '35'
007260         OPEN OUTPUT REJECT-ARCHIVE-FILE
007270     END-IF
007280     IF RSB-REJARCH-FILE-STATUS NOT = '00'
007290         DISPLAY 'REJECT-ARCHIVE-FILE OPEN ERROR, STATUS '
007300             RSB-REJARCH-FILE-STATUS
007310         MOVE 16 TO RETURN-CODE
007320         STOP RUN
007330     END-IF
007340     PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
007350          READ REJECT-FILE
007360             AT END
007370                 MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
007380             NOT AT END
007390                 ADD 1 TO RSB-RECORDS-READ
007400                 ADD 1 TO RSB-REJECT-NO
007410                 PERFORM 200-RESUBMIT-RTN
007420          END-READ
007430     END-PERFORM
007440     IF RSB-RECORDS-READ > ZERO
007450         PERFORM 300-WRITE-CONTROLS-RTN
007460         PERFORM 297-WRITE-AUDIT-LOG-RTN
007470         PERFORM 310-CLEAR-REJECT-RTN
007480     ELSE
007490         DISPLAY 'NO REJECTS TO PROCESS, NOTHING POSTED'
007500     END-IF
007510     CLOSE REJECT-FILE
007520           SALES-FILE
007530           REJECT2-FILE
007540           CONTROL-FILE
007550           PRODUCT-MASTER-FILE
007560           SALESPERSON-MASTER-FILE
007570           CUSTOMER-MASTER-FILE
007580           AUTH-MASTER-FILE
007590           AUDIT-LOG-FILE
007600           STOCK-JOURNAL-FILE
007610           REJECT-ARCHIVE-FILE
007620           TAX-RATE-FILE
007630     IF RSB-PRICEEFF-AVAILABLE
007640         CLOSE PRICE-EFFECT-FILE
007650     END-IF
007660     IF RSB-CONTRACT-AVAILABLE
007670         CLOSE CONTRACT-PRICE-FILE
007680     END-IF
007690     IF RSB-TAXEFF-AVAILABLE
007700         CLOSE TAX-EFFECT-FILE
007710     END-IF
007720     IF RSB-COSTEFF-AVAILABLE
007730         CLOSE COST-EFFECT-FILE
007740     END-IF
007750     STOP RUN.
007760 105-ASSIGN-FILENAMES-RTN.
007770     MOVE SPACES TO RSB-ENV-VALUE
007780     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
007790     IF RSB-ENV-VALUE NOT = SPACES
007800         MOVE RSB-ENV-VALUE(1:8) TO RSB-RUN-DATE
007810     END-IF
007820     MOVE SPACES TO RSB-ENV-VALUE
007830     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_REJECT_FILE'
007840     IF RSB-ENV-VALUE = SPACES
007850     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransReject.TXT'
007860         TO RSB-REJECT-FILE-NAME
007870     ELSE
007880         MOVE RSB-ENV-VALUE TO RSB-REJECT-FILE-NAME
007890     END-IF
007900     MOVE SPACES TO RSB-ENV-VALUE
007910     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_CORRECTION_FILE'
007920     IF RSB-ENV-VALUE = SPACES
007930     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-RejCorrect.TXT'
007940         TO RSB-CORR-FILE-NAME
007950     ELSE
007960         MOVE RSB-ENV-VALUE TO RSB-CORR-FILE-NAME
007970     END-IF
007980     MOVE SPACES TO RSB-ENV-VALUE
007990     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
008000     IF RSB-ENV-VALUE = SPACES
008010         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
008020             TO RSB-OUTPUT-BASE-NAME
008030     ELSE
008040         MOVE RSB-ENV-VALUE TO RSB-OUTPUT-BASE-NAME
008050     END-IF
008060     MOVE SPACES TO RSB-SALES-FILE-NAME
008070     STRING RSB-OUTPUT-BASE-NAME DELIMITED BY SPACE
008080         '-' DELIMITED BY SIZE
008090         RSB-RUN-DATE DELIMITED BY SIZE
008100         '.TXT' DELIMITED BY SIZE
008110         INTO RSB-SALES-FILE-NAME
008120     END-STRING
008130     MOVE SPACES TO RSB-ENV-VALUE
008140     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_REJECT2_FILE'
008150     IF RSB-ENV-VALUE = SPACES
008160     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransReject2.TXT'
008170         TO RSB-REJECT2-FILE-NAME
008180     ELSE
008190         MOVE RSB-ENV-VALUE TO RSB-REJECT2-FILE-NAME
008200     END-IF
008210     MOVE SPACES TO RSB-ENV-VALUE
008220     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_RESUBCTL_BASE'
008230     IF RSB-ENV-VALUE = SPACES
008240     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-RejRsbControl'
008250         TO RSB-CONTROL-BASE-NAME
008260     ELSE
008270         MOVE RSB-ENV-VALUE TO RSB-CONTROL-BASE-NAME
008280     END-IF
008290     MOVE SPACES TO RSB-CONTROL-FILE-NAME
008300     STRING RSB-CONTROL-BASE-NAME DELIMITED BY SPACE
008310         '-' DELIMITED BY SIZE
008320         RSB-RUN-DATE DELIMITED BY SIZE
008330         '.TXT' DELIMITED BY SIZE
008340         INTO RSB-CONTROL-FILE-NAME
008350     END-STRING
008360     MOVE SPACES TO RSB-ENV-VALUE
008370     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
008380     IF RSB-ENV-VALUE = SPACES
008390     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
008400         TO RSB-PRODMST-FILE-NAME
008410     ELSE
008420         MOVE RSB-ENV-VALUE TO RSB-PRODMST-FILE-NAME
008430     END-IF
008440     MOVE SPACES TO RSB-ENV-VALUE
008450     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_SLSMST_FILE'
008460     IF RSB-ENV-VALUE = SPACES
008470     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SlsMaster.TXT'
008480         TO RSB-SLSMST-FILE-NAME
008490     ELSE
008500         MOVE RSB-ENV-VALUE TO RSB-SLSMST-FILE-NAME
008510     END-IF
008520     MOVE SPACES TO RSB-ENV-VALUE
008530     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_CUSTMST_FILE'
008540     IF RSB-ENV-VALUE = SPACES
008550     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CustMaster.TXT'
008560         TO RSB-CUSTMST-FILE-NAME
008570     ELSE
008580         MOVE RSB-ENV-VALUE TO RSB-CUSTMST-FILE-NAME
008590     END-IF
008600     MOVE SPACES TO RSB-ENV-VALUE
008610     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_DAYSTAT_FILE'
008620     IF RSB-ENV-VALUE = SPACES
008630     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DayStatus.TXT'
008640         TO RSB-DAYSTAT-FILE-NAME
008650     ELSE
008660         MOVE RSB-ENV-VALUE TO RSB-DAYSTAT-FILE-NAME
008670     END-IF
008680     MOVE SPACES TO RSB-ENV-VALUE
008690     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUTHMST_FILE'
008700     IF RSB-ENV-VALUE = SPACES
008710     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-AuthMaster.TXT'
008720         TO RSB-AUTHMST-FILE-NAME
008730     ELSE
008740         MOVE RSB-ENV-VALUE TO RSB-AUTHMST-FILE-NAME
008750     END-IF
008760     MOVE SPACES TO RSB-ENV-VALUE
008770     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUDIT_FILE'
008780     IF RSB-ENV-VALUE = SPACES
008790     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransAudit.TXT'
008800         TO RSB-AUDIT-FILE-NAME
008810     ELSE
008820         MOVE RSB-ENV-VALUE TO RSB-AUDIT-FILE-NAME
008830     END-IF
008840     MOVE SPACES TO RSB-ENV-VALUE
008850     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_STKJRNL_FILE'
008860     IF RSB-ENV-VALUE = SPACES
008870     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-StockJournal.TXT'
008880         TO RSB-STKJRNL-FILE-NAME
008890     ELSE
008900         MOVE RSB-ENV-VALUE TO RSB-STKJRNL-FILE-NAME
008910     END-IF
008920     MOVE SPACES TO RSB-ENV-VALUE
008930     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_REJARCH_FILE'
008940     IF RSB-ENV-VALUE = SPACES
008950     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-RejArchive.TXT'
008960         TO RSB-REJARCH-FILE-NAME
008970     ELSE
008980         MOVE RSB-ENV-VALUE TO RSB-REJARCH-FILE-NAME
008990     END-IF
009000     MOVE SPACES TO RSB-ENV-VALUE
009010     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_TAXRATE_FILE'
009020     IF RSB-ENV-VALUE = SPACES
009030         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TaxRate.TXT'
009040             TO RSB-TAXRATE-FILE-NAME
009050     ELSE
009060         MOVE RSB-ENV-VALUE TO RSB-TAXRATE-FILE-NAME
009070     END-IF
009080     MOVE SPACES TO RSB-ENV-VALUE
009090     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRICEEFF_FILE'
009100     IF RSB-ENV-VALUE = SPACES
009110     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-PriceEff.TXT'
009120         TO RSB-PRICEEFF-FILE-NAME
009130     ELSE
009140         MOVE RSB-ENV-VALUE TO RSB-PRICEEFF-FILE-NAME
009150     END-IF
009160     MOVE SPACES TO RSB-ENV-VALUE
009170     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_CONTRACT_FILE'
009180     IF RSB-ENV-VALUE = SPACES
009190     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ContractPrice.TXT'
009200         TO RSB-CONTRACT-FILE-NAME
009210     ELSE
009220         MOVE RSB-ENV-VALUE TO RSB-CONTRACT-FILE-NAME
009230     END-IF
009240     MOVE SPACES TO RSB-ENV-VALUE
009250     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_TAXEFF_FILE'
009260     IF RSB-ENV-VALUE = SPACES
009270         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TaxEff.TXT'
009280             TO RSB-TAXEFF-FILE-NAME
009290     ELSE
009300         MOVE RSB-ENV-VALUE TO RSB-TAXEFF-FILE-NAME
009310     END-IF
009320     MOVE SPACES TO RSB-ENV-VALUE
009330     ACCEPT RSB-ENV-VALUE FROM ENVIRONMENT 'TRANS_COSTEFF_FILE'
009340     IF RSB-ENV-VALUE = SPACES
009350         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CostEff.TXT'
009360             TO RSB-COSTEFF-FILE-NAME
009370     ELSE
009380         MOVE RSB-ENV-VALUE TO RSB-COSTEFF-FILE-NAME
009390     END-IF.
009400 107-CHECK-DAY-STATUS-RTN.
009410     OPEN INPUT DAY-STATUS-FILE
009420     IF RSB-DAYSTAT-FILE-STATUS = '35'
009430         DISPLAY 'NO DAY-STATUS-FILE, DATE TREATED AS OPEN'
009440     ELSE
009450         IF RSB-DAYSTAT-FILE-STATUS NOT = '00'
009460             DISPLAY 'DAY-STATUS-FILE OPEN ERROR, STATUS '
009470                 RSB-DAYSTAT-FILE-STATUS
009480             MOVE 16 TO RETURN-CODE
009490             STOP RUN
009500         ELSE
009510             MOVE RSB-RUN-DATE TO DST-DATE
009520             READ DAY-STATUS-FILE
009530                 INVALID KEY
009540                     CONTINUE
009550                 NOT INVALID KEY
009560                     IF DST-CLOSED
009570                         DISPLAY 'REJRSB: BUSINESS DATE '
009580                             RSB-RUN-DATE
009590                             ' IS CLOSED, POSTING REFUSED'
009600                         MOVE 12 TO RETURN-CODE
009610                         STOP RUN
009620                     END-IF
009630             END-READ
009640             CLOSE DAY-STATUS-FILE
009650         END-IF
009660     END-IF.
009670 110-LOAD-CORRECTIONS-RTN.
009680     MOVE SPACES TO RSB-CORRECTION-TABLE
009690     OPEN INPUT CORRECTION-FILE
009700     IF RSB-CORR-FILE-STATUS = '35'
009710         DISPLAY 'NO CORRECTION FILE, REJECTS PASS THROUGH AS IS'
009720     ELSE
009730         IF RSB-CORR-FILE-STATUS NOT = '00'
009740             DISPLAY 'CORRECTION-FILE OPEN ERROR, STATUS '
009750                 RSB-CORR-FILE-STATUS
009760             MOVE 16 TO RETURN-CODE
009770             STOP RUN
009780         ELSE
009790             SET RSB-CORR-NOT-EOF TO TRUE
009800             PERFORM 112-READ-CORRECTION-RTN
009810                 UNTIL RSB-CORR-EOF
009820             CLOSE CORRECTION-FILE
009830         END-IF
009840     END-IF.
009850 112-READ-CORRECTION-RTN.
009860     READ CORRECTION-FILE
009870         AT END
009880             SET RSB-CORR-EOF TO TRUE
009890         NOT AT END
009900             IF CORR-REJECT-NO = ZERO OR
009910                 CORR-REJECT-NO > RSB-CORR-MAX
009920                 DISPLAY 'CORRECTION SKIPPED, BAD REJECT NO '
009930                     CORR-REJECT-NO
009940             ELSE
009950                 MOVE CORR-REJECT-NO TO RSB-CORR-SUB
009960                 MOVE 'Y' TO
009970                     RSB-CORR-PRESENT-SW (RSB-CORR-SUB)
009980                 MOVE CORR-NAME TO
009990                     RSB-CORR-NAME (RSB-CORR-SUB)
010000                 MOVE CORR-PRODUCT-CODE TO
010010                     RSB-CORR-PRODUCT (RSB-CORR-SUB)
010020                 MOVE CORR-QTY TO
010030                     RSB-CORR-QTY (RSB-CORR-SUB)
010040                 MOVE CORR-TRANS-TYPE TO
010050                     RSB-CORR-TRANS-TYPE (RSB-CORR-SUB)
010060                 MOVE CORR-SLSP-ID TO
010070                     RSB-CORR-SLSP-ID (RSB-CORR-SUB)
010080                 MOVE CORR-CUST-ID TO
010090                     RSB-CORR-CUST-ID (RSB-CORR-SUB)
010100                 MOVE CORR-JURIS-CODE TO
010110                     RSB-CORR-JURIS (RSB-CORR-SUB)
010120             END-IF
010130     END-READ.
010140 115-DERIVE-SALES-SEQ-RTN.
010150     SET RSB-SALES-NOT-EOF TO TRUE
010160     MOVE ZERO TO SALES-SEQ-NO
010170     START SALES-FILE KEY IS NOT LESS THAN SALES-SEQ-NO
010180         INVALID KEY
010190             SET RSB-SALES-EOF TO TRUE
010200     END-START
010210     PERFORM 116-FIND-HIGH-SEQ-RTN UNTIL RSB-SALES-EOF.
010220 116-FIND-HIGH-SEQ-RTN.
010230     READ SALES-FILE NEXT RECORD
010240         AT END
010250             SET RSB-SALES-EOF TO TRUE
010260         NOT AT END
010270             IF SALES-SEQ-NO > RSB-SALES-SEQ-NO
010280                 MOVE SALES-SEQ-NO TO RSB-SALES-SEQ-NO
010290             END-IF
010300     END-READ.
010310 200-RESUBMIT-RTN.
010320     SET RSB-VALID-REC TO TRUE
010330     MOVE SPACES TO RSB-REASON-CODE
010340     MOVE SPACES TO RSB-REASON-TEXT
010350     MOVE REJ-NAME-IN TO RSB-NAME-IN
010360     MOVE REJ-PRODUCT-CODE-IN TO RSB-PRODUCT-CODE-IN
010370     MOVE REJ-UNIT-PRICE-IN TO RSB-UNIT-PRICE-IN
010380     MOVE REJ-QTY-SOLD-IN TO RSB-QTY-SOLD-IN
010390     MOVE REJ-TRANS-TYPE-IN TO RSB-TRANS-TYPE-IN
010400     MOVE REJ-SLSP-ID-IN TO RSB-SLSP-ID-IN
010410     MOVE REJ-CUST-ID-IN TO RSB-CUST-ID-IN
010420     MOVE REJ-JURIS-CODE-IN TO RSB-JURIS-CODE-IN
010430     MOVE REJ-OVERRIDE-FLAG-IN TO RSB-OVERRIDE-FLAG-IN
010440     MOVE REJ-OVERRIDE-PRICE-IN TO RSB-OVERRIDE-PRICE-IN
010450     MOVE REJ-APPROVER-ID-IN TO RSB-APPROVER-ID-IN
010460     MOVE REJ-ORDER-NO-IN TO RSB-ORDER-NO-IN
010470     PERFORM 205-APPLY-CORRECTION-RTN
010480     PERFORM 210-EDIT-TRANS-REC
010490     IF RSB-VALID-REC
010500         PERFORM 215-LOOKUP-SLSPERSON-RTN
010510     END-IF
010520     IF RSB-VALID-REC
010530         PERFORM 217-LOOKUP-CUSTOMER-RTN
010540     END-IF
010550     IF RSB-VALID-REC
010560         PERFORM 220-LOOKUP-PRODUCT-RTN
010570     END-IF
010580     IF RSB-VALID-REC
010590         ADD 1 TO RSB-SALES-SEQ-NO
010600         MOVE RSB-SALES-SEQ-NO TO SALES-SEQ-NO
010610         MOVE RSB-SLS-NAME TO NAME-OUT
010620         MOVE RSB-SLSP-ID-IN TO SLS-ID-OUT
010630         MOVE RSB-CUST-ID-IN TO CUST-ID-OUT
010640         MOVE RSB-JURIS-CODE-IN TO JURIS-CODE-OUT
010650         MOVE RSB-ORDER-NO-IN TO ORDER-NO-OUT
010660         MOVE RSB-PRICE-SOURCE TO PRICE-SOURCE-OUT
010670         IF RSB-OVERRIDE-REQUESTED
010680             MOVE 'O' TO OVERRIDE-FLAG-OUT
010690             MOVE RSB-OVERRIDE-PRICE-IN TO OVERRIDE-PRICE-OUT
010700             MOVE RSB-APPROVER-ID-IN TO APPROVER-ID-OUT
010710             MOVE RSB-OVERRIDE-VARIANCE TO PRICE-VARIANCE-OUT
010720         ELSE
010730             MOVE SPACE TO OVERRIDE-FLAG-OUT
010740             MOVE ZERO TO OVERRIDE-PRICE-OUT
010750             MOVE SPACES TO APPROVER-ID-OUT
010760             MOVE ZERO TO PRICE-VARIANCE-OUT
010770         END-IF
010780         MULTIPLY RSB-UNIT-PRICE BY RSB-QTY-SOLD-IN
010790             GIVING RSB-PRE-DISCOUNT-AMT
010800         PERFORM 225-APPLY-DISCOUNT-RTN
010810         MOVE RSB-PRE-DISCOUNT-AMT TO PRE-DISCOUNT-AMT-OUT
010820         MOVE RSB-DISCOUNT-RATE TO DISCOUNT-RATE-OUT
010830         COMPUTE TOTAL-PRICE-OUT ROUNDED =
010840             RSB-PRE-DISCOUNT-AMT -
010850             (RSB-PRE-DISCOUNT-AMT * RSB-DISCOUNT-RATE)
010860         MULTIPLY RSB-UNIT-COST BY RSB-QTY-SOLD-IN
010870             GIVING EXT-COST-OUT
010880         PERFORM 227-APPLY-TAX-RTN
010890         IF RSB-VALID-REC AND RSB-TYPE-RETURN
010900             PERFORM 230-REVERSE-FOR-RETURN-RTN
010910         END-IF
010920     END-IF
010930     IF RSB-VALID-REC
010940         IF RSB-TYPE-RETURN
010950             MOVE 'R' TO TRANS-TYPE-OUT
010960         ELSE
010970             MOVE 'S' TO TRANS-TYPE-OUT
010980         END-IF
010990         MOVE ZERO TO BATCH-NO-OUT
011000         MOVE 'R' TO SOURCE-CODE-OUT
011010         MOVE RSB-PRODUCT-CODE-IN TO PRODUCT-CODE-OUT
011020         MOVE RSB-QTY-SOLD-IN TO QTY-SOLD-OUT
011030         PERFORM 222-UPDATE-STOCK-RTN
011040         WRITE SALES-REC
011050         IF RSB-SALESFILE-STATUS NOT = '00'
011060             DISPLAY 'SALES-FILE WRITE ERROR, STATUS '
011070                 RSB-SALESFILE-STATUS
011080             MOVE 16 TO RETURN-CODE
011090             STOP RUN
011100         END-IF
011110         ADD 1 TO RSB-RECORDS-WRITTEN
011120         MOVE 'P' TO RSB-DISPOSITION
011130         PERFORM 260-WRITE-ARCHIVE-RTN
011140         ADD TOTAL-PRICE-OUT TO RSB-DOLLAR-TOTAL
011150     ELSE
011160         MOVE RSB-NAME-IN TO REJ2-NAME-IN
011170         MOVE RSB-PRODUCT-CODE-IN TO REJ2-PRODUCT-CODE-IN
011180         MOVE RSB-UNIT-PRICE-IN TO REJ2-UNIT-PRICE-IN
011190         MOVE RSB-QTY-SOLD-IN TO REJ2-QTY-SOLD-IN
011200         MOVE RSB-TRANS-TYPE-IN TO REJ2-TRANS-TYPE-IN
011210         MOVE RSB-SLSP-ID-IN TO REJ2-SLSP-ID-IN
011220         MOVE RSB-CUST-ID-IN TO REJ2-CUST-ID-IN
011230         MOVE RSB-JURIS-CODE-IN TO REJ2-JURIS-CODE-IN
011240         MOVE RSB-OVERRIDE-FLAG-IN TO REJ2-OVERRIDE-FLAG-IN
011250         MOVE RSB-OVERRIDE-PRICE-IN TO REJ2-OVERRIDE-PRICE-IN
011260         MOVE RSB-APPROVER-ID-IN TO REJ2-APPROVER-ID-IN
011270         MOVE RSB-ORDER-NO-IN TO REJ2-ORDER-NO-IN
011280         MOVE RSB-REASON-CODE TO REJ2-REASON-CODE
011290         MOVE RSB-REASON-TEXT TO REJ2-REASON-TEXT
011300         WRITE REJECT2-REC
011310         ADD 1 TO RSB-RECORDS-REJECTED
011320         MOVE 'R' TO RSB-DISPOSITION
011330         PERFORM 260-WRITE-ARCHIVE-RTN
011340     END-IF.
011350 205-APPLY-CORRECTION-RTN.
011360     IF RSB-REJECT-NO > RSB-CORR-MAX
011370         DISPLAY 'REJECT NO ' RSB-REJECT-NO
011380             ' PAST CORRECTION TABLE, PASSED THROUGH AS IS'
011390     ELSE
011400         MOVE RSB-REJECT-NO TO RSB-CORR-SUB
011410         IF RSB-CORR-PRESENT (RSB-CORR-SUB)
011420             ADD 1 TO RSB-RECORDS-CORRECTED
011430             IF RSB-CORR-NAME (RSB-CORR-SUB) NOT = SPACES
011440                 MOVE RSB-CORR-NAME (RSB-CORR-SUB)
011450                     TO RSB-NAME-IN
011460             END-IF
011470             IF RSB-CORR-PRODUCT (RSB-CORR-SUB) NOT = SPACES
011480                 MOVE RSB-CORR-PRODUCT (RSB-CORR-SUB)
011490                     TO RSB-PRODUCT-CODE-IN
011500             END-IF
011510             IF RSB-CORR-QTY (RSB-CORR-SUB) NOT = SPACES AND
011520                 RSB-CORR-QTY (RSB-CORR-SUB) IS NUMERIC
011530                 MOVE RSB-CORR-QTY (RSB-CORR-SUB)
011540                     TO RSB-QTY-SOLD-IN
011550             END-IF
011560             IF RSB-CORR-TRANS-TYPE (RSB-CORR-SUB)
011570                 NOT = SPACE
011580                 MOVE RSB-CORR-TRANS-TYPE (RSB-CORR-SUB)
011590                     TO RSB-TRANS-TYPE-IN
011600             END-IF
011610             IF RSB-CORR-SLSP-ID (RSB-CORR-SUB)
011620                 NOT = SPACES
011630                 MOVE RSB-CORR-SLSP-ID (RSB-CORR-SUB)
011640                     TO RSB-SLSP-ID-IN
011650             END-IF
011660             IF RSB-CORR-CUST-ID (RSB-CORR-SUB)
011670                 NOT = SPACES
011680                 MOVE RSB-CORR-CUST-ID (RSB-CORR-SUB)
011690                     TO RSB-CUST-ID-IN
011700             END-IF
011710             IF RSB-CORR-JURIS (RSB-CORR-SUB)
011720                 NOT = SPACES
011730                 MOVE RSB-CORR-JURIS (RSB-CORR-SUB)
011740                     TO RSB-JURIS-CODE-IN
011750             END-IF
011760         END-IF
011770     END-IF.
011780 260-WRITE-ARCHIVE-RTN.
011790     MOVE RSB-RUN-DATE TO RARC-RUN-DATE
011800     MOVE RSB-DISPOSITION TO RARC-DISPOSITION
011810     MOVE REJ-NAME-IN TO RARC-NAME-IN
011820     MOVE REJ-PRODUCT-CODE-IN TO RARC-PRODUCT-CODE-IN
011830     MOVE REJ-UNIT-PRICE-IN TO RARC-UNIT-PRICE-IN
011840     MOVE REJ-QTY-SOLD-IN TO RARC-QTY-SOLD-IN
011850     MOVE REJ-TRANS-TYPE-IN TO RARC-TRANS-TYPE-IN
011860     MOVE REJ-SLSP-ID-IN TO RARC-SLSP-ID-IN
011870     MOVE REJ-CUST-ID-IN TO RARC-CUST-ID-IN
011880     MOVE REJ-JURIS-CODE-IN TO RARC-JURIS-CODE-IN
011890     MOVE REJ-OVERRIDE-FLAG-IN TO RARC-OVERRIDE-FLAG-IN
011900     MOVE REJ-OVERRIDE-PRICE-IN TO RARC-OVERRIDE-PRICE-IN
011910     MOVE REJ-APPROVER-ID-IN TO RARC-APPROVER-ID-IN
011920     MOVE REJ-REASON-CODE TO RARC-REASON-CODE
011930     MOVE REJ-REASON-TEXT TO RARC-REASON-TEXT
011940     MOVE REJ-ORDER-NO-IN TO RARC-ORDER-NO-IN
011950     WRITE REJECT-ARCHIVE-REC
011960     IF RSB-REJARCH-FILE-STATUS NOT = '00'
011970         DISPLAY 'REJECT-ARCHIVE-FILE WRITE ERROR, STATUS '
011980             RSB-REJARCH-FILE-STATUS
011990         MOVE 16 TO RETURN-CODE
012000         STOP RUN
012010     END-IF.
012020 210-EDIT-TRANS-REC.
012030     IF RSB-NAME-IN = SPACES OR RSB-NAME-IN = LOW-VALUES
012040         SET RSB-INVALID-REC TO TRUE
012050         MOVE 'R001' TO RSB-REASON-CODE
012060         MOVE 'NAME-IN IS BLANK OR INVALID' TO RSB-REASON-TEXT
012070     END-IF
012080     IF RSB-VALID-REC AND RSB-QTY-SOLD-IN = ZERO
012090         SET RSB-INVALID-REC TO TRUE
012100         MOVE 'R002' TO RSB-REASON-CODE
012110         MOVE 'QTY-SOLD-IN IS ZERO' TO RSB-REASON-TEXT
012120     END-IF
012130     IF RSB-VALID-REC AND RSB-PRODUCT-CODE-IN = SPACES
012140         SET RSB-INVALID-REC TO TRUE
012150         MOVE 'R003' TO RSB-REASON-CODE
012160         MOVE 'PRODUCT-CODE-IN IS MISSING' TO RSB-REASON-TEXT
012170     END-IF
012180     IF RSB-VALID-REC AND NOT RSB-TYPE-SALE AND
012190         NOT RSB-TYPE-RETURN
012200         SET RSB-INVALID-REC TO TRUE
012210         MOVE 'R008' TO RSB-REASON-CODE
012220         MOVE 'TRANS-TYPE-IN IS NOT S OR R' TO RSB-REASON-TEXT
012230     END-IF
012240     IF RSB-VALID-REC AND RSB-SLSP-ID-IN = SPACES
012250         SET RSB-INVALID-REC TO TRUE
012260         MOVE 'R009' TO RSB-REASON-CODE
012270         MOVE 'SLSP-ID-IN IS MISSING' TO RSB-REASON-TEXT
012280     END-IF
012290     IF RSB-VALID-REC AND RSB-CUST-ID-IN = SPACES
012300         SET RSB-INVALID-REC TO TRUE
012310         MOVE 'R011' TO RSB-REASON-CODE
012320         MOVE 'CUST-ID-IN IS MISSING' TO RSB-REASON-TEXT
012330     END-IF
012340     IF RSB-VALID-REC AND RSB-JURIS-CODE-IN = SPACES
012350         SET RSB-INVALID-REC TO TRUE
012360         MOVE 'R014' TO RSB-REASON-CODE
012370         MOVE 'JURIS-CODE-IN IS MISSING' TO RSB-REASON-TEXT
012380     END-IF
012390     IF RSB-VALID-REC AND NOT RSB-OVERRIDE-REQUESTED AND
012400         NOT RSB-OVERRIDE-NOT-ASKED
012410         SET RSB-INVALID-REC TO TRUE
012420         MOVE 'R015' TO RSB-REASON-CODE
012430         MOVE 'OVERRIDE-FLAG-IN IS NOT O OR BLANK'
012440             TO RSB-REASON-TEXT
012450     END-IF.
012460 215-LOOKUP-SLSPERSON-RTN.
012470     MOVE RSB-SLSP-ID-IN TO SLS-ID-MST
012480     READ SALESPERSON-MASTER-FILE
012490         INVALID KEY
012500             SET RSB-INVALID-REC TO TRUE
012510             MOVE 'R010' TO RSB-REASON-CODE
012520             MOVE 'SALESPERSON ID NOT ON MASTER'
012530                 TO RSB-REASON-TEXT
012540         NOT INVALID KEY
012550             MOVE SLS-NAME-MST TO RSB-SLS-NAME
012560     END-READ
012570     IF RSB-SLSMST-FILE-STATUS NOT = '00' AND
012580         RSB-SLSMST-FILE-STATUS NOT = '23'
012590         DISPLAY 'SALESPERSON-MASTER-FILE READ ERROR, STATUS '
012600             RSB-SLSMST-FILE-STATUS
012610         MOVE 16 TO RETURN-CODE
012620         STOP RUN
012630     END-IF.
012640 217-LOOKUP-CUSTOMER-RTN.
012650     MOVE RSB-CUST-ID-IN TO CUST-ID-MST
012660     READ CUSTOMER-MASTER-FILE
012670         INVALID KEY
012680             SET RSB-INVALID-REC TO TRUE
012690             MOVE 'R012' TO RSB-REASON-CODE
012700             MOVE 'CUSTOMER ID NOT ON MASTER'
012710                 TO RSB-REASON-TEXT
012720     END-READ
012730     IF RSB-CUSTMST-FILE-STATUS NOT = '00' AND
012740         RSB-CUSTMST-FILE-STATUS NOT = '23'
012750         DISPLAY 'CUSTOMER-MASTER-FILE READ ERROR, STATUS '
012760             RSB-CUSTMST-FILE-STATUS
012770         MOVE 16 TO RETURN-CODE
012780         STOP RUN
012790     END-IF.
012800 220-LOOKUP-PRODUCT-RTN.
012810     MOVE RSB-PRODUCT-CODE-IN TO PRODUCT-CODE-MST
012820     READ PRODUCT-MASTER-FILE
012830         INVALID KEY
012840             SET RSB-INVALID-REC TO TRUE
012850             MOVE 'R004' TO RSB-REASON-CODE
012860             MOVE 'PRODUCT CODE NOT ON PRODUCT MASTER'
012870                 TO RSB-REASON-TEXT
012880         NOT INVALID KEY
012890             MOVE UNIT-PRICE-MST TO RSB-UNIT-PRICE
012900             MOVE 'L' TO RSB-PRICE-SOURCE
012910             MOVE STD-COST-MST TO RSB-UNIT-COST
012920     END-READ
012930     IF RSB-PRODMST-FILE-STATUS NOT = '00' AND
012940         RSB-PRODMST-FILE-STATUS NOT = '23'
012950         DISPLAY 'PRODUCT-MASTER-FILE READ ERROR, STATUS '
012960             RSB-PRODMST-FILE-STATUS
012970         MOVE 16 TO RETURN-CODE
012980         STOP RUN
012990     END-IF
013000     IF RSB-VALID-REC AND RSB-PRICEEFF-AVAILABLE
013010         PERFORM 221-LOOKUP-EFF-PRICE-RTN
013020         IF RSB-EFF-FOUND
013030             MOVE RSB-EFF-PRICE TO RSB-UNIT-PRICE
013040             MOVE 'E' TO RSB-PRICE-SOURCE
013050         END-IF
013060     END-IF
013070     IF RSB-VALID-REC AND RSB-CONTRACT-AVAILABLE
013080         PERFORM 232-LOOKUP-CONTRACT-RTN
013090     END-IF
013100     IF RSB-VALID-REC AND RSB-COSTEFF-AVAILABLE
013110         PERFORM 231-LOOKUP-EFF-COST-RTN
013120         IF RSB-EFF-FOUND
013130             MOVE RSB-EFF-COST TO RSB-UNIT-COST
013140         END-IF
013150     END-IF
013160     IF RSB-VALID-REC AND RSB-UNIT-PRICE = ZERO
013170         SET RSB-INVALID-REC TO TRUE
013180         MOVE 'R005' TO RSB-REASON-CODE
013190         MOVE 'PRODUCT MASTER UNIT PRICE IS ZERO'
013200             TO RSB-REASON-TEXT
013210     END-IF
013220     IF RSB-VALID-REC AND RSB-TYPE-SALE AND
013230         RSB-QTY-SOLD-IN > QTY-ON-HAND-MST
013240         SET RSB-INVALID-REC TO TRUE
013250         MOVE 'R013' TO RSB-REASON-CODE
013260         MOVE 'QTY SOLD EXCEEDS STOCK ON HAND'
013270             TO RSB-REASON-TEXT
013280     END-IF
013290     MOVE ZERO TO RSB-OVERRIDE-VARIANCE
013300     IF RSB-VALID-REC AND RSB-OVERRIDE-REQUESTED
013310         PERFORM 224-APPLY-OVERRIDE-RTN
013320     END-IF.
013330 224-APPLY-OVERRIDE-RTN.
013340     IF RSB-APPROVER-ID-IN = SPACES
013350         SET RSB-INVALID-REC TO TRUE
013360         MOVE 'R016' TO RSB-REASON-CODE
013370         MOVE 'OVERRIDE APPROVER ID IS MISSING'
013380             TO RSB-REASON-TEXT
013390     END-IF
013400     IF RSB-VALID-REC
013410         MOVE RSB-APPROVER-ID-IN TO AUTH-ID-MST
013420         READ AUTH-MASTER-FILE
013430             INVALID KEY
013440                 SET RSB-INVALID-REC TO TRUE
013450                 MOVE 'R017' TO RSB-REASON-CODE
013460                 MOVE 'APPROVER NOT ON AUTHORIZATION MASTER'
013470                     TO RSB-REASON-TEXT
013480         END-READ
013490         IF RSB-AUTHMST-FILE-STATUS NOT = '00' AND
013500             RSB-AUTHMST-FILE-STATUS NOT = '23'
013510             DISPLAY 'AUTH-MASTER-FILE READ ERROR, STATUS '
013520                 RSB-AUTHMST-FILE-STATUS
013530             MOVE 16 TO RETURN-CODE
013540             STOP RUN
013550         END-IF
013560     END-IF
013570     IF RSB-VALID-REC AND RSB-OVERRIDE-PRICE-IN = ZERO
013580         SET RSB-INVALID-REC TO TRUE
013590         MOVE 'R018' TO RSB-REASON-CODE
013600         MOVE 'OVERRIDE PRICE IS ZERO' TO RSB-REASON-TEXT
013610     END-IF
013620     IF RSB-VALID-REC
013630         COMPUTE RSB-OVERRIDE-VARIANCE =
013640             (RSB-UNIT-PRICE - RSB-OVERRIDE-PRICE-IN) *
013650             RSB-QTY-SOLD-IN
013660         IF RSB-OVERRIDE-VARIANCE < ZERO
013670             COMPUTE RSB-VARIANCE-ABS =
013680                 ZERO - RSB-OVERRIDE-VARIANCE
013690         ELSE
013700             MOVE RSB-OVERRIDE-VARIANCE TO RSB-VARIANCE-ABS
013710         END-IF
013720         IF RSB-VARIANCE-ABS > AUTH-LIMIT-MST
013730             SET RSB-INVALID-REC TO TRUE
013740             MOVE 'R019' TO RSB-REASON-CODE
013750             MOVE 'OVERRIDE VARIANCE EXCEEDS APPROVER LIMIT'
013760                 TO RSB-REASON-TEXT
013770         ELSE
013780             MOVE RSB-OVERRIDE-PRICE-IN TO RSB-UNIT-PRICE
013790             MOVE 'O' TO RSB-PRICE-SOURCE
013800         END-IF
013810     END-IF.
013820 221-LOOKUP-EFF-PRICE-RTN.
013830     SET RSB-EFF-NOT-FOUND TO TRUE
013840     SET RSB-EFF-SCAN-MORE TO TRUE
013850     MOVE RSB-PRODUCT-CODE-IN TO PRC-PRODUCT-CODE
013860     MOVE ZERO TO PRC-EFF-DATE
013870     START PRICE-EFFECT-FILE KEY IS NOT LESS THAN PRC-KEY
013880         INVALID KEY
013890             SET RSB-EFF-SCAN-DONE TO TRUE
013900     END-START
013910     PERFORM 223-READ-EFF-PRICE-RTN UNTIL RSB-EFF-SCAN-DONE.
013920 223-READ-EFF-PRICE-RTN.
013930     READ PRICE-EFFECT-FILE NEXT RECORD
013940         AT END
013950             SET RSB-EFF-SCAN-DONE TO TRUE
013960         NOT AT END
013970             IF PRC-PRODUCT-CODE NOT = RSB-PRODUCT-CODE-IN OR
013980                 PRC-EFF-DATE > RSB-RUN-DATE
013990                 SET RSB-EFF-SCAN-DONE TO TRUE
014000             ELSE
014010                 SET RSB-EFF-FOUND TO TRUE
014020                 MOVE PRC-UNIT-PRICE TO RSB-EFF-PRICE
014030             END-IF
014040     END-READ.
014050 232-LOOKUP-CONTRACT-RTN.
014060     MOVE RSB-CUST-ID-IN TO CTR-CUST-ID
014070     MOVE RSB-PRODUCT-CODE-IN TO CTR-PRODUCT-CODE
014080     READ CONTRACT-PRICE-FILE
014090         INVALID KEY
014100             CONTINUE
014110         NOT INVALID KEY
014120             IF CTR-START-DATE NOT > RSB-RUN-DATE AND
014130                 CTR-END-DATE NOT < RSB-RUN-DATE AND
014140                 CTR-UNIT-PRICE > ZERO
014150                 MOVE CTR-UNIT-PRICE TO RSB-UNIT-PRICE
014160                 MOVE 'C' TO RSB-PRICE-SOURCE
014170             END-IF
014180     END-READ
014190     IF RSB-CONTRACT-FILE-STATUS NOT = '00' AND
014200         RSB-CONTRACT-FILE-STATUS NOT = '23'
014210         DISPLAY 'CONTRACT-PRICE-FILE READ ERROR, STATUS '
014220             RSB-CONTRACT-FILE-STATUS
014230         MOVE 16 TO RETURN-CODE
014240         STOP RUN
014250     END-IF.
014260 231-LOOKUP-EFF-COST-RTN.
014270     SET RSB-EFF-NOT-FOUND TO TRUE
014280     SET RSB-EFF-SCAN-MORE TO TRUE
014290     MOVE RSB-PRODUCT-CODE-IN TO CST-PRODUCT-CODE
014300     MOVE ZERO TO CST-EFF-DATE
014310     START COST-EFFECT-FILE KEY IS NOT LESS THAN CST-KEY
014320         INVALID KEY
014330             SET RSB-EFF-SCAN-DONE TO TRUE
014340     END-START
014350     PERFORM 233-READ-EFF-COST-RTN UNTIL RSB-EFF-SCAN-DONE.
014360 233-READ-EFF-COST-RTN.
014370     READ COST-EFFECT-FILE NEXT RECORD
014380         AT END
014390             SET RSB-EFF-SCAN-DONE TO TRUE
014400         NOT AT END
014410             IF CST-PRODUCT-CODE NOT = RSB-PRODUCT-CODE-IN OR
014420                 CST-EFF-DATE > RSB-RUN-DATE
014430                 SET RSB-EFF-SCAN-DONE TO TRUE
014440             ELSE
014450                 SET RSB-EFF-FOUND TO TRUE
014460                 MOVE CST-UNIT-COST TO RSB-EFF-COST
014470             END-IF
014480     END-READ.
014490 222-UPDATE-STOCK-RTN.
014500     MOVE QTY-ON-HAND-MST TO RSB-QTY-BEFORE
014510     IF RSB-TYPE-RETURN
014520         ADD RSB-QTY-SOLD-IN TO QTY-ON-HAND-MST
014530     ELSE
014540         SUBTRACT RSB-QTY-SOLD-IN FROM QTY-ON-HAND-MST
014550     END-IF
014560     REWRITE PRODUCT-MASTER-REC
014570     IF RSB-PRODMST-FILE-STATUS NOT = '00'
014580         DISPLAY 'PRODUCT-MASTER-FILE REWRITE ERROR, STATUS '
014590             RSB-PRODMST-FILE-STATUS
014600         MOVE 16 TO RETURN-CODE
014610         STOP RUN
014620     END-IF
014630     PERFORM 226-WRITE-JOURNAL-RTN.
014640 226-WRITE-JOURNAL-RTN.
014650     MOVE SPACES TO STOCK-JOURNAL-REC
014660     MOVE PRODUCT-CODE-MST TO JRN-PRODUCT-CODE
014670     MOVE RSB-RUN-DATE TO JRN-MOVE-DATE
014680     MOVE 'REJRSB' TO JRN-SOURCE-PGM
014690     IF RSB-TYPE-RETURN
014700         MOVE 'R' TO JRN-MOVE-TYPE
014710     ELSE
014720         MOVE 'S' TO JRN-MOVE-TYPE
014730     END-IF
014740     MOVE BATCH-NO-OUT TO JRN-BATCH-NO
014750     MOVE SALES-SEQ-NO TO JRN-SEQ-NO
014760     MOVE RSB-QTY-BEFORE TO JRN-QTY-BEFORE
014770     MOVE QTY-ON-HAND-MST TO JRN-QTY-AFTER
014780     ACCEPT JRN-STAMP-DATE FROM DATE YYYYMMDD
014790     ACCEPT JRN-STAMP-TIME FROM TIME
014800     WRITE STOCK-JOURNAL-REC
014810     IF RSB-STKJRNL-FILE-STATUS NOT = '00'
014820         DISPLAY 'STOCK-JOURNAL-FILE WRITE ERROR, STATUS '
014830             RSB-STKJRNL-FILE-STATUS
014840         MOVE 16 TO RETURN-CODE
014850         STOP RUN
014860     END-IF.
014870 225-APPLY-DISCOUNT-RTN.
014880     IF RSB-QTY-SOLD-IN > 250
014890         MOVE .100 TO RSB-DISCOUNT-RATE
014900     ELSE
014910         IF RSB-QTY-SOLD-IN > 100
014920             MOVE .050 TO RSB-DISCOUNT-RATE
014930         ELSE
014940             MOVE ZERO TO RSB-DISCOUNT-RATE
014950         END-IF
014960     END-IF.
014970 227-APPLY-TAX-RTN.
014980     IF RSB-TAXEFF-AVAILABLE
014990         PERFORM 228-LOOKUP-EFF-RATE-RTN
015000     ELSE
015010         SET RSB-EFF-NOT-FOUND TO TRUE
015020     END-IF
015030     IF RSB-EFF-FOUND
015040         MOVE RSB-EFF-RATE TO RSB-TAX-RATE
015050     ELSE
015060         MOVE RSB-PRODUCT-CODE-IN TO TAX-PROD-CODE
015070         MOVE RSB-JURIS-CODE-IN TO TAX-JURIS-CODE
015080         READ TAX-RATE-FILE
015090             INVALID KEY
015100                 SET RSB-INVALID-REC TO TRUE
015110                 MOVE 'R006' TO RSB-REASON-CODE
015120                 MOVE 'PRODUCT CODE NOT ON TAX RATE FILE'
015130                     TO RSB-REASON-TEXT
015140             NOT INVALID KEY
015150                 MOVE TAX-RATE-PCT TO RSB-TAX-RATE
015160         END-READ
015170         IF RSB-TAXRATE-FILE-STATUS NOT = '00' AND
015180             RSB-TAXRATE-FILE-STATUS NOT = '23'
015190             DISPLAY 'TAX-RATE-FILE READ ERROR, STATUS '
015200                 RSB-TAXRATE-FILE-STATUS
015210             MOVE 16 TO RETURN-CODE
015220             STOP RUN
015230         END-IF
015240     END-IF
015250     IF RSB-VALID-REC
015260         COMPUTE TAX-AMOUNT-OUT ROUNDED =
015270             TOTAL-PRICE-OUT * RSB-TAX-RATE
015280         ADD TOTAL-PRICE-OUT TAX-AMOUNT-OUT
015290             GIVING NET-TOTAL-OUT
015300             ON SIZE ERROR
015310                 SET RSB-INVALID-REC TO TRUE
015320                 MOVE 'R007' TO RSB-REASON-CODE
015330                 MOVE 'NET TOTAL EXCEEDS SALES-REC CAPACITY'
015340                     TO RSB-REASON-TEXT
015350         END-ADD
015360     END-IF.
015370 228-LOOKUP-EFF-RATE-RTN.
015380     SET RSB-EFF-NOT-FOUND TO TRUE
015390     SET RSB-EFF-SCAN-MORE TO TRUE
015400     MOVE RSB-PRODUCT-CODE-IN TO TXE-CODE
015410     MOVE RSB-JURIS-CODE-IN TO TXE-JURIS
015420     MOVE ZERO TO TXE-EFF-DATE
015430     START TAX-EFFECT-FILE KEY IS NOT LESS THAN TXE-KEY
015440         INVALID KEY
015450             SET RSB-EFF-SCAN-DONE TO TRUE
015460     END-START
015470     PERFORM 229-READ-EFF-RATE-RTN UNTIL RSB-EFF-SCAN-DONE.
015480 229-READ-EFF-RATE-RTN.
015490     READ TAX-EFFECT-FILE NEXT RECORD
015500         AT END
015510             SET RSB-EFF-SCAN-DONE TO TRUE
015520         NOT AT END
015530             IF TXE-CODE NOT = RSB-PRODUCT-CODE-IN OR
015540                 TXE-JURIS NOT = RSB-JURIS-CODE-IN OR
015550                 TXE-EFF-DATE > RSB-RUN-DATE
015560                 SET RSB-EFF-SCAN-DONE TO TRUE
015570             ELSE
015580                 SET RSB-EFF-FOUND TO TRUE
015590                 MOVE TXE-RATE-PCT TO RSB-EFF-RATE
015600             END-IF
015610     END-READ.
015620 230-REVERSE-FOR-RETURN-RTN.
015630     COMPUTE TOTAL-PRICE-OUT = ZERO - TOTAL-PRICE-OUT
015640     COMPUTE PRE-DISCOUNT-AMT-OUT =
015650         ZERO - PRE-DISCOUNT-AMT-OUT
015660     COMPUTE TAX-AMOUNT-OUT = ZERO - TAX-AMOUNT-OUT
015670     COMPUTE NET-TOTAL-OUT = ZERO - NET-TOTAL-OUT
015680     COMPUTE EXT-COST-OUT = ZERO - EXT-COST-OUT.
015690 300-WRITE-CONTROLS-RTN.
015700     MOVE 'REJECTS READ        ' TO CTL-LABEL
015710     MOVE RSB-RECORDS-READ TO RSB-EDIT-COUNT
015720     MOVE RSB-EDIT-COUNT TO CTL-VALUE
015730     WRITE CONTROL-REC
015740     MOVE 'CORRECTIONS APPLIED ' TO CTL-LABEL
015750     MOVE RSB-RECORDS-CORRECTED TO RSB-EDIT-COUNT
015760     MOVE RSB-EDIT-COUNT TO CTL-VALUE
015770     WRITE CONTROL-REC
015780     MOVE 'SALES RECORDS WRITTEN' TO CTL-LABEL
015790     MOVE RSB-RECORDS-WRITTEN TO RSB-EDIT-COUNT
015800     MOVE RSB-EDIT-COUNT TO CTL-VALUE
015810     WRITE CONTROL-REC
015820     MOVE 'RECORDS REJECTED    ' TO CTL-LABEL
015830     MOVE RSB-RECORDS-REJECTED TO RSB-EDIT-COUNT
015840     MOVE RSB-EDIT-COUNT TO CTL-VALUE
015850     WRITE CONTROL-REC
015860     MOVE 'DOLLAR CONTROL TOTAL' TO CTL-LABEL
015870     MOVE RSB-DOLLAR-TOTAL TO RSB-EDIT-AMOUNT
015880     MOVE RSB-EDIT-AMOUNT TO CTL-VALUE
015890     WRITE CONTROL-REC.
015900 297-WRITE-AUDIT-LOG-RTN.
015910     MOVE RSB-RUN-DATE TO AUD-RUN-DATE
015920     MOVE RSB-RECORDS-READ TO AUD-RECORDS-READ
015930     MOVE RSB-RECORDS-WRITTEN TO AUD-RECORDS-WRITTEN
015940     MOVE RSB-RECORDS-REJECTED TO AUD-RECORDS-REJECTED
015950     MOVE RSB-DOLLAR-TOTAL TO AUD-DOLLAR-TOTAL
015960     MOVE ZERO TO AUD-BATCH-NO
015970     WRITE AUDIT-LOG-REC
015980     IF RSB-AUDIT-FILE-STATUS NOT = '00'
015990         DISPLAY 'AUDIT-LOG-FILE WRITE ERROR, STATUS '
016000             RSB-AUDIT-FILE-STATUS
016010         MOVE 16 TO RETURN-CODE
016020         STOP RUN
016030     END-IF.
016040 310-CLEAR-REJECT-RTN.
016050     CLOSE REJECT-FILE
016060     OPEN OUTPUT REJECT-FILE
016070     IF RSB-REJECT-FILE-STATUS NOT = '00'
016080         DISPLAY 'REJECT-FILE CLEAR ERROR, STATUS '
016090             RSB-REJECT-FILE-STATUS
016100         MOVE 16 TO RETURN-CODE
016110         STOP RUN
016120     END-IF.
