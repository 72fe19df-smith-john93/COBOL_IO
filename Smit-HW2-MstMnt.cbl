000840*                   THREE OF THE NEWER EDIT MESSAGES RAN 37   *
000850*                   TO 38 CHARACTERS AND WERE TRUNCATING ON   *
000860*                   THE MAINTENANCE REGISTER.                 *
000870*  10/15/2026  JS   PURCHASE ORDERS (SEE THE NEW POGEN AND   *
000880*                   PORPT PROGRAMS).  ADDED THE 'V' TARGET   *
000890*                   FOR THE NEW VENDOR-MASTER-FILE (NAME,    *
000900*                   ADDRESS LINES AND LEAD DAYS).            *
000910*                   PRODUCT-MASTER-REC PICKS UP A PRIMARY    *
000920*                   VENDOR, WHICH MUST BE ON THE VENDOR      *
000930*                   MASTER, AND A REORDER QUANTITY, BOTH SET *
000940*                   BY ADD AND CHANGE.  AN 'R' RECEIPT NOW   *
000950*                   MATCHES TO AN OPEN LINE ON THE           *
000960*                   PO-LINE-FILE, EITHER THE PO AND LINE     *
000970*                   KEYED ON THE MAINTENANCE RECORD OR THE   *
000980*                   OLDEST OPEN LINE FOR THE PRODUCT, AND IS *
000990*                   REFUSED WHEN THERE IS NONE (M060-M064).  *
001000*                   THE RECEIPT IS ADDED TO THE LINE, WHICH  *
001010*                   CLOSES ONCE FULLY RECEIVED, AND ON-ORDER *
001020*                   IS RELIEVED ONLY BY WHAT WAS STILL DUE   *
001030*                   ON THE LINE.  THE REGISTER SHOWS THE PO  *
001040*                   LINE MATCHED.                            *
001050*  10/15/2026  JS   STANDARD COST.  PRODUCT STANDARD COST IS *
001060*                   MAINTAINED ON ADD AND CHANGE AND MAY BE  *
001070*                   EFFECTIVE-DATED LIKE A PRICE             *
001080*                   (M070-M071).                             *
001090*  10/15/2026  JS   STOCK JOURNAL.  PRODUCT RECEIPTS,        *
001100*                   ADJUSTMENTS AND DELETES WRITE THE        *
001110*                   ON-HAND CHANGE TO STOCK-JOURNAL-FILE     *
001120*                   WITH THE USER AND MAINTENANCE RECORD     *
001130*                   NUMBER.                                  *
001140*  10/15/2026  JS   ADDED TARGET K FOR CONTRACT-PRICE-FILE,  *
001150*                   KEYED ON CUSTOMER (MNT-CODE-IN) PLUS     *
001160*                   PRODUCT (NEW MNT-CNT-PROD-IN).  THE      *
001170*                   START DATE IS TAKEN FROM                 *
001180*                   MNT-EFF-DATE-IN, THE CONTRACT PRICE FROM *
001190*                   MNT-PRICE-IN AND THE END DATE FROM NEW   *
001200*                   MNT-END-DATE-IN.  BEFORE AND AFTER       *
001210*                   IMAGES SHOW PRODUCT, START, END AND      *
001220*                   PRICE.  REASON CODES M072 THRU M085.     *
001230*----------------------------------------------------------*
001240 ENVIRONMENT DIVISION.
001250 INPUT-OUTPUT SECTION.
001260 FILE-CONTROL.
001270     SELECT MAINT-TRANS-FILE
001280         ASSIGN TO MNT-MAINT-FILE-NAME
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS MNT-MAINT-FILE-STATUS.
001310     SELECT PRODUCT-MASTER-FILE
001320         ASSIGN TO MNT-PRODMST-FILE-NAME
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS RANDOM
001350         RECORD KEY IS PRODUCT-CODE-MST
001360         FILE STATUS IS MNT-PRODMST-FILE-STATUS.
001370     SELECT TAX-RATE-FILE
001380         ASSIGN TO MNT-TAXRATE-FILE-NAME
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS RANDOM
001410         RECORD KEY IS TAX-CODE-KEY
001420         FILE STATUS IS MNT-TAXRATE-FILE-STATUS.
001430     SELECT SALESPERSON-MASTER-FILE
001440         ASSIGN TO MNT-SLSMST-FILE-NAME
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS RANDOM
001470         RECORD KEY IS SLS-ID-MST
001480         FILE STATUS IS MNT-SLSMST-FILE-STATUS.
001490     SELECT AUTH-MASTER-FILE
001500         ASSIGN TO MNT-AUTHMST-FILE-NAME
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS RANDOM
001530         RECORD KEY IS AUTH-ID-MST
001540         FILE STATUS IS MNT-AUTHMST-FILE-STATUS.
001550     SELECT CUSTOMER-MASTER-FILE
001560         ASSIGN TO MNT-CUSTMST-FILE-NAME
001570         ORGANIZATION IS INDEXED
001580         ACCESS MODE IS RANDOM
001590         RECORD KEY IS CUST-ID-MST
001600         FILE STATUS IS MNT-CUSTMST-FILE-STATUS.
001610     SELECT PRICE-EFFECT-FILE
001620         ASSIGN TO MNT-PRICEEFF-FILE-NAME
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS RANDOM
001650         RECORD KEY IS PRC-KEY
001660         FILE STATUS IS MNT-PRICEEFF-FILE-STATUS.
001670     SELECT CONTRACT-PRICE-FILE
001680         ASSIGN TO MNT-CONTRACT-FILE-NAME
001690         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS RANDOM
001710         RECORD KEY IS CTR-KEY
001720         FILE STATUS IS MNT-CONTRACT-FILE-STATUS.
001730     SELECT COST-EFFECT-FILE
001740         ASSIGN TO MNT-COSTEFF-FILE-NAME
001750         ORGANIZATION IS INDEXED
001760         ACCESS MODE IS DYNAMIC
001770         RECORD KEY IS CST-KEY
001780         FILE STATUS IS MNT-COSTEFF-FILE-STATUS.
001790     SELECT TAX-EFFECT-FILE
001800         ASSIGN TO MNT-TAXEFF-FILE-NAME
001810         ORGANIZATION IS INDEXED
001820         ACCESS MODE IS RANDOM
001830         RECORD KEY IS TXE-KEY
001840         FILE STATUS IS MNT-TAXEFF-FILE-STATUS.
001850     SELECT VENDOR-MASTER-FILE
001860         ASSIGN TO MNT-VENDMST-FILE-NAME
001870         ORGANIZATION IS INDEXED
001880         ACCESS MODE IS RANDOM
001890         RECORD KEY IS VND-ID-MST
001900         FILE STATUS IS MNT-VENDMST-FILE-STATUS.
001910     SELECT PO-LINE-FILE
001920         ASSIGN TO MNT-POLINE-FILE-NAME
001930         ORGANIZATION IS INDEXED
001940         ACCESS MODE IS DYNAMIC
001950         RECORD KEY IS POL-KEY
001960         ALTERNATE RECORD KEY IS POL-PRODUCT-CODE WITH DUPLICATES
001970         FILE STATUS IS MNT-POLINE-FILE-STATUS.
001980     SELECT REGISTER-FILE
001990         ASSIGN TO MNT-REGISTER-FILE-NAME
002000         ORGANIZATION IS LINE SEQUENTIAL.
002010     SELECT STOCK-JOURNAL-FILE
002020         ASSIGN TO MNT-STKJRNL-FILE-NAME
002030         ORGANIZATION IS LINE SEQUENTIAL
002040         FILE STATUS IS MNT-STKJRNL-FILE-STATUS.
002050 DATA DIVISION.
002060 FILE SECTION.
002070 FD MAINT-TRANS-FILE.
002080 01 MAINT-REC.
002090    05 MNT-USER-ID-IN  PIC X(08).
002100    05 MNT-ACTION-IN   PIC X(01).
002110       88 MNT-ACTION-ADD         VALUE 'A'.
002120       88 MNT-ACTION-CHANGE      VALUE 'C'.
002130       88 MNT-ACTION-DELETE      VALUE 'D'.
002140       88 MNT-ACTION-RECEIPT     VALUE 'R'.
002150       88 MNT-ACTION-ADJUST      VALUE 'J'.
002160    05 MNT-TARGET-IN   PIC X(01).
002170       88 MNT-TARGET-PRODUCT     VALUE 'P'.
002180       88 MNT-TARGET-TAXRATE     VALUE 'T'.
002190       88 MNT-TARGET-SLSPERSON   VALUE 'S'.
002200       88 MNT-TARGET-CUSTOMER    VALUE 'C'.
002210       88 MNT-TARGET-APPROVER    VALUE 'A'.
002220       88 MNT-TARGET-VENDOR      VALUE 'V'.
002230       88 MNT-TARGET-CONTRACT    VALUE 'K'.
002240    05 MNT-CODE-IN     PIC X(06).
002250    05 MNT-DESC-IN     PIC X(20).
002260    05 MNT-PRICE-IN    PIC X(05).
002270    05 MNT-PRICE-IN-9  REDEFINES MNT-PRICE-IN
002280                       PIC 9(3)V99.
002290    05 MNT-RATE-IN     PIC X(03).
002300    05 MNT-RATE-IN-9   REDEFINES MNT-RATE-IN
002310                       PIC V999.
002320    05 MNT-ADDR1-IN    PIC X(25).
002330    05 MNT-ADDR2-IN    PIC X(25).
002340    05 MNT-LIMIT-IN    PIC X(09).
002350    05 MNT-LIMIT-IN-9  REDEFINES MNT-LIMIT-IN
002360                       PIC 9(7)V99.
002370    05 MNT-TERMS-IN    PIC X(03).
002380    05 MNT-QTY-IN      PIC X(07).
002390    05 MNT-QTY-IN-9    REDEFINES MNT-QTY-IN
002400                       PIC 9(07).
002410    05 MNT-REORDER-IN  PIC X(07).
002420    05 MNT-REORDER-IN-9 REDEFINES MNT-REORDER-IN
002430                       PIC 9(07).
002440    05 MNT-EFF-DATE-IN PIC X(08).
002450    05 MNT-EFF-DATE-IN-9 REDEFINES MNT-EFF-DATE-IN
002460                       PIC 9(08).
002470    05 MNT-JURIS-IN    PIC X(02).
002480    05 MNT-MQUOTA-IN   PIC X(09).
002490    05 MNT-MQUOTA-IN-9 REDEFINES MNT-MQUOTA-IN
002500                       PIC 9(7)V99.
002510    05 MNT-AQUOTA-IN   PIC X(10).
002520    05 MNT-AQUOTA-IN-9 REDEFINES MNT-AQUOTA-IN
002530                       PIC 9(8)V99.
002540    05 MNT-VENDOR-IN   PIC X(06).
002550    05 MNT-REORDQTY-IN PIC X(07).
002560    05 MNT-REORDQTY-IN-9 REDEFINES MNT-REORDQTY-IN
002570                       PIC 9(07).
002580    05 MNT-LEAD-IN     PIC X(03).
002590    05 MNT-LEAD-IN-9   REDEFINES MNT-LEAD-IN
002600                       PIC 9(03).
002610    05 MNT-PO-NO-IN    PIC X(06).
002620    05 MNT-PO-NO-IN-9  REDEFINES MNT-PO-NO-IN
002630                       PIC 9(06).
002640    05 MNT-PO-LINE-IN  PIC X(03).
002650    05 MNT-PO-LINE-IN-9 REDEFINES MNT-PO-LINE-IN
002660                       PIC 9(03).
002670    05 MNT-COST-IN     PIC X(05).
002680    05 MNT-COST-IN-9   REDEFINES MNT-COST-IN
002690                      PIC 9(3)V99.
002700    05 MNT-CNT-PROD-IN PIC X(06).
002710    05 MNT-END-DATE-IN PIC X(08).
002720    05 MNT-END-DATE-IN-9 REDEFINES MNT-END-DATE-IN
002730                       PIC 9(08).
002740 FD PRODUCT-MASTER-FILE.
002750 01 PRODUCT-MASTER-REC.
002760    05 PRODUCT-CODE-MST      PIC X(06).
002770    05 PRODUCT-DESC-MST      PIC X(20).
002780    05 UNIT-PRICE-MST        PIC 9(3)V99.
002790    05 QTY-ON-HAND-MST       PIC 9(07).
002800    05 REORDER-POINT-MST     PIC 9(07).
002810    05 QTY-ON-ORDER-MST      PIC 9(07).
002820    05 PRIMARY-VENDOR-MST    PIC X(06).
002830    05 REORDER-QTY-MST       PIC 9(07).
002840    05 STD-COST-MST          PIC 9(3)V99.
002850 FD TAX-RATE-FILE.
002860 01 TAX-RATE-REC.
002870    05 TAX-CODE-KEY.
002880       10 TAX-PROD-CODE          PIC X(06).
002890       10 TAX-JURIS-CODE         PIC X(02).
002900    05 TAX-RATE-PCT             PIC V999.
002910 FD SALESPERSON-MASTER-FILE.
002920 01 SALESPERSON-MASTER-REC.
002930    05 SLS-ID-MST            PIC X(05).
002940    05 SLS-NAME-MST          PIC X(20).
002950    05 SLS-MTH-QUOTA-MST     PIC 9(7)V99.
002960    05 SLS-ANN-QUOTA-MST     PIC 9(8)V99.
002970 FD AUTH-MASTER-FILE.
002980 01 AUTH-MASTER-REC.
002990    05 AUTH-ID-MST           PIC X(05).
003000    05 AUTH-NAME-MST         PIC X(20).
003010    05 AUTH-LIMIT-MST        PIC 9(6)V99.
003020 FD CUSTOMER-MASTER-FILE.
003030 01 CUSTOMER-MASTER-REC.
003040    05 CUST-ID-MST           PIC X(06).
003050    05 CUST-NAME-MST         PIC X(20).
003060    05 CUST-ADDR1-MST        PIC X(25).
003070    05 CUST-ADDR2-MST        PIC X(25).
003080    05 CUST-CREDIT-LIMIT-MST PIC 9(7)V99.
003090    05 CUST-TERMS-MST        PIC X(03).
003100 FD PRICE-EFFECT-FILE.
003110 01 PRICE-EFFECT-REC.
003120    05 PRC-KEY.
003130       10 PRC-PRODUCT-CODE      PIC X(06).
003140       10 PRC-EFF-DATE          PIC 9(08).
003150    05 PRC-UNIT-PRICE           PIC 9(3)V99.
003160 FD CONTRACT-PRICE-FILE.
003170 01 CONTRACT-PRICE-REC.
003180    05 CTR-KEY.
003190       10 CTR-CUST-ID           PIC X(06).
003200       10 CTR-PRODUCT-CODE      PIC X(06).
003210    05 CTR-START-DATE           PIC 9(08).
003220    05 CTR-END-DATE             PIC 9(08).
003230    05 CTR-UNIT-PRICE           PIC 9(3)V99.
003240 FD COST-EFFECT-FILE.
003250 01 COST-EFFECT-REC.
003260    05 CST-KEY.
003270       10 CST-PRODUCT-CODE      PIC X(06).
003280       10 CST-EFF-DATE          PIC 9(08).
003290    05 CST-UNIT-COST            PIC 9(3)V99.
003300 FD TAX-EFFECT-FILE.
003310 01 TAX-EFFECT-REC.
003320    05 TXE-KEY.
003330       10 TXE-CODE              PIC X(06).
003340       10 TXE-JURIS              PIC X(02).
003350       10 TXE-EFF-DATE          PIC 9(08).
003360    05 TXE-RATE-PCT             PIC V999.
003370 FD VENDOR-MASTER-FILE.
003380 01 VENDOR-MASTER-REC.
003390    05 VND-ID-MST            PIC X(06).
003400    05 VND-NAME-MST          PIC X(20).
003410    05 VND-ADDR1-MST         PIC X(25).
003420    05 VND-ADDR2-MST         PIC X(25).
003430    05 VND-LEAD-DAYS-MST     PIC 9(03).
003440 FD PO-LINE-FILE.
003450 01 PO-LINE-REC.
003460    05 POL-KEY.
003470       10 POL-PO-NO              PIC 9(06).
003480       10 POL-LINE-NO            PIC 9(03).
003490    05 POL-VENDOR-ID            PIC X(06).
003500    05 POL-PRODUCT-CODE         PIC X(06).
003510    05 POL-ORDER-DATE           PIC 9(08).
003520    05 POL-DUE-DATE             PIC 9(08).
003530    05 POL-QTY-ORDERED          PIC 9(07).
003540    05 POL-QTY-RECEIVED         PIC 9(07).
003550    05 POL-LAST-RCPT-DATE       PIC 9(08).
003560    05 POL-STATUS               PIC X(01).
003570       88 POL-OPEN                   VALUE 'O'.
003580       88 POL-CLOSED                 VALUE 'C'.
003590 FD REGISTER-FILE.
003600 01 REGISTER-LINE                PIC X(80).
003610 FD STOCK-JOURNAL-FILE.
003620 01 STOCK-JOURNAL-REC.
003630    05 JRN-PRODUCT-CODE         PIC X(06).
003640    05 FILLER                   PIC X(01).
003650    05 JRN-MOVE-DATE            PIC 9(08).
003660    05 FILLER                   PIC X(01).
003670    05 JRN-SOURCE-PGM           PIC X(08).
003680    05 FILLER                   PIC X(01).
003690    05 JRN-MOVE-TYPE            PIC X(01).
003700    05 FILLER                   PIC X(01).
003710    05 JRN-REFERENCE.
003720       10 JRN-BATCH-NO          PIC 9(03).
003730       10 JRN-SEQ-NO            PIC 9(07).
003740       10 FILLER                PIC X(05).
003750    05 JRN-MAINT-REF REDEFINES JRN-REFERENCE.
003760       10 JRN-USER-ID           PIC X(08).
003770       10 JRN-MAINT-REC-NO      PIC 9(07).
003780    05 FILLER                   PIC X(01).
003790    05 JRN-QTY-BEFORE           PIC 9(07).
003800    05 FILLER                   PIC X(01).
003810    05 JRN-QTY-AFTER            PIC 9(07).
003820    05 FILLER                   PIC X(01).
003830    05 JRN-STAMP-DATE           PIC 9(08).
003840    05 FILLER                   PIC X(01).
003850    05 JRN-STAMP-TIME           PIC 9(08).
003860 WORKING-STORAGE SECTION.
003870 01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
003880 01 MNT-HEADING-1.
003890    05 FILLER               PIC X(20) VALUE SPACES.
003900    05 FILLER               PIC X(33)
003910        VALUE 'MASTER FILE MAINTENANCE REGISTER '.
003920    05 MNT-HDG-DATE         PIC 9(08).
003930    05 FILLER               PIC X(09) VALUE SPACES.
003940    05 FILLER               PIC X(05) VALUE 'PAGE '.
003950    05 MNT-HDG-PAGE-NO      PIC ZZ9.
003960 01 MNT-HEADING-2.
003970    05 FILLER               PIC X(08) VALUE 'USER    '.
003980    05 FILLER               PIC X(04) VALUE 'ACT '.
003990    05 FILLER               PIC X(04) VALUE 'TGT '.
004000    05 FILLER               PIC X(07) VALUE 'CODE   '.
004010    05 FILLER               PIC X(12) VALUE 'DISPOSITION '.
004020 01 MNT-DETAIL-LINE.
004030    05 MNT-DTL-USER         PIC X(08).
004040    05 MNT-DTL-ACTION       PIC X(01).
004050    05 FILLER               PIC X(03) VALUE SPACES.
004060    05 MNT-DTL-TARGET       PIC X(01).
004070    05 FILLER               PIC X(03) VALUE SPACES.
004080    05 MNT-DTL-CODE         PIC X(06).
004090    05 FILLER               PIC X(01) VALUE SPACE.
004100    05 MNT-DTL-DISP         PIC X(08).
004110    05 FILLER               PIC X(01) VALUE SPACE.
004120    05 MNT-DTL-REASON       PIC X(45).
004130 01 MNT-IMAGE-LINE.
004140    05 FILLER               PIC X(04) VALUE SPACES.
004150    05 MNT-IMG-TAG          PIC X(07).
004160    05 FILLER               PIC X(01) VALUE SPACE.
004170    05 MNT-IMG-DESC         PIC X(20).
004180    05 FILLER               PIC X(01) VALUE SPACE.
004190    05 MNT-IMG-PRICE        PIC ZZ9.99.
004200    05 FILLER               PIC X(01) VALUE SPACE.
004210    05 MNT-IMG-RATE         PIC .999.
004220    05 FILLER               PIC X(01) VALUE SPACE.
004230    05 MNT-IMG-ONHAND       PIC Z(6)9.
004240    05 FILLER               PIC X(01) VALUE SPACE.
004250    05 MNT-IMG-COST         PIC ZZ9.99.
004260 01 MNT-CNT-IMAGE-LINE.
004270    05 FILLER               PIC X(04) VALUE SPACES.
004280    05 MNT-CIMG-TAG         PIC X(07).
004290    05 FILLER               PIC X(01) VALUE SPACE.
004300    05 MNT-CIMG-PRODUCT     PIC X(06).
004310    05 FILLER               PIC X(01) VALUE SPACE.
004320    05 MNT-CIMG-START       PIC 9(08).
004330    05 FILLER               PIC X(01) VALUE SPACE.
004340    05 MNT-CIMG-END         PIC 9(08).
004350    05 FILLER               PIC X(01) VALUE SPACE.
004360    05 MNT-CIMG-PRICE       PIC ZZ9.99.
004370 01 MNT-TOTAL-LINE.
004380    05 FILLER               PIC X(20).
004390    05 MNT-TOT-COUNT        PIC Z,ZZZ,ZZ9.
004400 77 MNT-MAINT-FILE-STATUS   PIC XX VALUE SPACES.
004410 77 MNT-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
004420 77 MNT-TAXRATE-FILE-STATUS PIC XX VALUE SPACES.
004430 77 MNT-SLSMST-FILE-STATUS  PIC XX VALUE SPACES.
004440 77 MNT-CUSTMST-FILE-STATUS PIC XX VALUE SPACES.
004450 77 MNT-AUTHMST-FILE-STATUS PIC XX VALUE SPACES.
004460 77 MNT-VENDMST-FILE-STATUS PIC XX VALUE SPACES.
004470 77 MNT-POLINE-FILE-STATUS  PIC XX VALUE SPACES.
004480 77 MNT-VALID-REC-SW        PIC X(01) VALUE 'Y'.
004490     88 MNT-VALID-REC              VALUE 'Y'.
004500     88 MNT-INVALID-REC            VALUE 'N'.
004510 77 MNT-REASON-CODE         PIC X(04) VALUE SPACES.
004520 77 MNT-REASON-TEXT         PIC X(40) VALUE SPACES.
004530 77 MNT-RECORDS-READ        PIC 9(07) COMP VALUE ZERO.
004540 77 MNT-RECORDS-APPLIED     PIC 9(07) COMP VALUE ZERO.
004550 77 MNT-RECORDS-REJECTED    PIC 9(07) COMP VALUE ZERO.
004560 77 MNT-RUN-DATE            PIC 9(08) VALUE ZERO.
004570 77 MNT-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
004580 77 MNT-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.
004590 77 MNT-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
004600 77 MNT-WORK-PRICE          PIC 9(3)V99 VALUE ZERO.
004610 77 MNT-WORK-RATE           PIC V999 VALUE ZERO.
004620 77 MNT-WORK-QTY            PIC 9(07) VALUE ZERO.
004630 77 MNT-WORK-REORDER        PIC 9(07) VALUE ZERO.
004640 77 MNT-WORK-EFF-DATE       PIC 9(08) VALUE ZERO.
004650 77 MNT-WORK-END-DATE       PIC 9(08) VALUE ZERO.
004660 77 MNT-WORK-MQUOTA         PIC 9(7)V99 VALUE ZERO.
004670 77 MNT-WORK-AQUOTA         PIC 9(8)V99 VALUE ZERO.
004680 77 MNT-WORK-REORDQTY       PIC 9(07) VALUE ZERO.
004690 77 MNT-WORK-COST           PIC 9(3)V99 VALUE ZERO.
004700 77 MNT-WORK-LEAD           PIC 9(03) VALUE ZERO.
004710 77 MNT-WORK-PO-NO          PIC 9(06) VALUE ZERO.
004720 77 MNT-WORK-PO-LINE        PIC 9(03) VALUE ZERO.
004730 77 MNT-PO-REMAINING        PIC 9(07) VALUE ZERO.
004740 77 MNT-RELIEVE-QTY         PIC 9(07) VALUE ZERO.
004750 77 MNT-PRICEEFF-FILE-STATUS PIC XX VALUE SPACES.
004760 77 MNT-COSTEFF-FILE-STATUS PIC XX VALUE SPACES.
004770 77 MNT-TAXEFF-FILE-STATUS  PIC XX VALUE SPACES.
004780 77 MNT-STKJRNL-FILE-STATUS PIC XX VALUE SPACES.
004790 77 MNT-CONTRACT-FILE-STATUS PIC XX VALUE SPACES.
004800 77 MNT-WORK-LIMIT          PIC 9(7)V99 VALUE ZERO.
004810 77 MNT-PRICE-LIMIT         PIC 9(3)V99 VALUE 500.00.
004820 77 MNT-RATE-LIMIT          PIC V999 VALUE .300.
004830 77 MNT-BEFORE-DESC         PIC X(20) VALUE SPACES.
004840 77 MNT-BEFORE-PRICE        PIC 9(3)V99 VALUE ZERO.
004850 77 MNT-BEFORE-ONHAND       PIC 9(07) VALUE ZERO.
004860 77 MNT-BEFORE-RATE         PIC V999 VALUE ZERO.
004870 77 MNT-BEFORE-COST         PIC 9(3)V99 VALUE ZERO.
004880 77 MNT-BEFORE-START        PIC 9(08) VALUE ZERO.
004890 77 MNT-BEFORE-END          PIC 9(08) VALUE ZERO.
004900 77 MNT-FOUND-SW            PIC X(01) VALUE 'N'.
004910     88 MNT-REC-FOUND              VALUE 'Y'.
004920     88 MNT-REC-NOT-FOUND          VALUE 'N'.
004930 77 MNT-PO-MATCH-SW         PIC X(01) VALUE 'N'.
004940     88 MNT-PO-MATCHED             VALUE 'Y'.
004950     88 MNT-PO-NOT-MATCHED         VALUE 'N'.
004960 77 MNT-POL-EOF-SW          PIC X(01) VALUE 'N'.
004970     88 MNT-POL-EOF                VALUE 'Y'.
004980     88 MNT-POL-NOT-EOF            VALUE 'N'.
004990 77 MNT-MAINT-FILE-NAME     PIC X(80) VALUE SPACES.
005000 77 MNT-PRODMST-FILE-NAME   PIC X(80) VALUE SPACES.
005010 77 MNT-TAXRATE-FILE-NAME   PIC X(80) VALUE SPACES.
005020 77 MNT-SLSMST-FILE-NAME    PIC X(80) VALUE SPACES.
005030 77 MNT-CUSTMST-FILE-NAME   PIC X(80) VALUE SPACES.
005040 77 MNT-PRICEEFF-FILE-NAME  PIC X(80) VALUE SPACES.
005050 77 MNT-CONTRACT-FILE-NAME  PIC X(80) VALUE SPACES.
005060 77 MNT-COSTEFF-FILE-NAME   PIC X(80) VALUE SPACES.
005070 77 MNT-TAXEFF-FILE-NAME    PIC X(80) VALUE SPACES.
005080 77 MNT-AUTHMST-FILE-NAME   PIC X(80) VALUE SPACES.
005090 77 MNT-VENDMST-FILE-NAME   PIC X(80) VALUE SPACES.
005100 77 MNT-POLINE-FILE-NAME    PIC X(80) VALUE SPACES.
005110 77 MNT-REGISTER-FILE-NAME  PIC X(80) VALUE SPACES.
005120 77 MNT-STKJRNL-FILE-NAME   PIC X(80) VALUE SPACES.
005130 77 MNT-ENV-VALUE           PIC X(80) VALUE SPACES.
005140 PROCEDURE DIVISION.
005150 100-MAIN-MODULE.
005160     ACCEPT MNT-RUN-DATE FROM DATE YYYYMMDD
005170     PERFORM 105-ASSIGN-FILENAMES-RTN
005180     OPEN INPUT MAINT-TRANS-FILE
005190     IF MNT-MAINT-FILE-STATUS NOT = '00'
005200         DISPLAY 'MAINT-TRANS-FILE OPEN ERROR, STATUS '
005210             MNT-MAINT-FILE-STATUS
005220         MOVE 16 TO RETURN-CODE
005230         STOP RUN
005240     END-IF
005250     PERFORM 110-OPEN-PRODUCT-RTN
005260     PERFORM 112-OPEN-TAXRATE-RTN
005270     PERFORM 114-OPEN-SLSPERSON-RTN
005280     PERFORM 116-OPEN-CUSTOMER-RTN
005290     PERFORM 119-OPEN-APPROVER-RTN
005300     PERFORM 113-OPEN-VENDOR-RTN
005310     PERFORM 115-OPEN-POLINE-RTN
005320     PERFORM 117-OPEN-PRICEEFF-RTN
005330     PERFORM 111-OPEN-COSTEFF-RTN
005340     PERFORM 118-OPEN-TAXEFF-RTN
005350     PERFORM 120-OPEN-CONTRACT-RTN
005360     OPEN OUTPUT REGISTER-FILE
005370     OPEN EXTEND STOCK-JOURNAL-FILE
005380     IF MNT-STKJRNL-FILE-STATUS = '35'
005390         OPEN OUTPUT STOCK-JOURNAL-FILE
005400     END-IF
005410     IF MNT-STKJRNL-FILE-STATUS NOT = '00'
005420         DISPLAY 'STOCK-JOURNAL-FILE OPEN ERROR, STATUS '
005430             MNT-STKJRNL-FILE-STATUS
005440         MOVE 16 TO RETURN-CODE
005450         STOP RUN
005460     END-IF
005470     PERFORM 200-HEADING-RTN
005480     PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
005490          READ MAINT-TRANS-FILE
005500             AT END
005510                 MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
005520             NOT AT END
005530                 ADD 1 TO MNT-RECORDS-READ
005540                 PERFORM 210-PROCESS-MAINT-RTN
005550          END-READ
005560     END-PERFORM
005570     PERFORM 300-WRITE-TOTALS-RTN
005580     CLOSE MAINT-TRANS-FILE
005590           PRODUCT-MASTER-FILE
005600           TAX-RATE-FILE
005610           SALESPERSON-MASTER-FILE
005620           CUSTOMER-MASTER-FILE
005630           AUTH-MASTER-FILE
005640           VENDOR-MASTER-FILE
005650           PO-LINE-FILE
005660           PRICE-EFFECT-FILE
005670           COST-EFFECT-FILE
005680           TAX-EFFECT-FILE
005690           CONTRACT-PRICE-FILE
005700           STOCK-JOURNAL-FILE
005710           REGISTER-FILE
005720     STOP RUN.
005730 105-ASSIGN-FILENAMES-RTN.
005740     MOVE SPACES TO MNT-ENV-VALUE
005750     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_MAINT_FILE'
005760     IF MNT-ENV-VALUE = SPACES
005770     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-MstMaint.TXT'
005780         TO MNT-MAINT-FILE-NAME
005790     ELSE
005800         MOVE MNT-ENV-VALUE TO MNT-MAINT-FILE-NAME
005810     END-IF
005820     MOVE SPACES TO MNT-ENV-VALUE
005830     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
005840     IF MNT-ENV-VALUE = SPACES
005850     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
005860         TO MNT-PRODMST-FILE-NAME
005870     ELSE
005880         MOVE MNT-ENV-VALUE TO MNT-PRODMST-FILE-NAME
005890     END-IF
005900     MOVE SPACES TO MNT-ENV-VALUE
005910     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_TAXRATE_FILE'
005920     IF MNT-ENV-VALUE = SPACES
005930         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TaxRate.TXT'
005940             TO MNT-TAXRATE-FILE-NAME
005950     ELSE
005960         MOVE MNT-ENV-VALUE TO MNT-TAXRATE-FILE-NAME
005970     END-IF
005980     MOVE SPACES TO MNT-ENV-VALUE
005990     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_CUSTMST_FILE'
006000     IF MNT-ENV-VALUE = SPACES
006010     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CustMaster.TXT'
006020         TO MNT-CUSTMST-FILE-NAME
006030     ELSE
006040         MOVE MNT-ENV-VALUE TO MNT-CUSTMST-FILE-NAME
006050     END-IF
006060     MOVE SPACES TO MNT-ENV-VALUE
006070     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUTHMST_FILE'
006080     IF MNT-ENV-VALUE = SPACES
006090     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-AuthMaster.TXT'
006100         TO MNT-AUTHMST-FILE-NAME
006110     ELSE
006120         MOVE MNT-ENV-VALUE TO MNT-AUTHMST-FILE-NAME
006130     END-IF
006140     MOVE SPACES TO MNT-ENV-VALUE
006150     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRICEEFF_FILE'
006160     IF MNT-ENV-VALUE = SPACES
006170     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-PriceEff.TXT'
006180         TO MNT-PRICEEFF-FILE-NAME
006190     ELSE
006200         MOVE MNT-ENV-VALUE TO MNT-PRICEEFF-FILE-NAME
006210     END-IF
006220     MOVE SPACES TO MNT-ENV-VALUE
006230     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_CONTRACT_FILE'
006240     IF MNT-ENV-VALUE = SPACES
006250     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ContractPrice.TXT'
006260         TO MNT-CONTRACT-FILE-NAME
006270     ELSE
006280         MOVE MNT-ENV-VALUE TO MNT-CONTRACT-FILE-NAME
006290     END-IF
006300     MOVE SPACES TO MNT-ENV-VALUE
006310     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_COSTEFF_FILE'
006320     IF MNT-ENV-VALUE = SPACES
006330         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CostEff.TXT'
006340             TO MNT-COSTEFF-FILE-NAME
006350     ELSE
006360         MOVE MNT-ENV-VALUE TO MNT-COSTEFF-FILE-NAME
006370     END-IF
006380     MOVE SPACES TO MNT-ENV-VALUE
006390     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_TAXEFF_FILE'
006400     IF MNT-ENV-VALUE = SPACES
006410         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TaxEff.TXT'
006420             TO MNT-TAXEFF-FILE-NAME
006430     ELSE
006440         MOVE MNT-ENV-VALUE TO MNT-TAXEFF-FILE-NAME
006450     END-IF
006460     MOVE SPACES TO MNT-ENV-VALUE
006470     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_VENDMST_FILE'
006480     IF MNT-ENV-VALUE = SPACES
006490     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-VendMaster.TXT'
006500         TO MNT-VENDMST-FILE-NAME
006510     ELSE
006520         MOVE MNT-ENV-VALUE TO MNT-VENDMST-FILE-NAME
006530     END-IF
006540     MOVE SPACES TO MNT-ENV-VALUE
006550     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_POLINE_FILE'
006560     IF MNT-ENV-VALUE = SPACES
006570         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-POLine.TXT'
006580             TO MNT-POLINE-FILE-NAME
006590     ELSE
006600         MOVE MNT-ENV-VALUE TO MNT-POLINE-FILE-NAME
006610     END-IF
006620     MOVE SPACES TO MNT-ENV-VALUE
006630     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_MAINTRPT_FILE'
006640     IF MNT-ENV-VALUE = SPACES
006650     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-MaintRegister.TXT'
006660         TO MNT-REGISTER-FILE-NAME
006670     ELSE
006680         MOVE MNT-ENV-VALUE TO MNT-REGISTER-FILE-NAME
006690     END-IF
006700     MOVE SPACES TO MNT-ENV-VALUE
006710     ACCEPT MNT-ENV-VALUE FROM ENVIRONMENT 'TRANS_STKJRNL_FILE'
006720     IF MNT-ENV-VALUE = SPACES
006730     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-StockJournal.TXT'
006740         TO MNT-STKJRNL-FILE-NAME
006750     ELSE
006760         MOVE MNT-ENV-VALUE TO MNT-STKJRNL-FILE-NAME
006770     END-IF.
006780 110-OPEN-PRODUCT-RTN.
006790     OPEN I-O PRODUCT-MASTER-FILE
006800     IF MNT-PRODMST-FILE-STATUS = '35'
006810         OPEN OUTPUT PRODUCT-MASTER-FILE
006820         CLOSE PRODUCT-MASTER-FILE
006830         OPEN I-O PRODUCT-MASTER-FILE
006840     END-IF
006850     IF MNT-PRODMST-FILE-STATUS NOT = '00'
006860         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
006870             MNT-PRODMST-FILE-STATUS
006880         MOVE 16 TO RETURN-CODE
006890         STOP RUN
006900     END-IF.
006910 112-OPEN-TAXRATE-RTN.
006920     OPEN I-O TAX-RATE-FILE
006930     IF MNT-TAXRATE-FILE-STATUS = '35'
006940         OPEN OUTPUT TAX-RATE-FILE
006950         CLOSE TAX-RATE-FILE
006960         OPEN I-O TAX-RATE-FILE
006970     END-IF
006980     IF MNT-TAXRATE-FILE-STATUS NOT = '00'
006990         DISPLAY 'TAX-RATE-FILE OPEN ERROR, STATUS '
007000             MNT-TAXRATE-FILE-STATUS
007010         MOVE 16 TO RETURN-CODE
007020         STOP RUN
007030     END-IF.
007040 114-OPEN-SLSPERSON-RTN.
007050     OPEN I-O SALESPERSON-MASTER-FILE
007060     IF MNT-SLSMST-FILE-STATUS = '35'
007070         OPEN OUTPUT SALESPERSON-MASTER-FILE
007080         CLOSE SALESPERSON-MASTER-FILE
007090         OPEN I-O SALESPERSON-MASTER-FILE
007100     END-IF
007110     IF MNT-SLSMST-FILE-STATUS NOT = '00'
007120         DISPLAY 'SALESPERSON-MASTER-FILE OPEN ERROR, STATUS '
007130             MNT-SLSMST-FILE-STATUS
007140         MOVE 16 TO RETURN-CODE
007150         STOP RUN
007160     END-IF.
007170 116-OPEN-CUSTOMER-RTN.
007180     OPEN I-O CUSTOMER-MASTER-FILE
007190     IF MNT-CUSTMST-FILE-STATUS = '35'
007200         OPEN OUTPUT CUSTOMER-MASTER-FILE
007210         CLOSE CUSTOMER-MASTER-FILE
007220         OPEN I-O CUSTOMER-MASTER-FILE
007230     END-IF
007240     IF MNT-CUSTMST-FILE-STATUS NOT = '00'
007250         DISPLAY 'CUSTOMER-MASTER-FILE OPEN ERROR, STATUS '
007260             MNT-CUSTMST-FILE-STATUS
007270         MOVE 16 TO RETURN-CODE
007280         STOP RUN
007290     END-IF.
007300 119-OPEN-APPROVER-RTN.
007310     OPEN I-O AUTH-MASTER-FILE
007320     IF MNT-AUTHMST-FILE-STATUS = '35'
007330         OPEN OUTPUT AUTH-MASTER-FILE
007340         CLOSE AUTH-MASTER-FILE
007350         OPEN I-O AUTH-MASTER-FILE
007360     END-IF
007370     IF MNT-AUTHMST-FILE-STATUS NOT = '00'
007380         DISPLAY 'AUTH-MASTER-FILE OPEN ERROR, STATUS '
007390             MNT-AUTHMST-FILE-STATUS
007400         MOVE 16 TO RETURN-CODE
007410         STOP RUN
007420     END-IF.
007430 113-OPEN-VENDOR-RTN.
007440     OPEN I-O VENDOR-MASTER-FILE
007450     IF MNT-VENDMST-FILE-STATUS = '35'
007460         OPEN OUTPUT VENDOR-MASTER-FILE
007470         CLOSE VENDOR-MASTER-FILE
007480         OPEN I-O VENDOR-MASTER-FILE
007490     END-IF
007500     IF MNT-VENDMST-FILE-STATUS NOT = '00'
007510         DISPLAY 'VENDOR-MASTER-FILE OPEN ERROR, STATUS '
007520             MNT-VENDMST-FILE-STATUS
007530         MOVE 16 TO RETURN-CODE
007540         STOP RUN
007550     END-IF.
007560 115-OPEN-POLINE-RTN.
007570     OPEN I-O PO-LINE-FILE
007580     IF MNT-POLINE-FILE-STATUS = '35'
007590         OPEN OUTPUT PO-LINE-FILE
007600         CLOSE PO-LINE-FILE
007610         OPEN I-O PO-LINE-FILE
007620     END-IF
007630     IF MNT-POLINE-FILE-STATUS NOT = '00'
007640         DISPLAY 'PO-LINE-FILE OPEN ERROR, STATUS '
007650             MNT-POLINE-FILE-STATUS
007660         MOVE 16 TO RETURN-CODE
007670         STOP RUN
007680     END-IF.
007690 111-OPEN-COSTEFF-RTN.
007700     OPEN I-O COST-EFFECT-FILE
007710     IF MNT-COSTEFF-FILE-STATUS = '35'
007720         OPEN OUTPUT COST-EFFECT-FILE
007730         CLOSE COST-EFFECT-FILE
007740         OPEN I-O COST-EFFECT-FILE
007750     END-IF
007760     IF MNT-COSTEFF-FILE-STATUS NOT = '00'
007770         DISPLAY 'COST-EFFECT-FILE OPEN ERROR, STATUS '
007780             MNT-COSTEFF-FILE-STATUS
007790         MOVE 16 TO RETURN-CODE
007800         STOP RUN
007810     END-IF.
007820 117-OPEN-PRICEEFF-RTN.
007830     OPEN I-O PRICE-EFFECT-FILE
007840     IF MNT-PRICEEFF-FILE-STATUS = '35'
007850         OPEN OUTPUT PRICE-EFFECT-FILE
007860         CLOSE PRICE-EFFECT-FILE
007870         OPEN I-O PRICE-EFFECT-FILE
007880     END-IF
007890     IF MNT-PRICEEFF-FILE-STATUS NOT = '00'
007900         DISPLAY 'PRICE-EFFECT-FILE OPEN ERROR, STATUS '
007910             MNT-PRICEEFF-FILE-STATUS
007920         MOVE 16 TO RETURN-CODE
007930         STOP RUN
007940     END-IF.
007950 118-OPEN-TAXEFF-RTN.
007960     OPEN I-O TAX-EFFECT-FILE
007970     IF MNT-TAXEFF-FILE-STATUS = '35'
007980         OPEN OUTPUT TAX-EFFECT-FILE
007990         CLOSE TAX-EFFECT-FILE
008000         OPEN I-O TAX-EFFECT-FILE
008010     END-IF
008020     IF MNT-TAXEFF-FILE-STATUS NOT = '00'
008030         DISPLAY 'TAX-EFFECT-FILE OPEN ERROR, STATUS '
008040             MNT-TAXEFF-FILE-STATUS
008050         MOVE 16 TO RETURN-CODE
008060         STOP RUN
008070     END-IF.
008080 120-OPEN-CONTRACT-RTN.
008090     OPEN I-O CONTRACT-PRICE-FILE
008100     IF MNT-CONTRACT-FILE-STATUS = '35'
008110         OPEN OUTPUT CONTRACT-PRICE-FILE
008120         CLOSE CONTRACT-PRICE-FILE
008130         OPEN I-O CONTRACT-PRICE-FILE
008140     END-IF
008150     IF MNT-CONTRACT-FILE-STATUS NOT = '00'
008160         DISPLAY 'CONTRACT-PRICE-FILE OPEN ERROR, STATUS '
008170             MNT-CONTRACT-FILE-STATUS
008180         MOVE 16 TO RETURN-CODE
008190         STOP RUN
008200     END-IF.
008210 200-HEADING-RTN.
008220     ADD 1 TO MNT-PAGE-COUNT
008230     MOVE MNT-PAGE-COUNT TO MNT-HDG-PAGE-NO
008240     MOVE MNT-RUN-DATE TO MNT-HDG-DATE
008250     MOVE MNT-HEADING-1 TO REGISTER-LINE
008260     WRITE REGISTER-LINE
008270     MOVE MNT-HEADING-2 TO REGISTER-LINE
008280     WRITE REGISTER-LINE
008290     MOVE SPACES TO REGISTER-LINE
008300     WRITE REGISTER-LINE
008310     MOVE ZERO TO MNT-LINE-COUNT.
008320 210-PROCESS-MAINT-RTN.
008330     SET MNT-VALID-REC TO TRUE
008340     MOVE SPACES TO MNT-REASON-CODE
008350     MOVE SPACES TO MNT-REASON-TEXT
008360     MOVE SPACES TO MNT-BEFORE-DESC
008370     MOVE ZERO TO MNT-BEFORE-PRICE
008380     MOVE ZERO TO MNT-BEFORE-ONHAND
008390     MOVE ZERO TO MNT-BEFORE-RATE
008400     MOVE ZERO TO MNT-BEFORE-COST
008410     MOVE ZERO TO MNT-BEFORE-START
008420     MOVE ZERO TO MNT-BEFORE-END
008430     SET MNT-REC-NOT-FOUND TO TRUE
008440     SET MNT-PO-NOT-MATCHED TO TRUE
008450     PERFORM 220-EDIT-MAINT-REC
008460     IF MNT-VALID-REC
008470         IF MNT-TARGET-PRODUCT
008480             PERFORM 230-APPLY-PRODUCT-RTN
008490         ELSE
008500             IF MNT-TARGET-TAXRATE
008510                 PERFORM 240-APPLY-TAXRATE-RTN
008520             ELSE
008530                 IF MNT-TARGET-SLSPERSON
008540                     PERFORM 245-APPLY-SLSPERSON-RTN
008550                 ELSE
008560                     IF MNT-TARGET-CUSTOMER
008570                         PERFORM 248-APPLY-CUSTOMER-RTN
008580                     ELSE
008590                         IF MNT-TARGET-APPROVER
008600                             PERFORM 249-APPLY-APPROVER-RTN
008610                         ELSE
008620                             IF MNT-TARGET-CONTRACT
008630                                 PERFORM 244-APPLY-CONTRACT-RTN
008640                             ELSE
008650                                 PERFORM 247-APPLY-VENDOR-RTN
008660                             END-IF
008670                         END-IF
008680                     END-IF
008690                 END-IF
008700             END-IF
008710         END-IF
008720     END-IF
008730     IF MNT-VALID-REC
008740         ADD 1 TO MNT-RECORDS-APPLIED
008750     ELSE
008760         ADD 1 TO MNT-RECORDS-REJECTED
008770     END-IF
008780     PERFORM 250-WRITE-REGISTER-RTN.
008790 220-EDIT-MAINT-REC.
008800     IF NOT MNT-ACTION-ADD AND NOT MNT-ACTION-CHANGE AND
008810         NOT MNT-ACTION-DELETE AND NOT MNT-ACTION-RECEIPT AND
008820         NOT MNT-ACTION-ADJUST
008830         SET MNT-INVALID-REC TO TRUE
008840         MOVE 'M001' TO MNT-REASON-CODE
008850         MOVE 'ACTION IS NOT A, C, D, R OR J' TO MNT-REASON-TEXT
008860     END-IF
008870     IF MNT-VALID-REC AND NOT MNT-TARGET-PRODUCT AND
008880         (MNT-ACTION-RECEIPT OR MNT-ACTION-ADJUST)
008890         SET MNT-INVALID-REC TO TRUE
008900         MOVE 'M036' TO MNT-REASON-CODE
008910         MOVE 'RECEIPT/ADJUST VALID FOR TARGET P ONLY'
008920             TO MNT-REASON-TEXT
008930     END-IF
008940     IF MNT-VALID-REC AND NOT MNT-TARGET-PRODUCT AND
008950         NOT MNT-TARGET-TAXRATE AND NOT MNT-TARGET-SLSPERSON AND
008960         NOT MNT-TARGET-CUSTOMER AND NOT MNT-TARGET-APPROVER AND
008970         NOT MNT-TARGET-VENDOR AND NOT MNT-TARGET-CONTRACT
008980         SET MNT-INVALID-REC TO TRUE
008990         MOVE 'M002' TO MNT-REASON-CODE
009000         MOVE 'TARGET IS NOT P, T, S, C, A, V OR K'
009010             TO MNT-REASON-TEXT
009020     END-IF
009030     IF MNT-VALID-REC AND MNT-CODE-IN = SPACES
009040         SET MNT-INVALID-REC TO TRUE
009050         MOVE 'M003' TO MNT-REASON-CODE
009060         MOVE 'CODE IS MISSING' TO MNT-REASON-TEXT
009070     END-IF
009080     MOVE ZERO TO MNT-WORK-EFF-DATE
009090     IF MNT-VALID-REC AND MNT-EFF-DATE-IN NOT = SPACES
009100         IF MNT-EFF-DATE-IN IS NUMERIC
009110             MOVE MNT-EFF-DATE-IN-9 TO MNT-WORK-EFF-DATE
009120         ELSE
009130             SET MNT-INVALID-REC TO TRUE
009140             MOVE 'M041' TO MNT-REASON-CODE
009150             MOVE 'EFFECTIVE DATE IS NOT NUMERIC'
009160                 TO MNT-REASON-TEXT
009170         END-IF
009180     END-IF
009190     IF MNT-VALID-REC AND MNT-TARGET-PRODUCT
009200         PERFORM 222-EDIT-PRODUCT-FIELDS
009210     END-IF
009220     IF MNT-VALID-REC AND MNT-TARGET-TAXRATE
009230         PERFORM 224-EDIT-TAXRATE-FIELDS
009240     END-IF
009250     IF MNT-VALID-REC AND MNT-TARGET-SLSPERSON
009260         PERFORM 226-EDIT-SLSPERSON-FIELDS
009270     END-IF
009280     IF MNT-VALID-REC AND MNT-TARGET-CUSTOMER
009290         PERFORM 228-EDIT-CUSTOMER-FIELDS
009300     END-IF
009310     IF MNT-VALID-REC AND MNT-TARGET-APPROVER
009320         PERFORM 229-EDIT-APPROVER-FIELDS
009330     END-IF
009340     IF MNT-VALID-REC AND MNT-TARGET-VENDOR
009350         PERFORM 227-EDIT-VENDOR-FIELDS
009360     END-IF
009370     IF MNT-VALID-REC AND MNT-TARGET-CONTRACT
009380         PERFORM 225-EDIT-CONTRACT-FIELDS
009390     END-IF.
009400 222-EDIT-PRODUCT-FIELDS.
009410     MOVE ZERO TO MNT-WORK-PRICE
009420     MOVE ZERO TO MNT-WORK-QTY
009430     MOVE ZERO TO MNT-WORK-REORDER
009440     MOVE ZERO TO MNT-WORK-REORDQTY
009450     MOVE ZERO TO MNT-WORK-PO-NO
009460     MOVE ZERO TO MNT-WORK-PO-LINE
009470     MOVE ZERO TO MNT-WORK-COST
009480     IF MNT-ACTION-ADD AND MNT-DESC-IN = SPACES
009490         SET MNT-INVALID-REC TO TRUE
009500         MOVE 'M004' TO MNT-REASON-CODE
009510         MOVE 'DESCRIPTION IS MISSING ON ADD' TO MNT-REASON-TEXT
009520     END-IF
009530     IF MNT-VALID-REC AND MNT-ACTION-ADD AND
009540         MNT-PRICE-IN = SPACES
009550         SET MNT-INVALID-REC TO TRUE
009560         MOVE 'M005' TO MNT-REASON-CODE
009570         MOVE 'PRICE IS MISSING ON ADD' TO MNT-REASON-TEXT
009580     END-IF
009590     IF MNT-VALID-REC AND MNT-ACTION-CHANGE AND
009600         MNT-DESC-IN = SPACES AND MNT-PRICE-IN = SPACES AND
009610         MNT-REORDER-IN = SPACES AND MNT-VENDOR-IN = SPACES AND
009620         MNT-REORDQTY-IN = SPACES AND MNT-COST-IN = SPACES
009630         SET MNT-INVALID-REC TO TRUE
009640         MOVE 'M006' TO MNT-REASON-CODE
009650         MOVE 'NOTHING TO CHANGE' TO MNT-REASON-TEXT
009660     END-IF
009670     IF MNT-VALID-REC AND
009680         (MNT-ACTION-RECEIPT OR MNT-ACTION-ADJUST)
009690         IF MNT-QTY-IN = SPACES
009700             SET MNT-INVALID-REC TO TRUE
009710             MOVE 'M037' TO MNT-REASON-CODE
009720             MOVE 'QUANTITY IS MISSING ON RECEIPT/ADJUST'
009730                 TO MNT-REASON-TEXT
009740         ELSE
009750             IF MNT-QTY-IN IS NUMERIC
009760                 MOVE MNT-QTY-IN-9 TO MNT-WORK-QTY
009770             ELSE
009780                 SET MNT-INVALID-REC TO TRUE
009790                 MOVE 'M038' TO MNT-REASON-CODE
009800                 MOVE 'QUANTITY IS NOT NUMERIC'
009810                     TO MNT-REASON-TEXT
009820             END-IF
009830         END-IF
009840     END-IF
009850     IF MNT-VALID-REC AND MNT-REORDER-IN NOT = SPACES
009860         IF MNT-REORDER-IN IS NUMERIC
009870             MOVE MNT-REORDER-IN-9 TO MNT-WORK-REORDER
009880         ELSE
009890             SET MNT-INVALID-REC TO TRUE
009900             MOVE 'M039' TO MNT-REASON-CODE
009910             MOVE 'REORDER POINT IS NOT NUMERIC'
009920                 TO MNT-REASON-TEXT
009930         END-IF
009940     END-IF
009950     IF MNT-VALID-REC AND MNT-PRICE-IN NOT = SPACES
009960         IF MNT-PRICE-IN IS NUMERIC
009970             MOVE MNT-PRICE-IN-9 TO MNT-WORK-PRICE
009980             IF MNT-WORK-PRICE = ZERO
009990                 SET MNT-INVALID-REC TO TRUE
010000                 MOVE 'M007' TO MNT-REASON-CODE
010010                 MOVE 'PRICE IS ZERO' TO MNT-REASON-TEXT
010020             ELSE
010030                 IF MNT-WORK-PRICE > MNT-PRICE-LIMIT
010040                     SET MNT-INVALID-REC TO TRUE
010050                     MOVE 'M008' TO MNT-REASON-CODE
010060                     MOVE 'PRICE EXCEEDS 500.00 LIMIT'
010070                         TO MNT-REASON-TEXT
010080                 END-IF
010090             END-IF
010100         ELSE
010110             SET MNT-INVALID-REC TO TRUE
010120             MOVE 'M009' TO MNT-REASON-CODE
010130             MOVE 'PRICE IS NOT NUMERIC' TO MNT-REASON-TEXT
010140         END-IF
010150     END-IF
010160     IF MNT-VALID-REC AND MNT-REORDQTY-IN NOT = SPACES
010170         IF MNT-REORDQTY-IN IS NUMERIC
010180             MOVE MNT-REORDQTY-IN-9 TO MNT-WORK-REORDQTY
010190         ELSE
010200             SET MNT-INVALID-REC TO TRUE
010210             MOVE 'M059' TO MNT-REASON-CODE
010220             MOVE 'REORDER QUANTITY IS NOT NUMERIC'
010230                 TO MNT-REASON-TEXT
010240         END-IF
010250     END-IF
010260     IF MNT-VALID-REC AND MNT-COST-IN NOT = SPACES
010270         IF MNT-COST-IN IS NUMERIC
010280             MOVE MNT-COST-IN-9 TO MNT-WORK-COST
010290         ELSE
010300             SET MNT-INVALID-REC TO TRUE
010310             MOVE 'M070' TO MNT-REASON-CODE
010320             MOVE 'STANDARD COST IS NOT NUMERIC'
010330                 TO MNT-REASON-TEXT
010340         END-IF
010350     END-IF
010360     IF MNT-VALID-REC AND MNT-VENDOR-IN NOT = SPACES
010370         MOVE MNT-VENDOR-IN TO VND-ID-MST
010380         READ VENDOR-MASTER-FILE
010390             INVALID KEY
010400                 SET MNT-INVALID-REC TO TRUE
010410                 MOVE 'M058' TO MNT-REASON-CODE
010420                 MOVE 'VENDOR NOT ON VENDOR MASTER'
010430                     TO MNT-REASON-TEXT
010440         END-READ
010450     END-IF
010460     IF MNT-VALID-REC AND MNT-ACTION-RECEIPT AND
010470         MNT-PO-NO-IN NOT = SPACES
010480         IF MNT-PO-NO-IN IS NUMERIC AND MNT-PO-LINE-IN IS NUMERIC
010490             MOVE MNT-PO-NO-IN-9 TO MNT-WORK-PO-NO
010500             MOVE MNT-PO-LINE-IN-9 TO MNT-WORK-PO-LINE
010510         ELSE
010520             SET MNT-INVALID-REC TO TRUE
010530             MOVE 'M060' TO MNT-REASON-CODE
010540             MOVE 'PO NUMBER OR LINE IS NOT NUMERIC'
010550                 TO MNT-REASON-TEXT
010560         END-IF
010570     END-IF.
010580 224-EDIT-TAXRATE-FIELDS.
010590     MOVE ZERO TO MNT-WORK-RATE
010600     IF MNT-JURIS-IN = SPACES
010610         SET MNT-INVALID-REC TO TRUE
010620         MOVE 'M044' TO MNT-REASON-CODE
010630         MOVE 'JURISDICTION IS MISSING FOR TAX TARGET'
010640             TO MNT-REASON-TEXT
010650     END-IF
010660     IF MNT-ACTION-ADD AND MNT-RATE-IN = SPACES
010670         SET MNT-INVALID-REC TO TRUE
010680         MOVE 'M010' TO MNT-REASON-CODE
010690         MOVE 'RATE IS MISSING ON ADD' TO MNT-REASON-TEXT
010700     END-IF
010710     IF MNT-VALID-REC AND MNT-ACTION-CHANGE AND
010720         MNT-RATE-IN = SPACES
010730         SET MNT-INVALID-REC TO TRUE
010740         MOVE 'M011' TO MNT-REASON-CODE
010750         MOVE 'NOTHING TO CHANGE' TO MNT-REASON-TEXT
010760     END-IF
010770     IF MNT-VALID-REC AND MNT-RATE-IN NOT = SPACES
010780         IF MNT-RATE-IN IS NUMERIC
010790             MOVE MNT-RATE-IN-9 TO MNT-WORK-RATE
010800             IF MNT-WORK-RATE > MNT-RATE-LIMIT
010810                 SET MNT-INVALID-REC TO TRUE
010820                 MOVE 'M012' TO MNT-REASON-CODE
010830                 MOVE 'RATE EXCEEDS .300 LIMIT'
010840                     TO MNT-REASON-TEXT
010850             END-IF
010860         ELSE
010870             SET MNT-INVALID-REC TO TRUE
010880             MOVE 'M013' TO MNT-REASON-CODE
010890             MOVE 'RATE IS NOT NUMERIC' TO MNT-REASON-TEXT
010900         END-IF
010910     END-IF.
010920 225-EDIT-CONTRACT-FIELDS.
010930     MOVE ZERO TO MNT-WORK-PRICE
010940     MOVE ZERO TO MNT-WORK-END-DATE
010950     IF MNT-CNT-PROD-IN = SPACES
010960         SET MNT-INVALID-REC TO TRUE
010970         MOVE 'M072' TO MNT-REASON-CODE
010980         MOVE 'PRODUCT CODE IS MISSING FOR CONTRACT'
010990             TO MNT-REASON-TEXT
011000     END-IF
011010     IF MNT-VALID-REC AND MNT-ACTION-ADD AND
011020         (MNT-PRICE-IN = SPACES OR MNT-EFF-DATE-IN = SPACES OR
011030         MNT-END-DATE-IN = SPACES)
011040         SET MNT-INVALID-REC TO TRUE
011050         MOVE 'M073' TO MNT-REASON-CODE
011060         MOVE 'PRICE, START OR END DATE MISSING ON ADD'
011070             TO MNT-REASON-TEXT
011080     END-IF
011090     IF MNT-VALID-REC AND MNT-ACTION-CHANGE AND
011100         MNT-PRICE-IN = SPACES AND MNT-EFF-DATE-IN = SPACES AND
011110         MNT-END-DATE-IN = SPACES
011120         SET MNT-INVALID-REC TO TRUE
011130         MOVE 'M074' TO MNT-REASON-CODE
011140         MOVE 'NOTHING TO CHANGE' TO MNT-REASON-TEXT
011150     END-IF
011160     IF MNT-VALID-REC AND MNT-PRICE-IN NOT = SPACES
011170         IF MNT-PRICE-IN IS NUMERIC
011180             MOVE MNT-PRICE-IN-9 TO MNT-WORK-PRICE
011190             IF MNT-WORK-PRICE = ZERO
011200                 SET MNT-INVALID-REC TO TRUE
011210                 MOVE 'M075' TO MNT-REASON-CODE
011220                 MOVE 'CONTRACT PRICE IS ZERO' TO MNT-REASON-TEXT
011230             ELSE
011240                 IF MNT-WORK-PRICE > MNT-PRICE-LIMIT
011250                     SET MNT-INVALID-REC TO TRUE
011260                     MOVE 'M076' TO MNT-REASON-CODE
011270                     MOVE 'CONTRACT PRICE EXCEEDS 500.00 LIMIT'
011280                         TO MNT-REASON-TEXT
011290                 END-IF
011300             END-IF
011310         ELSE
011320             SET MNT-INVALID-REC TO TRUE
011330             MOVE 'M077' TO MNT-REASON-CODE
011340             MOVE 'CONTRACT PRICE IS NOT NUMERIC'
011350                 TO MNT-REASON-TEXT
011360         END-IF
011370     END-IF
011380     IF MNT-VALID-REC AND MNT-END-DATE-IN NOT = SPACES
011390         IF MNT-END-DATE-IN IS NUMERIC
011400             MOVE MNT-END-DATE-IN-9 TO MNT-WORK-END-DATE
011410         ELSE
011420             SET MNT-INVALID-REC TO TRUE
011430             MOVE 'M078' TO MNT-REASON-CODE
011440             MOVE 'END DATE IS NOT NUMERIC' TO MNT-REASON-TEXT
011450         END-IF
011460     END-IF
011470     IF MNT-VALID-REC AND MNT-ACTION-ADD
011480         MOVE MNT-CODE-IN TO CUST-ID-MST
011490         READ CUSTOMER-MASTER-FILE
011500             INVALID KEY
011510                 SET MNT-INVALID-REC TO TRUE
011520                 MOVE 'M079' TO MNT-REASON-CODE
011530                 MOVE 'CUSTOMER NOT ON CUSTOMER MASTER'
011540                     TO MNT-REASON-TEXT
011550         END-READ
011560     END-IF
011570     IF MNT-VALID-REC AND MNT-ACTION-ADD
011580         MOVE MNT-CNT-PROD-IN TO PRODUCT-CODE-MST
011590         READ PRODUCT-MASTER-FILE
011600             INVALID KEY
011610                 SET MNT-INVALID-REC TO TRUE
011620                 MOVE 'M080' TO MNT-REASON-CODE
011630                 MOVE 'PRODUCT NOT ON PRODUCT MASTER'
011640                     TO MNT-REASON-TEXT
011650         END-READ
011660     END-IF.
011670 226-EDIT-SLSPERSON-FIELDS.
011680     MOVE ZERO TO MNT-WORK-MQUOTA
011690     MOVE ZERO TO MNT-WORK-AQUOTA
011700     IF MNT-CODE-IN(6:1) NOT = SPACE
011710         SET MNT-INVALID-REC TO TRUE
011720         MOVE 'M028' TO MNT-REASON-CODE
011730         MOVE 'SALESPERSON ID EXCEEDS 5 CHARACTERS'
011740             TO MNT-REASON-TEXT
011750     END-IF
011760     IF MNT-VALID-REC AND
011770         MNT-ACTION-ADD AND MNT-DESC-IN = SPACES
011780         SET MNT-INVALID-REC TO TRUE
011790         MOVE 'M022' TO MNT-REASON-CODE
011800         MOVE 'NAME IS MISSING ON ADD' TO MNT-REASON-TEXT
011810     END-IF
011820     IF MNT-VALID-REC AND MNT-ACTION-CHANGE AND
011830         MNT-DESC-IN = SPACES AND MNT-MQUOTA-IN = SPACES AND
011840         MNT-AQUOTA-IN = SPACES
011850         SET MNT-INVALID-REC TO TRUE
011860         MOVE 'M023' TO MNT-REASON-CODE
011870         MOVE 'NOTHING TO CHANGE' TO MNT-REASON-TEXT
011880     END-IF
011890     IF MNT-VALID-REC AND MNT-MQUOTA-IN NOT = SPACES
011900         IF MNT-MQUOTA-IN IS NUMERIC
011910             MOVE MNT-MQUOTA-IN-9 TO MNT-WORK-MQUOTA
011920         ELSE
011930             SET MNT-INVALID-REC TO TRUE
011940             MOVE 'M045' TO MNT-REASON-CODE
011950             MOVE 'MONTHLY QUOTA IS NOT NUMERIC'
011960                 TO MNT-REASON-TEXT
011970         END-IF
011980     END-IF
011990     IF MNT-VALID-REC AND MNT-AQUOTA-IN NOT = SPACES
012000         IF MNT-AQUOTA-IN IS NUMERIC
012010             MOVE MNT-AQUOTA-IN-9 TO MNT-WORK-AQUOTA
012020         ELSE
012030             SET MNT-INVALID-REC TO TRUE
012040             MOVE 'M046' TO MNT-REASON-CODE
012050             MOVE 'ANNUAL QUOTA IS NOT NUMERIC'
012060                 TO MNT-REASON-TEXT
012070         END-IF
012080     END-IF.
012090 227-EDIT-VENDOR-FIELDS.
012100     MOVE ZERO TO MNT-WORK-LEAD
012110     IF MNT-ACTION-ADD AND MNT-DESC-IN = SPACES
012120         SET MNT-INVALID-REC TO TRUE
012130         MOVE 'M055' TO MNT-REASON-CODE
012140         MOVE 'NAME IS MISSING ON ADD' TO MNT-REASON-TEXT
012150     END-IF
012160     IF MNT-VALID-REC AND MNT-ACTION-CHANGE AND
012170         MNT-DESC-IN = SPACES AND MNT-ADDR1-IN = SPACES AND
012180         MNT-ADDR2-IN = SPACES AND MNT-LEAD-IN = SPACES
012190         SET MNT-INVALID-REC TO TRUE
012200         MOVE 'M056' TO MNT-REASON-CODE
012210         MOVE 'NOTHING TO CHANGE' TO MNT-REASON-TEXT
012220     END-IF
012230     IF MNT-VALID-REC AND MNT-LEAD-IN NOT = SPACES
012240         IF MNT-LEAD-IN IS NUMERIC
012250             MOVE MNT-LEAD-IN-9 TO MNT-WORK-LEAD
012260         ELSE
012270             SET MNT-INVALID-REC TO TRUE
012280             MOVE 'M057' TO MNT-REASON-CODE
012290             MOVE 'LEAD DAYS IS NOT NUMERIC'
012300                 TO MNT-REASON-TEXT
012310         END-IF
012320     END-IF.
012330 228-EDIT-CUSTOMER-FIELDS.
012340     MOVE ZERO TO MNT-WORK-LIMIT
012350     IF MNT-ACTION-ADD AND MNT-DESC-IN = SPACES
012360         SET MNT-INVALID-REC TO TRUE
012370         MOVE 'M029' TO MNT-REASON-CODE
012380         MOVE 'NAME IS MISSING ON ADD' TO MNT-REASON-TEXT
012390     END-IF
012400     IF MNT-VALID-REC AND MNT-ACTION-CHANGE AND
012410         MNT-DESC-IN = SPACES AND MNT-ADDR1-IN = SPACES AND
012420         MNT-ADDR2-IN = SPACES AND MNT-LIMIT-IN = SPACES AND
012430         MNT-TERMS-IN = SPACES
012440         SET MNT-INVALID-REC TO TRUE
012450         MOVE 'M030' TO MNT-REASON-CODE
012460         MOVE 'NOTHING TO CHANGE' TO MNT-REASON-TEXT
012470     END-IF
012480     IF MNT-VALID-REC AND MNT-LIMIT-IN NOT = SPACES
012490         IF MNT-LIMIT-IN IS NUMERIC
012500             MOVE MNT-LIMIT-IN-9 TO MNT-WORK-LIMIT
012510         ELSE
012520             SET MNT-INVALID-REC TO TRUE
012530             MOVE 'M031' TO MNT-REASON-CODE
012540             MOVE 'CREDIT LIMIT IS NOT NUMERIC'
012550                 TO MNT-REASON-TEXT
012560         END-IF
012570     END-IF.
012580 229-EDIT-APPROVER-FIELDS.
012590     MOVE ZERO TO MNT-WORK-LIMIT
012600     IF MNT-CODE-IN(6:1) NOT = SPACE
012610         SET MNT-INVALID-REC TO TRUE
012620         MOVE 'M047' TO MNT-REASON-CODE
012630         MOVE 'APPROVER ID EXCEEDS 5 CHARACTERS'
012640             TO MNT-REASON-TEXT
012650     END-IF
012660     IF MNT-VALID-REC AND
012670         MNT-ACTION-ADD AND MNT-DESC-IN = SPACES
012680         SET MNT-INVALID-REC TO TRUE
012690         MOVE 'M048' TO MNT-REASON-CODE
012700         MOVE 'NAME IS MISSING ON ADD' TO MNT-REASON-TEXT
012710     END-IF
012720     IF MNT-VALID-REC AND MNT-ACTION-CHANGE AND
012730         MNT-DESC-IN = SPACES AND MNT-LIMIT-IN = SPACES
012740         SET MNT-INVALID-REC TO TRUE
012750         MOVE 'M049' TO MNT-REASON-CODE
012760         MOVE 'NOTHING TO CHANGE' TO MNT-REASON-TEXT
012770     END-IF
012780     IF MNT-VALID-REC AND MNT-LIMIT-IN NOT = SPACES
012790         IF MNT-LIMIT-IN IS NUMERIC
012800             MOVE MNT-LIMIT-IN-9 TO MNT-WORK-LIMIT
012810         ELSE
012820             SET MNT-INVALID-REC TO TRUE
012830             MOVE 'M050' TO MNT-REASON-CODE
012840             MOVE 'OVERRIDE LIMIT IS NOT NUMERIC'
012850                 TO MNT-REASON-TEXT
012860         END-IF
012870     END-IF.
012880 230-APPLY-PRODUCT-RTN.
012890     MOVE MNT-CODE-IN TO PRODUCT-CODE-MST
012900     IF MNT-ACTION-ADD
012910         MOVE MNT-DESC-IN TO PRODUCT-DESC-MST
012920         MOVE MNT-WORK-PRICE TO UNIT-PRICE-MST
012930         MOVE ZERO TO QTY-ON-HAND-MST
012940         MOVE MNT-WORK-REORDER TO REORDER-POINT-MST
012950         MOVE ZERO TO QTY-ON-ORDER-MST
012960         MOVE MNT-VENDOR-IN TO PRIMARY-VENDOR-MST
012970         MOVE MNT-WORK-REORDQTY TO REORDER-QTY-MST
012980         MOVE MNT-WORK-COST TO STD-COST-MST
012990         WRITE PRODUCT-MASTER-REC
013000             INVALID KEY
013010                 SET MNT-INVALID-REC TO TRUE
013020                 MOVE 'M014' TO MNT-REASON-CODE
013030                 MOVE 'CODE ALREADY ON PRODUCT MASTER'
013040                     TO MNT-REASON-TEXT
013050         END-WRITE
013060     ELSE
013070         READ PRODUCT-MASTER-FILE
013080             INVALID KEY
013090                 SET MNT-INVALID-REC TO TRUE
013100                 MOVE 'M015' TO MNT-REASON-CODE
013110                 MOVE 'CODE NOT ON PRODUCT MASTER'
013120                     TO MNT-REASON-TEXT
013130             NOT INVALID KEY
013140                 SET MNT-REC-FOUND TO TRUE
013150                 MOVE PRODUCT-DESC-MST TO MNT-BEFORE-DESC
013160                 MOVE UNIT-PRICE-MST TO MNT-BEFORE-PRICE
013170                 MOVE QTY-ON-HAND-MST TO MNT-BEFORE-ONHAND
013180                 MOVE STD-COST-MST TO MNT-BEFORE-COST
013190         END-READ
013200         IF MNT-VALID-REC AND MNT-ACTION-CHANGE
013210             IF MNT-DESC-IN NOT = SPACES
013220                 MOVE MNT-DESC-IN TO PRODUCT-DESC-MST
013230             END-IF
013240             IF MNT-PRICE-IN NOT = SPACES AND
013250                 (MNT-EFF-DATE-IN = SPACES OR
013260                 MNT-WORK-EFF-DATE NOT GREATER THAN MNT-RUN-DATE)
013270                 MOVE MNT-WORK-PRICE TO UNIT-PRICE-MST
013280             END-IF
013290             IF MNT-REORDER-IN NOT = SPACES
013300                 MOVE MNT-WORK-REORDER TO REORDER-POINT-MST
013310             END-IF
013320             IF MNT-VENDOR-IN NOT = SPACES
013330                 MOVE MNT-VENDOR-IN TO PRIMARY-VENDOR-MST
013340             END-IF
013350             IF MNT-REORDQTY-IN NOT = SPACES
013360                 MOVE MNT-WORK-REORDQTY TO REORDER-QTY-MST
013370             END-IF
013380             IF MNT-COST-IN NOT = SPACES AND
013390                 (MNT-EFF-DATE-IN = SPACES OR
013400                 MNT-WORK-EFF-DATE NOT GREATER THAN MNT-RUN-DATE)
013410                 MOVE MNT-WORK-COST TO STD-COST-MST
013420             END-IF
013430             REWRITE PRODUCT-MASTER-REC
013440                 INVALID KEY
013450                     SET MNT-INVALID-REC TO TRUE
013460                     MOVE 'M016' TO MNT-REASON-CODE
013470                     MOVE 'PRODUCT MASTER REWRITE FAILED'
013480                         TO MNT-REASON-TEXT
013490             END-REWRITE
013500         END-IF
013510         IF MNT-VALID-REC AND MNT-ACTION-DELETE
013520             DELETE PRODUCT-MASTER-FILE
013530                 INVALID KEY
013540                     SET MNT-INVALID-REC TO TRUE
013550                     MOVE 'M017' TO MNT-REASON-CODE
013560                     MOVE 'PRODUCT MASTER DELETE FAILED'
013570                         TO MNT-REASON-TEXT
013580             END-DELETE
013590             IF MNT-VALID-REC
013600                 PERFORM 237-WRITE-JOURNAL-RTN
013610             END-IF
013620         END-IF
013630         IF MNT-VALID-REC AND MNT-ACTION-RECEIPT
013640             PERFORM 234-MATCH-PO-LINE-RTN
013650         END-IF
013660         IF MNT-VALID-REC AND MNT-ACTION-RECEIPT
013670             ADD MNT-WORK-QTY TO QTY-ON-HAND-MST
013680             IF MNT-RELIEVE-QTY > QTY-ON-ORDER-MST
013690                 MOVE ZERO TO QTY-ON-ORDER-MST
013700             ELSE
013710                 SUBTRACT MNT-RELIEVE-QTY FROM QTY-ON-ORDER-MST
013720             END-IF
013730             REWRITE PRODUCT-MASTER-REC
013740                 INVALID KEY
013750                     SET MNT-INVALID-REC TO TRUE
013760                     MOVE 'M040' TO MNT-REASON-CODE
013770                     MOVE 'PRODUCT MASTER REWRITE FAILED'
013780                         TO MNT-REASON-TEXT
013790             END-REWRITE
013800             IF MNT-VALID-REC
013810                 PERFORM 237-WRITE-JOURNAL-RTN
013820                 PERFORM 236-RECEIVE-PO-LINE-RTN
013830             END-IF
013840         END-IF
013850         IF MNT-VALID-REC AND MNT-ACTION-ADJUST
013860             MOVE MNT-WORK-QTY TO QTY-ON-HAND-MST
013870             REWRITE PRODUCT-MASTER-REC
013880                 INVALID KEY
013890                     SET MNT-INVALID-REC TO TRUE
013900                     MOVE 'M040' TO MNT-REASON-CODE
013910                     MOVE 'PRODUCT MASTER REWRITE FAILED'
013920                         TO MNT-REASON-TEXT
013930             END-REWRITE
013940             IF MNT-VALID-REC
013950                 PERFORM 237-WRITE-JOURNAL-RTN
013960             END-IF
013970         END-IF
013980     END-IF
013990     IF MNT-VALID-REC AND MNT-EFF-DATE-IN NOT = SPACES AND
014000         MNT-PRICE-IN NOT = SPACES AND
014010         (MNT-ACTION-ADD OR MNT-ACTION-CHANGE)
014020         PERFORM 232-WRITE-EFF-PRICE-RTN
014030     END-IF
014040     IF MNT-VALID-REC AND MNT-EFF-DATE-IN NOT = SPACES AND
014050         MNT-COST-IN NOT = SPACES AND
014060         (MNT-ACTION-ADD OR MNT-ACTION-CHANGE)
014070         PERFORM 233-WRITE-EFF-COST-RTN
014080     END-IF.
014090 232-WRITE-EFF-PRICE-RTN.
014100     MOVE MNT-CODE-IN TO PRC-PRODUCT-CODE
014110     MOVE MNT-WORK-EFF-DATE TO PRC-EFF-DATE
014120     MOVE MNT-WORK-PRICE TO PRC-UNIT-PRICE
014130     WRITE PRICE-EFFECT-REC
014140         INVALID KEY
014150             REWRITE PRICE-EFFECT-REC
014160             IF MNT-PRICEEFF-FILE-STATUS NOT = '00'
014170                 SET MNT-INVALID-REC TO TRUE
014180                 MOVE 'M042' TO MNT-REASON-CODE
014190                 MOVE 'PRICE EFFECT WRITE FAILED'
014200                     TO MNT-REASON-TEXT
014210             END-IF
014220     END-WRITE.
014230 233-WRITE-EFF-COST-RTN.
014240     MOVE MNT-CODE-IN TO CST-PRODUCT-CODE
014250     MOVE MNT-WORK-EFF-DATE TO CST-EFF-DATE
014260     MOVE MNT-WORK-COST TO CST-UNIT-COST
014270     WRITE COST-EFFECT-REC
014280         INVALID KEY
014290             REWRITE COST-EFFECT-REC
014300             IF MNT-COSTEFF-FILE-STATUS NOT = '00'
014310                 SET MNT-INVALID-REC TO TRUE
014320                 MOVE 'M071' TO MNT-REASON-CODE
014330                 MOVE 'COST EFFECT WRITE FAILED'
014340                     TO MNT-REASON-TEXT
014350             END-IF
014360     END-WRITE.
014370 234-MATCH-PO-LINE-RTN.
014380     IF MNT-PO-NO-IN NOT = SPACES
014390         MOVE MNT-WORK-PO-NO TO POL-PO-NO
014400         MOVE MNT-WORK-PO-LINE TO POL-LINE-NO
014410         READ PO-LINE-FILE
014420             INVALID KEY
014430                 SET MNT-INVALID-REC TO TRUE
014440                 MOVE 'M061' TO MNT-REASON-CODE
014450                 MOVE 'PO LINE NOT ON FILE' TO MNT-REASON-TEXT
014460         END-READ
014470         IF MNT-VALID-REC AND POL-PRODUCT-CODE NOT = MNT-CODE-IN
014480             SET MNT-INVALID-REC TO TRUE
014490             MOVE 'M062' TO MNT-REASON-CODE
014500             MOVE 'PO LINE IS FOR ANOTHER PRODUCT'
014510                 TO MNT-REASON-TEXT
014520         END-IF
014530         IF MNT-VALID-REC AND POL-CLOSED
014540             SET MNT-INVALID-REC TO TRUE
014550             MOVE 'M063' TO MNT-REASON-CODE
014560             MOVE 'PO LINE IS ALREADY CLOSED' TO MNT-REASON-TEXT
014570         END-IF
014580         IF MNT-VALID-REC
014590             SET MNT-PO-MATCHED TO TRUE
014600         END-IF
014610     ELSE
014620         MOVE MNT-CODE-IN TO POL-PRODUCT-CODE
014630         SET MNT-POL-NOT-EOF TO TRUE
014640         START PO-LINE-FILE KEY IS EQUAL TO POL-PRODUCT-CODE
014650             INVALID KEY
014660                 SET MNT-POL-EOF TO TRUE
014670         END-START
014680         PERFORM 235-FIND-OPEN-LINE-RTN
014690             UNTIL MNT-POL-EOF OR MNT-PO-MATCHED
014700         IF MNT-PO-NOT-MATCHED
014710             SET MNT-INVALID-REC TO TRUE
014720             MOVE 'M064' TO MNT-REASON-CODE
014730             MOVE 'NO OPEN PO LINE FOR PRODUCT' TO MNT-REASON-TEXT
014740         END-IF
014750     END-IF
014760     IF MNT-PO-MATCHED
014770         COMPUTE MNT-PO-REMAINING =
014780             POL-QTY-ORDERED - POL-QTY-RECEIVED
014790         IF MNT-WORK-QTY > MNT-PO-REMAINING
014800             MOVE MNT-PO-REMAINING TO MNT-RELIEVE-QTY
014810         ELSE
014820             MOVE MNT-WORK-QTY TO MNT-RELIEVE-QTY
014830         END-IF
014840     END-IF.
014850 235-FIND-OPEN-LINE-RTN.
014860     READ PO-LINE-FILE NEXT RECORD
014870         AT END
014880             SET MNT-POL-EOF TO TRUE
014890         NOT AT END
014900             IF POL-PRODUCT-CODE NOT = MNT-CODE-IN
014910                 SET MNT-POL-EOF TO TRUE
014920             ELSE
014930                 IF POL-OPEN
014940                     SET MNT-PO-MATCHED TO TRUE
014950                 END-IF
014960             END-IF
014970     END-READ.
014980 236-RECEIVE-PO-LINE-RTN.
014990     ADD MNT-WORK-QTY TO POL-QTY-RECEIVED
015000     MOVE MNT-RUN-DATE TO POL-LAST-RCPT-DATE
015010     IF POL-QTY-RECEIVED NOT LESS THAN POL-QTY-ORDERED
015020         SET POL-CLOSED TO TRUE
015030     END-IF
015040     REWRITE PO-LINE-REC
015050         INVALID KEY
015060             SET MNT-INVALID-REC TO TRUE
015070             MOVE 'M069' TO MNT-REASON-CODE
015080             MOVE 'PO LINE REWRITE FAILED' TO MNT-REASON-TEXT
015090     END-REWRITE.
015100 237-WRITE-JOURNAL-RTN.
015110     MOVE SPACES TO STOCK-JOURNAL-REC
015120     MOVE PRODUCT-CODE-MST TO JRN-PRODUCT-CODE
015130     MOVE MNT-RUN-DATE TO JRN-MOVE-DATE
015140     MOVE 'MSTMNT' TO JRN-SOURCE-PGM
015150     MOVE MNT-ACTION-IN TO JRN-MOVE-TYPE
015160     MOVE MNT-USER-ID-IN TO JRN-USER-ID
015170     MOVE MNT-RECORDS-READ TO JRN-MAINT-REC-NO
015180     MOVE MNT-BEFORE-ONHAND TO JRN-QTY-BEFORE
015190     IF MNT-ACTION-DELETE
015200         MOVE ZERO TO JRN-QTY-AFTER
015210     ELSE
015220         MOVE QTY-ON-HAND-MST TO JRN-QTY-AFTER
015230     END-IF
015240     ACCEPT JRN-STAMP-DATE FROM DATE YYYYMMDD
015250     ACCEPT JRN-STAMP-TIME FROM TIME
015260     WRITE STOCK-JOURNAL-REC
015270     IF MNT-STKJRNL-FILE-STATUS NOT = '00'
015280         DISPLAY 'STOCK-JOURNAL-FILE WRITE ERROR, STATUS '
015290             MNT-STKJRNL-FILE-STATUS
015300         MOVE 16 TO RETURN-CODE
015310         STOP RUN
015320     END-IF.
015330 240-APPLY-TAXRATE-RTN.
015340     MOVE MNT-CODE-IN TO TAX-PROD-CODE
015350     MOVE MNT-JURIS-IN TO TAX-JURIS-CODE
015360     IF MNT-ACTION-ADD
015370         MOVE MNT-WORK-RATE TO TAX-RATE-PCT
015380         WRITE TAX-RATE-REC
015390             INVALID KEY
015400                 SET MNT-INVALID-REC TO TRUE
015410                 MOVE 'M018' TO MNT-REASON-CODE
015420                 MOVE 'CODE ALREADY ON TAX RATE FILE'
015430                     TO MNT-REASON-TEXT
015440         END-WRITE
015450     ELSE
015460         READ TAX-RATE-FILE
015470             INVALID KEY
015480                 SET MNT-INVALID-REC TO TRUE
015490                 MOVE 'M019' TO MNT-REASON-CODE
015500                 MOVE 'CODE NOT ON TAX RATE FILE'
015510                     TO MNT-REASON-TEXT
015520             NOT INVALID KEY
015530                 SET MNT-REC-FOUND TO TRUE
015540                 MOVE TAX-RATE-PCT TO MNT-BEFORE-RATE
015550         END-READ
015560         IF MNT-VALID-REC AND MNT-ACTION-CHANGE
015570             IF MNT-EFF-DATE-IN = SPACES OR
015580                 MNT-WORK-EFF-DATE NOT GREATER THAN MNT-RUN-DATE
015590                 MOVE MNT-WORK-RATE TO TAX-RATE-PCT
015600             END-IF
015610             REWRITE TAX-RATE-REC
015620                 INVALID KEY
015630                     SET MNT-INVALID-REC TO TRUE
015640                     MOVE 'M020' TO MNT-REASON-CODE
015650                     MOVE 'TAX RATE REWRITE FAILED'
015660                         TO MNT-REASON-TEXT
015670             END-REWRITE
015680         END-IF
015690         IF MNT-VALID-REC AND MNT-ACTION-DELETE
015700             DELETE TAX-RATE-FILE
015710                 INVALID KEY
015720                     SET MNT-INVALID-REC TO TRUE
015730                     MOVE 'M021' TO MNT-REASON-CODE
015740                     MOVE 'TAX RATE DELETE FAILED'
015750                         TO MNT-REASON-TEXT
015760             END-DELETE
015770         END-IF
015780     END-IF
015790     IF MNT-VALID-REC AND MNT-EFF-DATE-IN NOT = SPACES AND
015800         MNT-RATE-IN NOT = SPACES AND
015810         (MNT-ACTION-ADD OR MNT-ACTION-CHANGE)
015820         PERFORM 242-WRITE-EFF-RATE-RTN
015830     END-IF.
015840 242-WRITE-EFF-RATE-RTN.
015850     MOVE MNT-CODE-IN TO TXE-CODE
015860     MOVE MNT-JURIS-IN TO TXE-JURIS
015870     MOVE MNT-WORK-EFF-DATE TO TXE-EFF-DATE
015880     MOVE MNT-WORK-RATE TO TXE-RATE-PCT
015890     WRITE TAX-EFFECT-REC
015900         INVALID KEY
015910             REWRITE TAX-EFFECT-REC
015920             IF MNT-TAXEFF-FILE-STATUS NOT = '00'
015930                 SET MNT-INVALID-REC TO TRUE
015940                 MOVE 'M043' TO MNT-REASON-CODE
015950                 MOVE 'TAX EFFECT WRITE FAILED'
015960                     TO MNT-REASON-TEXT
015970             END-IF
015980     END-WRITE.
015990 244-APPLY-CONTRACT-RTN.
016000     MOVE MNT-CODE-IN TO CTR-CUST-ID
016010     MOVE MNT-CNT-PROD-IN TO CTR-PRODUCT-CODE
016020     IF MNT-ACTION-ADD
016030         MOVE MNT-WORK-EFF-DATE TO CTR-START-DATE
016040         MOVE MNT-WORK-END-DATE TO CTR-END-DATE
016050         MOVE MNT-WORK-PRICE TO CTR-UNIT-PRICE
016060         IF CTR-END-DATE < CTR-START-DATE
016070             SET MNT-INVALID-REC TO TRUE
016080             MOVE 'M081' TO MNT-REASON-CODE
016090             MOVE 'END DATE IS BEFORE START DATE'
016100                 TO MNT-REASON-TEXT
016110         END-IF
016120         IF MNT-VALID-REC
016130             WRITE CONTRACT-PRICE-REC
016140                 INVALID KEY
016150                     SET MNT-INVALID-REC TO TRUE
016160                     MOVE 'M082' TO MNT-REASON-CODE
016170                     MOVE 'CONTRACT ALREADY ON CONTRACT FILE'
016180                         TO MNT-REASON-TEXT
016190             END-WRITE
016200         END-IF
016210     ELSE
016220         READ CONTRACT-PRICE-FILE
016230             INVALID KEY
016240                 SET MNT-INVALID-REC TO TRUE
016250                 MOVE 'M083' TO MNT-REASON-CODE
016260                 MOVE 'CONTRACT NOT ON CONTRACT FILE'
016270                     TO MNT-REASON-TEXT
016280             NOT INVALID KEY
016290                 SET MNT-REC-FOUND TO TRUE
016300                 MOVE CTR-START-DATE TO MNT-BEFORE-START
016310                 MOVE CTR-END-DATE TO MNT-BEFORE-END
016320                 MOVE CTR-UNIT-PRICE TO MNT-BEFORE-PRICE
016330         END-READ
016340         IF MNT-VALID-REC AND MNT-ACTION-CHANGE
016350             IF MNT-EFF-DATE-IN NOT = SPACES
016360                 MOVE MNT-WORK-EFF-DATE TO CTR-START-DATE
016370             END-IF
016380             IF MNT-END-DATE-IN NOT = SPACES
016390                 MOVE MNT-WORK-END-DATE TO CTR-END-DATE
016400             END-IF
016410             IF MNT-PRICE-IN NOT = SPACES
016420                 MOVE MNT-WORK-PRICE TO CTR-UNIT-PRICE
016430             END-IF
016440             IF CTR-END-DATE < CTR-START-DATE
016450                 SET MNT-INVALID-REC TO TRUE
016460                 MOVE 'M081' TO MNT-REASON-CODE
016470                 MOVE 'END DATE IS BEFORE START DATE'
016480                     TO MNT-REASON-TEXT
016490             END-IF
016500         END-IF
016510         IF MNT-VALID-REC AND MNT-ACTION-CHANGE
016520             REWRITE CONTRACT-PRICE-REC
016530                 INVALID KEY
016540                     SET MNT-INVALID-REC TO TRUE
016550                     MOVE 'M084' TO MNT-REASON-CODE
016560                     MOVE 'CONTRACT FILE REWRITE FAILED'
016570                         TO MNT-REASON-TEXT
016580             END-REWRITE
016590         END-IF
016600         IF MNT-VALID-REC AND MNT-ACTION-DELETE
016610             DELETE CONTRACT-PRICE-FILE
016620                 INVALID KEY
016630                     SET MNT-INVALID-REC TO TRUE
016640                     MOVE 'M085' TO MNT-REASON-CODE
016650                     MOVE 'CONTRACT FILE DELETE FAILED'
016660                         TO MNT-REASON-TEXT
016670             END-DELETE
016680         END-IF
016690     END-IF.
016700 245-APPLY-SLSPERSON-RTN.
016710     MOVE MNT-CODE-IN(1:5) TO SLS-ID-MST
016720     IF MNT-ACTION-ADD
016730         MOVE MNT-DESC-IN TO SLS-NAME-MST
016740         MOVE MNT-WORK-MQUOTA TO SLS-MTH-QUOTA-MST
016750         MOVE MNT-WORK-AQUOTA TO SLS-ANN-QUOTA-MST
016760         WRITE SALESPERSON-MASTER-REC
016770             INVALID KEY
016780                 SET MNT-INVALID-REC TO TRUE
016790                 MOVE 'M024' TO MNT-REASON-CODE
016800                 MOVE 'ID ALREADY ON SALESPERSON MASTER'
016810                     TO MNT-REASON-TEXT
016820         END-WRITE
016830     ELSE
016840         READ SALESPERSON-MASTER-FILE
016850             INVALID KEY
016860                 SET MNT-INVALID-REC TO TRUE
016870                 MOVE 'M025' TO MNT-REASON-CODE
016880                 MOVE 'ID NOT ON SALESPERSON MASTER'
016890                     TO MNT-REASON-TEXT
016900             NOT INVALID KEY
016910                 SET MNT-REC-FOUND TO TRUE
016920                 MOVE SLS-NAME-MST TO MNT-BEFORE-DESC
016930         END-READ
016940         IF MNT-VALID-REC AND MNT-ACTION-CHANGE
016950             IF MNT-DESC-IN NOT = SPACES
016960                 MOVE MNT-DESC-IN TO SLS-NAME-MST
016970             END-IF
016980             IF MNT-MQUOTA-IN NOT = SPACES
016990                 MOVE MNT-WORK-MQUOTA TO SLS-MTH-QUOTA-MST
017000             END-IF
017010             IF MNT-AQUOTA-IN NOT = SPACES
017020                 MOVE MNT-WORK-AQUOTA TO SLS-ANN-QUOTA-MST
017030             END-IF
017040             REWRITE SALESPERSON-MASTER-REC
017050                 INVALID KEY
017060                     SET MNT-INVALID-REC TO TRUE
017070                     MOVE 'M026' TO MNT-REASON-CODE
017080                     MOVE 'SALESPERSON MASTER REWRITE FAILED'
017090                         TO MNT-REASON-TEXT
017100             END-REWRITE
017110         END-IF
017120         IF MNT-VALID-REC AND MNT-ACTION-DELETE
017130             DELETE SALESPERSON-MASTER-FILE
017140                 INVALID KEY
017150                     SET MNT-INVALID-REC TO TRUE
017160                     MOVE 'M027' TO MNT-REASON-CODE
017170                     MOVE 'SALESPERSON MASTER DELETE FAILED'
017180                         TO MNT-REASON-TEXT
017190             END-DELETE
017200         END-IF
017210     END-IF.
017220 247-APPLY-VENDOR-RTN.
017230     MOVE MNT-CODE-IN TO VND-ID-MST
017240     IF MNT-ACTION-ADD
017250         MOVE MNT-DESC-IN TO VND-NAME-MST
017260         MOVE MNT-ADDR1-IN TO VND-ADDR1-MST
017270         MOVE MNT-ADDR2-IN TO VND-ADDR2-MST
017280         MOVE MNT-WORK-LEAD TO VND-LEAD-DAYS-MST
017290         WRITE VENDOR-MASTER-REC
017300             INVALID KEY
017310                 SET MNT-INVALID-REC TO TRUE
017320                 MOVE 'M065' TO MNT-REASON-CODE
017330                 MOVE 'ID ALREADY ON VENDOR MASTER'
017340                     TO MNT-REASON-TEXT
017350         END-WRITE
017360     ELSE
017370         READ VENDOR-MASTER-FILE
017380             INVALID KEY
017390                 SET MNT-INVALID-REC TO TRUE
017400                 MOVE 'M066' TO MNT-REASON-CODE
017410                 MOVE 'ID NOT ON VENDOR MASTER'
017420                     TO MNT-REASON-TEXT
017430             NOT INVALID KEY
017440                 SET MNT-REC-FOUND TO TRUE
017450                 MOVE VND-NAME-MST TO MNT-BEFORE-DESC
017460         END-READ
017470         IF MNT-VALID-REC AND MNT-ACTION-CHANGE
017480             IF MNT-DESC-IN NOT = SPACES
017490                 MOVE MNT-DESC-IN TO VND-NAME-MST
017500             END-IF
017510             IF MNT-ADDR1-IN NOT = SPACES
017520                 MOVE MNT-ADDR1-IN TO VND-ADDR1-MST
017530             END-IF
017540             IF MNT-ADDR2-IN NOT = SPACES
017550                 MOVE MNT-ADDR2-IN TO VND-ADDR2-MST
017560             END-IF
017570             IF MNT-LEAD-IN NOT = SPACES
017580                 MOVE MNT-WORK-LEAD TO VND-LEAD-DAYS-MST
017590             END-IF
017600             REWRITE VENDOR-MASTER-REC
017610                 INVALID KEY
017620                     SET MNT-INVALID-REC TO TRUE
017630                     MOVE 'M067' TO MNT-REASON-CODE
017640                     MOVE 'VENDOR MASTER REWRITE FAILED'
017650                         TO MNT-REASON-TEXT
017660             END-REWRITE
017670         END-IF
017680         IF MNT-VALID-REC AND MNT-ACTION-DELETE
017690             DELETE VENDOR-MASTER-FILE
017700                 INVALID KEY
017710                     SET MNT-INVALID-REC TO TRUE
017720                     MOVE 'M068' TO MNT-REASON-CODE
017730                     MOVE 'VENDOR MASTER DELETE FAILED'
017740                         TO MNT-REASON-TEXT
017750             END-DELETE
017760         END-IF
017770     END-IF.
017780 248-APPLY-CUSTOMER-RTN.
017790     MOVE MNT-CODE-IN TO CUST-ID-MST
017800     IF MNT-ACTION-ADD
017810         MOVE MNT-DESC-IN TO CUST-NAME-MST
017820         MOVE MNT-ADDR1-IN TO CUST-ADDR1-MST
017830         MOVE MNT-ADDR2-IN TO CUST-ADDR2-MST
017840         MOVE MNT-WORK-LIMIT TO CUST-CREDIT-LIMIT-MST
017850         MOVE MNT-TERMS-IN TO CUST-TERMS-MST
017860         WRITE CUSTOMER-MASTER-REC
017870             INVALID KEY
017880                 SET MNT-INVALID-REC TO TRUE
017890                 MOVE 'M032' TO MNT-REASON-CODE
017900                 MOVE 'ID ALREADY ON CUSTOMER MASTER'
017910                     TO MNT-REASON-TEXT
017920         END-WRITE
017930     ELSE
017940         READ CUSTOMER-MASTER-FILE
017950             INVALID KEY
017960                 SET MNT-INVALID-REC TO TRUE
017970                 MOVE 'M033' TO MNT-REASON-CODE
017980                 MOVE 'ID NOT ON CUSTOMER MASTER'
017990                     TO MNT-REASON-TEXT
018000             NOT INVALID KEY
018010                 SET MNT-REC-FOUND TO TRUE
018020                 MOVE CUST-NAME-MST TO MNT-BEFORE-DESC
018030         END-READ
018040         IF MNT-VALID-REC AND MNT-ACTION-CHANGE
018050             IF MNT-DESC-IN NOT = SPACES
018060                 MOVE MNT-DESC-IN TO CUST-NAME-MST
018070             END-IF
018080             IF MNT-ADDR1-IN NOT = SPACES
018090                 MOVE MNT-ADDR1-IN TO CUST-ADDR1-MST
018100             END-IF
018110             IF MNT-ADDR2-IN NOT = SPACES
018120                 MOVE MNT-ADDR2-IN TO CUST-ADDR2-MST
018130             END-IF
018140             IF MNT-LIMIT-IN NOT = SPACES
018150                 MOVE MNT-WORK-LIMIT TO CUST-CREDIT-LIMIT-MST
018160             END-IF
018170             IF MNT-TERMS-IN NOT = SPACES
018180                 MOVE MNT-TERMS-IN TO CUST-TERMS-MST
018190             END-IF
018200             REWRITE CUSTOMER-MASTER-REC
018210                 INVALID KEY
018220                     SET MNT-INVALID-REC TO TRUE
018230                     MOVE 'M034' TO MNT-REASON-CODE
018240                     MOVE 'CUSTOMER MASTER REWRITE FAILED'
018250                         TO MNT-REASON-TEXT
018260             END-REWRITE
018270         END-IF
018280         IF MNT-VALID-REC AND MNT-ACTION-DELETE
018290             DELETE CUSTOMER-MASTER-FILE
018300                 INVALID KEY
018310                     SET MNT-INVALID-REC TO TRUE
018320                     MOVE 'M035' TO MNT-REASON-CODE
018330                     MOVE 'CUSTOMER MASTER DELETE FAILED'
018340                         TO MNT-REASON-TEXT
018350             END-DELETE
018360         END-IF
018370     END-IF.
018380 249-APPLY-APPROVER-RTN.
018390     MOVE MNT-CODE-IN(1:5) TO AUTH-ID-MST
018400     IF MNT-ACTION-ADD
018410         MOVE MNT-DESC-IN TO AUTH-NAME-MST
018420         MOVE MNT-WORK-LIMIT TO AUTH-LIMIT-MST
018430         WRITE AUTH-MASTER-REC
018440             INVALID KEY
018450                 SET MNT-INVALID-REC TO TRUE
018460                 MOVE 'M051' TO MNT-REASON-CODE
018470                 MOVE 'ID ALREADY ON AUTHORIZATION MASTER'
018480                     TO MNT-REASON-TEXT
018490         END-WRITE
018500     ELSE
018510         READ AUTH-MASTER-FILE
018520             INVALID KEY
018530                 SET MNT-INVALID-REC TO TRUE
018540                 MOVE 'M052' TO MNT-REASON-CODE
018550                 MOVE 'ID NOT ON AUTHORIZATION MASTER'
018560                     TO MNT-REASON-TEXT
018570             NOT INVALID KEY
018580                 SET MNT-REC-FOUND TO TRUE
018590                 MOVE AUTH-NAME-MST TO MNT-BEFORE-DESC
018600         END-READ
018610         IF MNT-VALID-REC AND MNT-ACTION-CHANGE
018620             IF MNT-DESC-IN NOT = SPACES
018630                 MOVE MNT-DESC-IN TO AUTH-NAME-MST
018640             END-IF
018650             IF MNT-LIMIT-IN NOT = SPACES
018660                 MOVE MNT-WORK-LIMIT TO AUTH-LIMIT-MST
018670             END-IF
018680             REWRITE AUTH-MASTER-REC
018690                 INVALID KEY
018700                     SET MNT-INVALID-REC TO TRUE
018710                     MOVE 'M053' TO MNT-REASON-CODE
018720                     MOVE 'AUTH MASTER REWRITE FAILED'
018730                         TO MNT-REASON-TEXT
018740             END-REWRITE
018750         END-IF
018760         IF MNT-VALID-REC AND MNT-ACTION-DELETE
018770             DELETE AUTH-MASTER-FILE
018780                 INVALID KEY
018790                     SET MNT-INVALID-REC TO TRUE
018800                     MOVE 'M054' TO MNT-REASON-CODE
018810                     MOVE 'AUTH MASTER DELETE FAILED'
018820                         TO MNT-REASON-TEXT
018830             END-DELETE
018840         END-IF
018850     END-IF.
018860 250-WRITE-REGISTER-RTN.
018870     IF MNT-LINE-COUNT NOT LESS THAN MNT-LINES-PER-PAGE
018880         PERFORM 200-HEADING-RTN
018890     END-IF
018900     MOVE MNT-USER-ID-IN TO MNT-DTL-USER
018910     MOVE MNT-ACTION-IN TO MNT-DTL-ACTION
018920     MOVE MNT-TARGET-IN TO MNT-DTL-TARGET
018930     MOVE MNT-CODE-IN TO MNT-DTL-CODE
018940     IF MNT-VALID-REC
018950         MOVE 'APPLIED ' TO MNT-DTL-DISP
018960         MOVE SPACES TO MNT-DTL-REASON
018970         IF MNT-PO-MATCHED
018980             STRING 'MATCHED PO ' DELIMITED BY SIZE
018990                 POL-PO-NO DELIMITED BY SIZE
019000                 ' LINE ' DELIMITED BY SIZE
019010                 POL-LINE-NO DELIMITED BY SIZE
019020                 INTO MNT-DTL-REASON
019030             END-STRING
019040         END-IF
019050     ELSE
019060         MOVE 'REJECTED' TO MNT-DTL-DISP
019070         MOVE SPACES TO MNT-DTL-REASON
019080         STRING MNT-REASON-CODE DELIMITED BY SIZE
019090             ' ' DELIMITED BY SIZE
019100             MNT-REASON-TEXT DELIMITED BY SIZE
019110             INTO MNT-DTL-REASON
019120         END-STRING
019130     END-IF
019140     MOVE MNT-DETAIL-LINE TO REGISTER-LINE
019150     WRITE REGISTER-LINE
019160     ADD 1 TO MNT-LINE-COUNT
019170     IF MNT-REC-FOUND AND NOT MNT-TARGET-CONTRACT
019180         MOVE 'BEFORE ' TO MNT-IMG-TAG
019190         MOVE MNT-BEFORE-DESC TO MNT-IMG-DESC
019200         MOVE MNT-BEFORE-PRICE TO MNT-IMG-PRICE
019210         MOVE MNT-BEFORE-RATE TO MNT-IMG-RATE
019220         MOVE MNT-BEFORE-ONHAND TO MNT-IMG-ONHAND
019230         MOVE MNT-BEFORE-COST TO MNT-IMG-COST
019240         MOVE MNT-IMAGE-LINE TO REGISTER-LINE
019250         WRITE REGISTER-LINE
019260         ADD 1 TO MNT-LINE-COUNT
019270     END-IF
019280     IF MNT-VALID-REC AND NOT MNT-ACTION-DELETE AND
019290         NOT MNT-TARGET-CONTRACT
019300         MOVE 'AFTER  ' TO MNT-IMG-TAG
019310         IF MNT-TARGET-PRODUCT
019320             MOVE PRODUCT-DESC-MST TO MNT-IMG-DESC
019330             MOVE UNIT-PRICE-MST TO MNT-IMG-PRICE
019340             MOVE ZERO TO MNT-IMG-RATE
019350             MOVE QTY-ON-HAND-MST TO MNT-IMG-ONHAND
019360             MOVE STD-COST-MST TO MNT-IMG-COST
019370         ELSE
019380             IF MNT-TARGET-TAXRATE
019390                 MOVE SPACES TO MNT-IMG-DESC
019400                 MOVE ZERO TO MNT-IMG-PRICE
019410                 MOVE TAX-RATE-PCT TO MNT-IMG-RATE
019420                 MOVE ZERO TO MNT-IMG-ONHAND
019430                 MOVE ZERO TO MNT-IMG-COST
019440             ELSE
019450                 IF MNT-TARGET-SLSPERSON
019460                     MOVE SLS-NAME-MST TO MNT-IMG-DESC
019470                 ELSE
019480                     IF MNT-TARGET-CUSTOMER
019490                         MOVE CUST-NAME-MST TO MNT-IMG-DESC
019500                     ELSE
019510                         IF MNT-TARGET-APPROVER
019520                             MOVE AUTH-NAME-MST TO MNT-IMG-DESC
019530                         ELSE
019540                             MOVE VND-NAME-MST TO MNT-IMG-DESC
019550                         END-IF
019560                     END-IF
019570                 END-IF
019580                 MOVE ZERO TO MNT-IMG-PRICE
019590                 MOVE ZERO TO MNT-IMG-RATE
019600                 MOVE ZERO TO MNT-IMG-ONHAND
019610                 MOVE ZERO TO MNT-IMG-COST
019620             END-IF
019630         END-IF
019640         MOVE MNT-IMAGE-LINE TO REGISTER-LINE
019650         WRITE REGISTER-LINE
019660         ADD 1 TO MNT-LINE-COUNT
019670     END-IF
019680     IF MNT-TARGET-CONTRACT
019690         PERFORM 252-WRITE-CONTRACT-IMAGE-RTN
019700     END-IF.
019710 252-WRITE-CONTRACT-IMAGE-RTN.
019720     MOVE MNT-CNT-PROD-IN TO MNT-CIMG-PRODUCT
019730     IF MNT-REC-FOUND
019740         MOVE 'BEFORE ' TO MNT-CIMG-TAG
019750         MOVE MNT-BEFORE-START TO MNT-CIMG-START
019760         MOVE MNT-BEFORE-END TO MNT-CIMG-END
019770         MOVE MNT-BEFORE-PRICE TO MNT-CIMG-PRICE
019780         MOVE MNT-CNT-IMAGE-LINE TO REGISTER-LINE
019790         WRITE REGISTER-LINE
019800         ADD 1 TO MNT-LINE-COUNT
019810     END-IF
019820     IF MNT-VALID-REC AND NOT MNT-ACTION-DELETE
019830         MOVE 'AFTER  ' TO MNT-CIMG-TAG
019840         MOVE CTR-START-DATE TO MNT-CIMG-START
019850         MOVE CTR-END-DATE TO MNT-CIMG-END
019860         MOVE CTR-UNIT-PRICE TO MNT-CIMG-PRICE
019870         MOVE MNT-CNT-IMAGE-LINE TO REGISTER-LINE
019880         WRITE REGISTER-LINE
019890         ADD 1 TO MNT-LINE-COUNT
019900     END-IF.
019910 300-WRITE-TOTALS-RTN.
019920     MOVE SPACES TO REGISTER-LINE
019930     WRITE REGISTER-LINE
019940     MOVE 'MAINT RECORDS READ  ' TO MNT-TOTAL-LINE(1:20)
019950     MOVE MNT-RECORDS-READ TO MNT-TOT-COUNT
019960     MOVE MNT-TOTAL-LINE TO REGISTER-LINE
019970     WRITE REGISTER-LINE
019980     MOVE 'RECORDS APPLIED     ' TO MNT-TOTAL-LINE(1:20)
019990     MOVE MNT-RECORDS-APPLIED TO MNT-TOT-COUNT
020000     MOVE MNT-TOTAL-LINE TO REGISTER-LINE
020010     WRITE REGISTER-LINE
020020     MOVE 'RECORDS REJECTED    ' TO MNT-TOTAL-LINE(1:20)
020030     MOVE MNT-RECORDS-REJECTED TO MNT-TOT-COUNT
020040     MOVE MNT-TOTAL-LINE TO REGISTER-LINE
020050     WRITE REGISTER-LINE
020060     IF MNT-RECORDS-REJECTED > ZERO
020070         MOVE 8 TO RETURN-CODE
020080     END-IF.
