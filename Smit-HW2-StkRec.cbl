000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STKREC.
000030 AUTHOR. J SMITH.
000040 INSTALLATION. ACCOUNTING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                              *
000110*  10/15/2026  JS   ORIGINAL PROGRAM.  RECONCILES            *
000120*                   QTY-ON-HAND-MST TO THE LAST STOCK        *
000130*                   SNAPSHOT PLUS SALES-FILE AND STOCK       *
000140*                   JOURNAL MOVEMENTS.  RC 12 WHEN ANY       *
000150*                   PRODUCT DOES NOT TIE.                    *
000160*  10/15/2026  JS   SALES-REC PICKS UP THE STOREFRONT ORDER  *
000170*                   NUMBER (SEE ORDIMP AND ORDACK) SO RECORD *
000180*                   LAYOUTS STAY IN SYNC.                    *
000190*  10/15/2026  JS   SALES-REC PICKS UP THE PRICE-SOURCE      *
000200*                   INDICATOR (LIST, EFFECTIVE-DATED,        *
000210*                   CONTRACT OR OVERRIDE) SO RECORD LAYOUTS  *
000220*                   STAY IN SYNC.                            *
000230*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PRODUCT-MASTER-FILE
000280         ASSIGN TO SKR-PRODMST-FILE-NAME
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS PRODUCT-CODE-MST
000320         FILE STATUS IS SKR-PRODMST-FILE-STATUS.
000330     SELECT SALES-FILE
000340         ASSIGN TO SKR-SALES-FILE-NAME
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS SALES-SEQ-NO
000380         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000390         FILE STATUS IS SKR-SALESFILE-STATUS.
000400     SELECT STOCK-JOURNAL-FILE
000410         ASSIGN TO SKR-STKJRNL-FILE-NAME
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS SKR-STKJRNL-FILE-STATUS.
000440     SELECT SNAPSHOT-FILE
000450         ASSIGN TO SKR-SNAPSHOT-FILE-NAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS SKR-SNAPSHOT-FILE-STATUS.
000480     SELECT REPORT-FILE
000490         ASSIGN TO SKR-REPORT-FILE-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD PRODUCT-MASTER-FILE.
000540 01 PRODUCT-MASTER-REC.
000550    05 PRODUCT-CODE-MST      PIC X(06).
000560    05 PRODUCT-DESC-MST      PIC X(20).
000570    05 UNIT-PRICE-MST        PIC 9(3)V99.
000580    05 QTY-ON-HAND-MST       PIC 9(07).
000590    05 REORDER-POINT-MST     PIC 9(07).
000600    05 QTY-ON-ORDER-MST      PIC 9(07).
000610    05 PRIMARY-VENDOR-MST    PIC X(06).
000620    05 REORDER-QTY-MST       PIC 9(07).
000630    05 STD-COST-MST          PIC 9(3)V99.
000640 FD SALES-FILE.
000650 01 SALES-REC.
000660    05 SALES-SEQ-NO         PIC 9(07).
000670    05 NAME-OUT             PIC X(20).
000680    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
000690    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
000700    05 DISCOUNT-RATE-OUT    PIC V999.
000710    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
000720    05 NET-TOTAL-OUT        PIC S9(6)V99.
000730    05 SOURCE-CODE-OUT      PIC X(01).
000740    05 TRANS-TYPE-OUT       PIC X(01).
000750    05 SLS-ID-OUT           PIC X(05).
000760    05 BATCH-NO-OUT         PIC 9(03).
000770    05 CUST-ID-OUT          PIC X(06).
000780    05 PRODUCT-CODE-OUT     PIC X(06).
000790    05 QTY-SOLD-OUT         PIC 9(03).
000800    05 JURIS-CODE-OUT       PIC X(02).
000810    05 OVERRIDE-FLAG-OUT    PIC X(01).
000820    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
000830    05 APPROVER-ID-OUT      PIC X(05).
000840    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
000850    05 EXT-COST-OUT         PIC S9(6)V99.
000860    05 ORDER-NO-OUT         PIC X(12).
000870    05 PRICE-SOURCE-OUT     PIC X(01).
000880 FD STOCK-JOURNAL-FILE.
000890 01 STOCK-JOURNAL-REC.
000900    05 JRN-PRODUCT-CODE         PIC X(06).
000910    05 FILLER                   PIC X(01).
000920    05 JRN-MOVE-DATE            PIC 9(08).
000930    05 FILLER                   PIC X(01).
000940    05 JRN-SOURCE-PGM           PIC X(08).
000950    05 FILLER                   PIC X(01).
000960    05 JRN-MOVE-TYPE            PIC X(01).
000970    05 FILLER                   PIC X(01).
000980    05 JRN-REFERENCE.
000990       10 JRN-BATCH-NO          PIC 9(03).
001000       10 JRN-SEQ-NO            PIC 9(07).
001010       10 FILLER                PIC X(05).
001020    05 JRN-MAINT-REF REDEFINES JRN-REFERENCE.
001030       10 JRN-USER-ID           PIC X(08).
001040       10 JRN-MAINT-REC-NO      PIC 9(07).
001050    05 FILLER                   PIC X(01).
001060    05 JRN-QTY-BEFORE           PIC 9(07).
001070    05 FILLER                   PIC X(01).
001080    05 JRN-QTY-AFTER            PIC 9(07).
001090    05 FILLER                   PIC X(01).
001100    05 JRN-STAMP-DATE           PIC 9(08).
001110    05 FILLER                   PIC X(01).
001120    05 JRN-STAMP-TIME           PIC 9(08).
001130 FD SNAPSHOT-FILE.
001140 01 SNAPSHOT-REC.
001150    05 SNP-REC-TYPE             PIC X(01).
001160       88 SNP-HEADER                  VALUE 'H'.
001170       88 SNP-DETAIL                  VALUE 'D'.
001180       88 SNP-TRAILER                 VALUE 'T'.
001190    05 SNP-DATA                 PIC X(39).
001200    05 SNP-DETAIL-DATA REDEFINES SNP-DATA.
001210       10 SNP-PRODUCT-CODE      PIC X(06).
001220       10 SNP-QTY-ON-HAND       PIC 9(07).
001230       10 FILLER                PIC X(26).
001240    05 SNP-HEADER-DATA REDEFINES SNP-DATA.
001250       10 SNP-RUN-DATE          PIC 9(08).
001260       10 SNP-STAMP-DATE        PIC 9(08).
001270       10 SNP-STAMP-TIME        PIC 9(08).
001280       10 FILLER                PIC X(15).
001290    05 SNP-TRAILER-DATA REDEFINES SNP-DATA.
001300       10 SNP-PRODUCT-COUNT     PIC 9(07).
001310       10 FILLER                PIC X(32).
001320 FD REPORT-FILE.
001330 01 REPORT-LINE                  PIC X(80).
001340 WORKING-STORAGE SECTION.
001350 01 SKR-HEADING-1.
001360    05 FILLER               PIC X(20) VALUE SPACES.
001370    05 FILLER               PIC X(20)
001380        VALUE 'STOCK RECONCILIATION'.
001390    05 SKR-HDG-DATE         PIC 9(08).
001400    05 FILLER               PIC X(20) VALUE SPACES.
001410    05 FILLER               PIC X(05) VALUE 'PAGE '.
001420    05 SKR-HDG-PAGE-NO      PIC ZZ9.
001430 01 SKR-HEADING-2.
001440    05 FILLER               PIC X(07) VALUE 'PRODCT '.
001450    05 FILLER               PIC X(08) VALUE 'SNAPSHOT'.
001460    05 FILLER               PIC X(09) VALUE '    SALES'.
001470    05 FILLER               PIC X(09) VALUE ' JRNL-SLS'.
001480    05 FILLER               PIC X(09) VALUE '    MAINT'.
001490    05 FILLER               PIC X(09) VALUE ' EXPECTED'.
001500    05 FILLER               PIC X(08) VALUE ' ON-HAND'.
001510    05 FILLER               PIC X(09) VALUE '     DIFF'.
001520 01 SKR-PERIOD-LINE.
001530    05 FILLER               PIC X(15) VALUE 'SNAPSHOT TAKEN '.
001540    05 SKR-PER-SNAP-DATE    PIC 9(08).
001550    05 FILLER               PIC X(01) VALUE SPACE.
001560    05 SKR-PER-SNAP-TIME    PIC 9(08).
001570    05 FILLER               PIC X(14) VALUE ' FOR RUN DATE '.
001580    05 SKR-PER-SNAP-RUN     PIC 9(08).
001590    05 FILLER               PIC X(09) VALUE ' THROUGH '.
001600    05 SKR-PER-RUN-DATE     PIC 9(08).
001610 01 SKR-DETAIL-LINE.
001620    05 SKR-DTL-PRODUCT      PIC X(06).
001630    05 FILLER               PIC X(01) VALUE SPACE.
001640    05 SKR-DTL-SNAP         PIC ZZZZZZ9.
001650    05 FILLER               PIC X(01) VALUE SPACE.
001660    05 SKR-DTL-SALES        PIC ZZZZZZ9-.
001670    05 FILLER               PIC X(01) VALUE SPACE.
001680    05 SKR-DTL-JRNL-SALES   PIC ZZZZZZ9-.
001690    05 FILLER               PIC X(01) VALUE SPACE.
001700    05 SKR-DTL-MAINT        PIC ZZZZZZ9-.
001710    05 FILLER               PIC X(01) VALUE SPACE.
001720    05 SKR-DTL-EXPECTED     PIC ZZZZZZ9-.
001730    05 FILLER               PIC X(01) VALUE SPACE.
001740    05 SKR-DTL-ONHAND       PIC ZZZZZZ9.
001750    05 FILLER               PIC X(01) VALUE SPACE.
001760    05 SKR-DTL-DIFF         PIC ZZZZZZ9-.
001770    05 FILLER               PIC X(01) VALUE SPACE.
001780    05 SKR-DTL-NOTE         PIC X(09).
001790 01 SKR-TOTAL-LINE.
001800    05 FILLER               PIC X(22).
001810    05 SKR-TOT-COUNT        PIC Z,ZZZ,ZZ9.
001820 01 SKR-PRD-TABLE.
001830    05 SKR-PRD-ENTRY OCCURS 2000 TIMES.
001840       10 SKR-PRD-CODE       PIC X(06).
001850       10 SKR-PRD-SNAP       PIC 9(07).
001860       10 SKR-PRD-SALES      PIC S9(07).
001870       10 SKR-PRD-JRNL-SALES PIC S9(07).
001880       10 SKR-PRD-MAINT      PIC S9(07).
001890       10 SKR-PRD-MASTER-SW  PIC X(01).
001900          88 SKR-PRD-ON-MASTER      VALUE 'Y'.
001910          88 SKR-PRD-NOT-ON-MASTER  VALUE 'N'.
001920 01 SKR-WORK-DATE.
001930    05 SKR-WORK-YYYY        PIC 9(04).
001940    05 SKR-WORK-MM          PIC 9(02).
001950    05 SKR-WORK-DD          PIC 9(02).
001960 01 SKR-WORK-DATE-N REDEFINES SKR-WORK-DATE PIC 9(08).
001970 01 SKR-MONTH-DAYS-TABLE.
001980    05 FILLER               PIC X(24)
001990        VALUE '312831303130313130313031'.
002000 01 SKR-MONTH-DAYS-R REDEFINES SKR-MONTH-DAYS-TABLE.
002010    05 SKR-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
002020 77 SKR-PRD-COUNT          PIC 9(04) COMP VALUE ZERO.
002030 77 SKR-PRD-MAX            PIC 9(04) COMP VALUE 2000.
002040 77 SKR-SUB                PIC 9(04) COMP VALUE ZERO.
002050 77 SKR-SEARCH-CODE        PIC X(06) VALUE SPACES.
002060 77 SKR-FOUND-SW           PIC X(01) VALUE 'N'.
002070     88 SKR-FOUND               VALUE 'Y'.
002080     88 SKR-NOT-FOUND           VALUE 'N'.
002090 77 SKR-SNAPSHOT-SW        PIC X(01) VALUE 'Y'.
002100     88 SKR-SNAPSHOT-PRESENT    VALUE 'Y'.
002110     88 SKR-SNAPSHOT-ABSENT     VALUE 'N'.
002120 77 SKR-BALANCE-SW         PIC X(01) VALUE 'Y'.
002130     88 SKR-IN-BALANCE          VALUE 'Y'.
002140     88 SKR-OUT-OF-BALANCE      VALUE 'N'.
002150 77 SKR-FORCE-SW           PIC X(01) VALUE 'N'.
002160     88 SKR-FORCE-ADVANCE       VALUE 'Y'.
002170 77 SKR-ADVANCED-SW        PIC X(01) VALUE 'N'.
002180     88 SKR-SNAPSHOT-ADVANCED   VALUE 'Y'.
002190 77 SKR-EOF-SW             PIC X(01) VALUE 'N'.
002200     88 SKR-EOF                 VALUE 'Y'.
002210     88 SKR-NOT-EOF             VALUE 'N'.
002220 77 SKR-LEAP-YEAR-SW       PIC X(01) VALUE 'N'.
002230     88 SKR-LEAP-YEAR           VALUE 'Y'.
002240     88 SKR-NOT-LEAP-YEAR       VALUE 'N'.
002250 77 SKR-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
002260 77 SKR-SALESFILE-STATUS   PIC XX VALUE SPACES.
002270 77 SKR-STKJRNL-FILE-STATUS PIC XX VALUE SPACES.
002280 77 SKR-SNAPSHOT-FILE-STATUS PIC XX VALUE SPACES.
002290 77 SKR-PRODMST-FILE-NAME  PIC X(80) VALUE SPACES.
002300 77 SKR-OUTPUT-BASE-NAME   PIC X(80) VALUE SPACES.
002310 77 SKR-SALES-FILE-NAME    PIC X(80) VALUE SPACES.
002320 77 SKR-STKJRNL-FILE-NAME  PIC X(80) VALUE SPACES.
002330 77 SKR-SNAPSHOT-FILE-NAME PIC X(80) VALUE SPACES.
002340 77 SKR-REPORT-FILE-NAME   PIC X(80) VALUE SPACES.
002350 77 SKR-ENV-VALUE          PIC X(80) VALUE SPACES.
002360 77 SKR-RUN-DATE           PIC 9(08) VALUE ZERO.
002370 77 SKR-STAMP-DATE         PIC 9(08) VALUE ZERO.
002380 77 SKR-STAMP-TIME         PIC 9(08) VALUE ZERO.
002390 77 SKR-SNAP-RUN-DATE      PIC 9(08) VALUE ZERO.
002400 77 SKR-SNAP-STAMP-DATE    PIC 9(08) VALUE ZERO.
002410 77 SKR-SNAP-STAMP-TIME    PIC 9(08) VALUE ZERO.
002420 77 SKR-SNAP-COUNT         PIC 9(07) COMP VALUE ZERO.
002430 77 SKR-SNAP-WRITTEN       PIC 9(07) COMP VALUE ZERO.
002440 77 SKR-JRNL-READ          PIC 9(07) COMP VALUE ZERO.
002450 77 SKR-JRNL-USED          PIC 9(07) COMP VALUE ZERO.
002460 77 SKR-SALES-USED         PIC 9(07) COMP VALUE ZERO.
002470 77 SKR-SALES-DAYS         PIC 9(05) COMP VALUE ZERO.
002480 77 SKR-DAYS-MISSING       PIC 9(05) COMP VALUE ZERO.
002490 77 SKR-PRODUCTS-CHECKED   PIC 9(07) COMP VALUE ZERO.
002500 77 SKR-PRODUCTS-OUT       PIC 9(07) COMP VALUE ZERO.
002510 77 SKR-WORK-DELTA         PIC S9(07) VALUE ZERO.
002520 77 SKR-EXPECTED           PIC S9(08) VALUE ZERO.
002530 77 SKR-ACTUAL             PIC 9(07) VALUE ZERO.
002540 77 SKR-MONTH-LEN          PIC 9(02) VALUE ZERO.
002550 77 SKR-QUOTIENT           PIC 9(04) COMP VALUE ZERO.
002560 77 SKR-REMAINDER          PIC 9(04) COMP VALUE ZERO.
002570 77 SKR-LINE-COUNT         PIC 9(03) COMP VALUE ZERO.
002580 77 SKR-PAGE-COUNT         PIC 9(03) COMP VALUE ZERO.
002590 77 SKR-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
002600 PROCEDURE DIVISION.
002610 100-MAIN-MODULE.
002620     ACCEPT SKR-STAMP-DATE FROM DATE YYYYMMDD
002630     ACCEPT SKR-STAMP-TIME FROM TIME
002640     PERFORM 105-ASSIGN-FILENAMES-RTN
002650     OPEN OUTPUT REPORT-FILE
002660     PERFORM 440-HEADING-RTN
002670     PERFORM 110-LOAD-SNAPSHOT-RTN
002680     IF SKR-SNAPSHOT-ABSENT
002690         MOVE 'NO PRIOR SNAPSHOT - BASELINE TAKEN FROM MASTER'
002700             TO REPORT-LINE
002710         WRITE REPORT-LINE
002720         PERFORM 600-WRITE-SNAPSHOT-RTN
002730         DISPLAY 'STKREC: BASELINE SNAPSHOT TAKEN, '
002740             SKR-SNAP-WRITTEN ' PRODUCTS'
002750     ELSE
002760         IF SKR-SNAP-RUN-DATE NOT LESS THAN SKR-RUN-DATE
002770             MOVE 'SNAPSHOT ALREADY TAKEN FOR THIS RUN DATE'
002780                 TO REPORT-LINE
002790             WRITE REPORT-LINE
002800             DISPLAY 'STKREC: SNAPSHOT ALREADY TAKEN FOR '
002810                 SKR-SNAP-RUN-DATE ', NOTHING TO RECONCILE'
002820             MOVE 4 TO RETURN-CODE
002830         ELSE
002840             MOVE SKR-SNAP-STAMP-DATE TO SKR-PER-SNAP-DATE
002850             MOVE SKR-SNAP-STAMP-TIME TO SKR-PER-SNAP-TIME
002860             MOVE SKR-SNAP-RUN-DATE TO SKR-PER-SNAP-RUN
002870             MOVE SKR-RUN-DATE TO SKR-PER-RUN-DATE
002880             MOVE SKR-PERIOD-LINE TO REPORT-LINE
002890             WRITE REPORT-LINE
002900             MOVE SPACES TO REPORT-LINE
002910             WRITE REPORT-LINE
002920             MOVE SKR-HEADING-2 TO REPORT-LINE
002930             WRITE REPORT-LINE
002940             ADD 3 TO SKR-LINE-COUNT
002950             PERFORM 200-APPLY-JOURNAL-RTN
002960             PERFORM 300-APPLY-SALES-RTN
002970             PERFORM 400-COMPARE-RTN
002980             IF SKR-IN-BALANCE OR SKR-FORCE-ADVANCE
002990                 PERFORM 600-WRITE-SNAPSHOT-RTN
003000             END-IF
003010             PERFORM 500-WRITE-TOTALS-RTN
003020             IF SKR-OUT-OF-BALANCE
003030                 IF SKR-FORCE-ADVANCE
003040                     MOVE 4 TO RETURN-CODE
003050                 ELSE
003060                     MOVE 12 TO RETURN-CODE
003070                 END-IF
003080             END-IF
003090         END-IF
003100     END-IF
003110     CLOSE REPORT-FILE
003120     STOP RUN.
003130 105-ASSIGN-FILENAMES-RTN.
003140     MOVE SPACES TO SKR-ENV-VALUE
003150     ACCEPT SKR-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
003160     IF SKR-ENV-VALUE = SPACES
003170         ACCEPT SKR-RUN-DATE FROM DATE YYYYMMDD
003180     ELSE
003190         MOVE SKR-ENV-VALUE(1:8) TO SKR-RUN-DATE
003200     END-IF
003210     MOVE SPACES TO SKR-ENV-VALUE
003220     ACCEPT SKR-ENV-VALUE FROM ENVIRONMENT 'TRANS_STKREC_FORCE'
003230     IF SKR-ENV-VALUE(1:1) = 'Y'
003240         SET SKR-FORCE-ADVANCE TO TRUE
003250     END-IF
003260     MOVE SPACES TO SKR-ENV-VALUE
003270     ACCEPT SKR-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
003280     IF SKR-ENV-VALUE = SPACES
003290         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
003300             TO SKR-OUTPUT-BASE-NAME
003310     ELSE
003320         MOVE SKR-ENV-VALUE TO SKR-OUTPUT-BASE-NAME
003330     END-IF
003340     MOVE SPACES TO SKR-ENV-VALUE
003350     ACCEPT SKR-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
003360     IF SKR-ENV-VALUE = SPACES
003370     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
003380         TO SKR-PRODMST-FILE-NAME
003390     ELSE
003400         MOVE SKR-ENV-VALUE TO SKR-PRODMST-FILE-NAME
003410     END-IF
003420     MOVE SPACES TO SKR-ENV-VALUE
003430     ACCEPT SKR-ENV-VALUE FROM ENVIRONMENT 'TRANS_STKJRNL_FILE'
003440     IF SKR-ENV-VALUE = SPACES
003450     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-StockJournal.TXT'
003460         TO SKR-STKJRNL-FILE-NAME
003470     ELSE
003480         MOVE SKR-ENV-VALUE TO SKR-STKJRNL-FILE-NAME
003490     END-IF
003500     MOVE SPACES TO SKR-ENV-VALUE
003510     ACCEPT SKR-ENV-VALUE FROM ENVIRONMENT 'TRANS_STKSNAP_FILE'
003520     IF SKR-ENV-VALUE = SPACES
003530     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-StockSnapshot.TXT'
003540         TO SKR-SNAPSHOT-FILE-NAME
003550     ELSE
003560         MOVE SKR-ENV-VALUE TO SKR-SNAPSHOT-FILE-NAME
003570     END-IF
003580     MOVE SPACES TO SKR-ENV-VALUE
003590     ACCEPT SKR-ENV-VALUE FROM ENVIRONMENT 'TRANS_STKREC_FILE'
003600     IF SKR-ENV-VALUE = SPACES
003610     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-StockRecon.TXT'
003620         TO SKR-REPORT-FILE-NAME
003630     ELSE
003640         MOVE SKR-ENV-VALUE TO SKR-REPORT-FILE-NAME
003650     END-IF.
003660 110-LOAD-SNAPSHOT-RTN.
003670     OPEN INPUT SNAPSHOT-FILE
003680     IF SKR-SNAPSHOT-FILE-STATUS = '35'
003690         SET SKR-SNAPSHOT-ABSENT TO TRUE
003700     ELSE
003710         IF SKR-SNAPSHOT-FILE-STATUS NOT = '00'
003720             DISPLAY 'SNAPSHOT-FILE OPEN ERROR, STATUS '
003730                 SKR-SNAPSHOT-FILE-STATUS
003740             MOVE 16 TO RETURN-CODE
003750             STOP RUN
003760         END-IF
003770         SET SKR-NOT-EOF TO TRUE
003780         MOVE ZERO TO SKR-SNAP-COUNT
003790         PERFORM 115-READ-SNAPSHOT-RTN UNTIL SKR-EOF
003800         CLOSE SNAPSHOT-FILE
003810         IF SKR-SNAP-RUN-DATE = ZERO
003820             DISPLAY 'STKREC: SNAPSHOT-FILE HAS NO HEADER, '
003830                 'DO NOT RECONCILE'
003840             MOVE 16 TO RETURN-CODE
003850             STOP RUN
003860         END-IF
003870         IF SKR-SNAP-COUNT NOT = SKR-PRD-COUNT
003880             DISPLAY 'STKREC: SNAPSHOT-FILE DOES NOT PROVE, '
003890                 'DO NOT RECONCILE'
003900             MOVE 16 TO RETURN-CODE
003910             STOP RUN
003920         END-IF
003930     END-IF.
003940 115-READ-SNAPSHOT-RTN.
003950     READ SNAPSHOT-FILE
003960         AT END
003970             SET SKR-EOF TO TRUE
003980         NOT AT END
003990             EVALUATE TRUE
004000                 WHEN SNP-HEADER
004010                     MOVE SNP-RUN-DATE TO SKR-SNAP-RUN-DATE
004020                     MOVE SNP-STAMP-DATE TO SKR-SNAP-STAMP-DATE
004030                     MOVE SNP-STAMP-TIME TO SKR-SNAP-STAMP-TIME
004040                 WHEN SNP-DETAIL
004050                     MOVE SNP-PRODUCT-CODE TO SKR-SEARCH-CODE
004060                     PERFORM 120-FIND-PRODUCT-RTN
004070                     MOVE SNP-QTY-ON-HAND
004080                         TO SKR-PRD-SNAP (SKR-SUB)
004090                 WHEN SNP-TRAILER
004100                     MOVE SNP-PRODUCT-COUNT TO SKR-SNAP-COUNT
004110             END-EVALUATE
004120     END-READ.
004130 120-FIND-PRODUCT-RTN.
004140     SET SKR-NOT-FOUND TO TRUE
004150     MOVE ZERO TO SKR-SUB
004160     PERFORM 125-SCAN-PRODUCT-RTN UNTIL SKR-FOUND OR
004170         SKR-SUB NOT LESS THAN SKR-PRD-COUNT
004180     IF SKR-NOT-FOUND
004190         IF SKR-PRD-COUNT = SKR-PRD-MAX
004200             DISPLAY 'STKREC: PRODUCT TABLE FULL AT '
004210                 SKR-SEARCH-CODE
004220             MOVE 16 TO RETURN-CODE
004230             STOP RUN
004240         END-IF
004250         ADD 1 TO SKR-PRD-COUNT
004260         MOVE SKR-PRD-COUNT TO SKR-SUB
004270         MOVE SKR-SEARCH-CODE TO SKR-PRD-CODE (SKR-SUB)
004280         MOVE ZERO TO SKR-PRD-SNAP (SKR-SUB)
004290         MOVE ZERO TO SKR-PRD-SALES (SKR-SUB)
004300         MOVE ZERO TO SKR-PRD-JRNL-SALES (SKR-SUB)
004310         MOVE ZERO TO SKR-PRD-MAINT (SKR-SUB)
004320         SET SKR-PRD-NOT-ON-MASTER (SKR-SUB) TO TRUE
004330     END-IF.
004340 125-SCAN-PRODUCT-RTN.
004350     ADD 1 TO SKR-SUB
004360     IF SKR-PRD-CODE (SKR-SUB) = SKR-SEARCH-CODE
004370         SET SKR-FOUND TO TRUE
004380     END-IF.
004390 200-APPLY-JOURNAL-RTN.
004400     OPEN INPUT STOCK-JOURNAL-FILE
004410     IF SKR-STKJRNL-FILE-STATUS = '35'
004420         DISPLAY 'STKREC: NO STOCK-JOURNAL-FILE, '
004430             'NO MOVEMENTS APPLIED'
004440     ELSE
004450         IF SKR-STKJRNL-FILE-STATUS NOT = '00'
004460             DISPLAY 'STOCK-JOURNAL-FILE OPEN ERROR, STATUS '
004470                 SKR-STKJRNL-FILE-STATUS
004480             MOVE 16 TO RETURN-CODE
004490             STOP RUN
004500         END-IF
004510         SET SKR-NOT-EOF TO TRUE
004520         PERFORM 210-READ-JOURNAL-RTN UNTIL SKR-EOF
004530         CLOSE STOCK-JOURNAL-FILE
004540     END-IF.
004550 210-READ-JOURNAL-RTN.
004560     READ STOCK-JOURNAL-FILE
004570         AT END
004580             SET SKR-EOF TO TRUE
004590         NOT AT END
004600             ADD 1 TO SKR-JRNL-READ
004610             IF JRN-STAMP-DATE > SKR-SNAP-STAMP-DATE OR
004620                 (JRN-STAMP-DATE = SKR-SNAP-STAMP-DATE AND
004630                 JRN-STAMP-TIME > SKR-SNAP-STAMP-TIME)
004640                 PERFORM 220-APPLY-MOVEMENT-RTN
004650             END-IF
004660     END-READ.
004670 220-APPLY-MOVEMENT-RTN.
004680     ADD 1 TO SKR-JRNL-USED
004690     MOVE JRN-PRODUCT-CODE TO SKR-SEARCH-CODE
004700     PERFORM 120-FIND-PRODUCT-RTN
004710     COMPUTE SKR-WORK-DELTA = JRN-QTY-AFTER - JRN-QTY-BEFORE
004720     IF JRN-SOURCE-PGM = 'MSTMNT'
004730         ADD SKR-WORK-DELTA TO SKR-PRD-MAINT (SKR-SUB)
004740     ELSE
004750         ADD SKR-WORK-DELTA TO SKR-PRD-JRNL-SALES (SKR-SUB)
004760     END-IF.
004770 300-APPLY-SALES-RTN.
004780     MOVE SKR-SNAP-RUN-DATE TO SKR-WORK-DATE-N
004790     PERFORM 330-ADD-ONE-DAY-RTN
004800     PERFORM 310-READ-SALES-DAY-RTN
004810         UNTIL SKR-WORK-DATE-N > SKR-RUN-DATE.
004820 310-READ-SALES-DAY-RTN.
004830     MOVE SPACES TO SKR-SALES-FILE-NAME
004840     STRING SKR-OUTPUT-BASE-NAME DELIMITED BY SPACE
004850         '-' DELIMITED BY SIZE
004860         SKR-WORK-DATE-N DELIMITED BY SIZE
004870         '.TXT' DELIMITED BY SIZE
004880         INTO SKR-SALES-FILE-NAME
004890     END-STRING
004900     OPEN INPUT SALES-FILE
004910     IF SKR-SALESFILE-STATUS = '35'
004920         ADD 1 TO SKR-DAYS-MISSING
004930         DISPLAY 'STKREC: NO SALES-FILE FOR ' SKR-WORK-DATE-N
004940     ELSE
004950         IF SKR-SALESFILE-STATUS NOT = '00'
004960             DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
004970                 SKR-SALESFILE-STATUS
004980             MOVE 16 TO RETURN-CODE
004990             STOP RUN
005000         END-IF
005010         ADD 1 TO SKR-SALES-DAYS
005020         SET SKR-NOT-EOF TO TRUE
005030         PERFORM 315-READ-SALES-REC-RTN UNTIL SKR-EOF
005040         CLOSE SALES-FILE
005050     END-IF
005060     PERFORM 330-ADD-ONE-DAY-RTN.
005070 315-READ-SALES-REC-RTN.
005080     READ SALES-FILE
005090         AT END
005100             SET SKR-EOF TO TRUE
005110         NOT AT END
005120             ADD 1 TO SKR-SALES-USED
005130             MOVE PRODUCT-CODE-OUT TO SKR-SEARCH-CODE
005140             PERFORM 120-FIND-PRODUCT-RTN
005150             IF TRANS-TYPE-OUT = 'R'
005160                 ADD QTY-SOLD-OUT TO SKR-PRD-SALES (SKR-SUB)
005170             ELSE
005180                 SUBTRACT QTY-SOLD-OUT
005190                     FROM SKR-PRD-SALES (SKR-SUB)
005200             END-IF
005210     END-READ.
005220 330-ADD-ONE-DAY-RTN.
005230     MOVE SKR-MONTH-DAYS (SKR-WORK-MM) TO SKR-MONTH-LEN
005240     IF SKR-WORK-MM = 2
005250         PERFORM 335-CHECK-LEAP-YEAR-RTN
005260         IF SKR-LEAP-YEAR
005270             ADD 1 TO SKR-MONTH-LEN
005280         END-IF
005290     END-IF
005300     ADD 1 TO SKR-WORK-DD
005310     IF SKR-WORK-DD > SKR-MONTH-LEN
005320         MOVE 1 TO SKR-WORK-DD
005330         ADD 1 TO SKR-WORK-MM
005340         IF SKR-WORK-MM > 12
005350             MOVE 1 TO SKR-WORK-MM
005360             ADD 1 TO SKR-WORK-YYYY
005370         END-IF
005380     END-IF.
005390 335-CHECK-LEAP-YEAR-RTN.
005400     SET SKR-NOT-LEAP-YEAR TO TRUE
005410     DIVIDE SKR-WORK-YYYY BY 4 GIVING SKR-QUOTIENT
005420         REMAINDER SKR-REMAINDER
005430     IF SKR-REMAINDER = ZERO
005440         SET SKR-LEAP-YEAR TO TRUE
005450         DIVIDE SKR-WORK-YYYY BY 100 GIVING SKR-QUOTIENT
005460             REMAINDER SKR-REMAINDER
005470         IF SKR-REMAINDER = ZERO
005480             SET SKR-NOT-LEAP-YEAR TO TRUE
005490             DIVIDE SKR-WORK-YYYY BY 400 GIVING SKR-QUOTIENT
005500                 REMAINDER SKR-REMAINDER
005510             IF SKR-REMAINDER = ZERO
005520                 SET SKR-LEAP-YEAR TO TRUE
005530             END-IF
005540         END-IF
005550     END-IF.
005560 400-COMPARE-RTN.
005570     SET SKR-IN-BALANCE TO TRUE
005580     OPEN INPUT PRODUCT-MASTER-FILE
005590     IF SKR-PRODMST-FILE-STATUS NOT = '00'
005600         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
005610             SKR-PRODMST-FILE-STATUS
005620         MOVE 16 TO RETURN-CODE
005630         STOP RUN
005640     END-IF
005650     SET SKR-NOT-EOF TO TRUE
005660     PERFORM 410-CHECK-PRODUCT-RTN UNTIL SKR-EOF
005670     CLOSE PRODUCT-MASTER-FILE
005680     PERFORM 420-CHECK-MISSING-RTN
005690         VARYING SKR-SUB FROM 1 BY 1
005700         UNTIL SKR-SUB > SKR-PRD-COUNT.
005710 410-CHECK-PRODUCT-RTN.
005720     READ PRODUCT-MASTER-FILE
005730         AT END
005740             SET SKR-EOF TO TRUE
005750         NOT AT END
005760             ADD 1 TO SKR-PRODUCTS-CHECKED
005770             MOVE PRODUCT-CODE-MST TO SKR-SEARCH-CODE
005780             PERFORM 120-FIND-PRODUCT-RTN
005790             SET SKR-PRD-ON-MASTER (SKR-SUB) TO TRUE
005800             COMPUTE SKR-EXPECTED = SKR-PRD-SNAP (SKR-SUB) +
005810                 SKR-PRD-SALES (SKR-SUB) + SKR-PRD-MAINT (SKR-SUB)
005820             MOVE QTY-ON-HAND-MST TO SKR-ACTUAL
005830             IF SKR-EXPECTED NOT = SKR-ACTUAL
005840                 MOVE SPACES TO SKR-DTL-NOTE
005850                 PERFORM 430-WRITE-EXCEPTION-RTN
005860             END-IF
005870     END-READ.
005880 420-CHECK-MISSING-RTN.
005890     IF SKR-PRD-NOT-ON-MASTER (SKR-SUB)
005900         COMPUTE SKR-EXPECTED = SKR-PRD-SNAP (SKR-SUB) +
005910             SKR-PRD-SALES (SKR-SUB) + SKR-PRD-MAINT (SKR-SUB)
005920         MOVE ZERO TO SKR-ACTUAL
005930         IF SKR-EXPECTED NOT = ZERO
005940             MOVE 'NO MASTER' TO SKR-DTL-NOTE
005950             PERFORM 430-WRITE-EXCEPTION-RTN
005960         END-IF
005970     END-IF.
005980 430-WRITE-EXCEPTION-RTN.
005990     SET SKR-OUT-OF-BALANCE TO TRUE
006000     ADD 1 TO SKR-PRODUCTS-OUT
006010     IF SKR-LINE-COUNT NOT LESS THAN SKR-LINES-PER-PAGE
006020         PERFORM 440-HEADING-RTN
006030         MOVE SKR-HEADING-2 TO REPORT-LINE
006040         WRITE REPORT-LINE
006050         ADD 1 TO SKR-LINE-COUNT
006060     END-IF
006070     MOVE SKR-PRD-CODE (SKR-SUB) TO SKR-DTL-PRODUCT
006080     MOVE SKR-PRD-SNAP (SKR-SUB) TO SKR-DTL-SNAP
006090     MOVE SKR-PRD-SALES (SKR-SUB) TO SKR-DTL-SALES
006100     MOVE SKR-PRD-JRNL-SALES (SKR-SUB) TO SKR-DTL-JRNL-SALES
006110     MOVE SKR-PRD-MAINT (SKR-SUB) TO SKR-DTL-MAINT
006120     MOVE SKR-EXPECTED TO SKR-DTL-EXPECTED
006130     MOVE SKR-ACTUAL TO SKR-DTL-ONHAND
006140     COMPUTE SKR-DTL-DIFF = SKR-ACTUAL - SKR-EXPECTED
006150     MOVE SKR-DETAIL-LINE TO REPORT-LINE
006160     WRITE REPORT-LINE
006170     ADD 1 TO SKR-LINE-COUNT.
006180 440-HEADING-RTN.
006190     ADD 1 TO SKR-PAGE-COUNT
006200     MOVE SKR-PAGE-COUNT TO SKR-HDG-PAGE-NO
006210     MOVE SKR-RUN-DATE TO SKR-HDG-DATE
006220     MOVE SKR-HEADING-1 TO REPORT-LINE
006230     WRITE REPORT-LINE
006240     MOVE SPACES TO REPORT-LINE
006250     WRITE REPORT-LINE
006260     MOVE ZERO TO SKR-LINE-COUNT.
006270 500-WRITE-TOTALS-RTN.
006280     MOVE SPACES TO REPORT-LINE
006290     WRITE REPORT-LINE
006300     MOVE 'PRODUCTS CHECKED      ' TO SKR-TOTAL-LINE(1:22)
006310     MOVE SKR-PRODUCTS-CHECKED TO SKR-TOT-COUNT
006320     MOVE SKR-TOTAL-LINE TO REPORT-LINE
006330     WRITE REPORT-LINE
006340     MOVE 'PRODUCTS NOT TIED     ' TO SKR-TOTAL-LINE(1:22)
006350     MOVE SKR-PRODUCTS-OUT TO SKR-TOT-COUNT
006360     MOVE SKR-TOTAL-LINE TO REPORT-LINE
006370     WRITE REPORT-LINE
006380     MOVE 'JOURNAL RECORDS USED  ' TO SKR-TOTAL-LINE(1:22)
006390     MOVE SKR-JRNL-USED TO SKR-TOT-COUNT
006400     MOVE SKR-TOTAL-LINE TO REPORT-LINE
006410     WRITE REPORT-LINE
006420     MOVE 'SALES RECORDS USED    ' TO SKR-TOTAL-LINE(1:22)
006430     MOVE SKR-SALES-USED TO SKR-TOT-COUNT
006440     MOVE SKR-TOTAL-LINE TO REPORT-LINE
006450     WRITE REPORT-LINE
006460     MOVE 'SALES DAYS READ       ' TO SKR-TOTAL-LINE(1:22)
006470     MOVE SKR-SALES-DAYS TO SKR-TOT-COUNT
006480     MOVE SKR-TOTAL-LINE TO REPORT-LINE
006490     WRITE REPORT-LINE
006500     MOVE 'SALES DAYS MISSING    ' TO SKR-TOTAL-LINE(1:22)
006510     MOVE SKR-DAYS-MISSING TO SKR-TOT-COUNT
006520     MOVE SKR-TOTAL-LINE TO REPORT-LINE
006530     WRITE REPORT-LINE
006540     MOVE SPACES TO REPORT-LINE
006550     WRITE REPORT-LINE
006560     IF SKR-IN-BALANCE
006570         MOVE 'RESULT: STOCK RECONCILES' TO REPORT-LINE
006580         DISPLAY 'STKREC: ' SKR-RUN-DATE ' STOCK RECONCILES'
006590     ELSE
006600         MOVE 'RESULT: STOCK DOES NOT RECONCILE' TO REPORT-LINE
006610         DISPLAY 'STKREC: ' SKR-RUN-DATE
006620             ' STOCK DOES NOT RECONCILE, '
006630             SKR-PRODUCTS-OUT ' PRODUCT(S)'
006640     END-IF
006650     WRITE REPORT-LINE
006660     IF SKR-SNAPSHOT-ADVANCED
006670         MOVE 'SNAPSHOT ADVANCED TO RUN DATE' TO REPORT-LINE
006680     ELSE
006690         MOVE 'SNAPSHOT NOT ADVANCED' TO REPORT-LINE
006700     END-IF
006710     WRITE REPORT-LINE.
006720 600-WRITE-SNAPSHOT-RTN.
006730     OPEN INPUT PRODUCT-MASTER-FILE
006740     IF SKR-PRODMST-FILE-STATUS NOT = '00'
006750         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
006760             SKR-PRODMST-FILE-STATUS
006770         MOVE 16 TO RETURN-CODE
006780         STOP RUN
006790     END-IF
006800     OPEN OUTPUT SNAPSHOT-FILE
006810     IF SKR-SNAPSHOT-FILE-STATUS NOT = '00'
006820         DISPLAY 'SNAPSHOT-FILE OPEN ERROR, STATUS '
006830             SKR-SNAPSHOT-FILE-STATUS
006840         MOVE 16 TO RETURN-CODE
006850         STOP RUN
006860     END-IF
006870     MOVE SPACES TO SNAPSHOT-REC
006880     SET SNP-HEADER TO TRUE
006890     MOVE SKR-RUN-DATE TO SNP-RUN-DATE
006900     MOVE SKR-STAMP-DATE TO SNP-STAMP-DATE
006910     MOVE SKR-STAMP-TIME TO SNP-STAMP-TIME
006920     WRITE SNAPSHOT-REC
006930     MOVE ZERO TO SKR-SNAP-WRITTEN
006940     SET SKR-NOT-EOF TO TRUE
006950     PERFORM 610-SNAPSHOT-PRODUCT-RTN UNTIL SKR-EOF
006960     MOVE SPACES TO SNAPSHOT-REC
006970     SET SNP-TRAILER TO TRUE
006980     MOVE SKR-SNAP-WRITTEN TO SNP-PRODUCT-COUNT
006990     WRITE SNAPSHOT-REC
007000     CLOSE SNAPSHOT-FILE
007010           PRODUCT-MASTER-FILE
007020     SET SKR-SNAPSHOT-ADVANCED TO TRUE.
007030 610-SNAPSHOT-PRODUCT-RTN.
007040     READ PRODUCT-MASTER-FILE
007050         AT END
007060             SET SKR-EOF TO TRUE
007070         NOT AT END
007080             MOVE SPACES TO SNAPSHOT-REC
007090             SET SNP-DETAIL TO TRUE
007100             MOVE PRODUCT-CODE-MST TO SNP-PRODUCT-CODE
007110             MOVE QTY-ON-HAND-MST TO SNP-QTY-ON-HAND
007120             WRITE SNAPSHOT-REC
007130             ADD 1 TO SKR-SNAP-WRITTEN
007140     END-READ.
