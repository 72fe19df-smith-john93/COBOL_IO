000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SLSANL.
000030 AUTHOR. J SMITH.
000040 INSTALLATION. ACCOUNTING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                              *
000110*  10/15/2026  JS   ORIGINAL PROGRAM.  CUSTOMER AND PRODUCT  *
000120*                   SALES ANALYSIS FROM SALES HISTORY FOR    *
000130*                   TRANS_STMT_MONTH.  UNITS, NET AND        *
000140*                   RETURNS MONTH-TO-DATE AND YEAR-TO-DATE   *
000150*                   AGAINST THE SAME PERIODS A YEAR EARLIER  *
000160*                   WITH DOLLAR AND PERCENT CHANGE, TOP      *
000170*                   TRANS_ANALYSIS_TOPN (DEFAULT 010)        *
000180*                   CUSTOMERS AND PRODUCTS BY MTD NET, AND   *
000190*                   CUSTOMERS WHO BOUGHT LAST YEAR BUT HAVE  *
000200*                   NOTHING POSTED THIS YEAR.                *
000210*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT SALES-HISTORY-FILE
000260         ASSIGN TO ANL-HISTORY-FILE-NAME
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS HIST-KEY
000300         FILE STATUS IS ANL-HISTORY-FILE-STATUS.
000310     SELECT CUSTOMER-MASTER-FILE
000320         ASSIGN TO ANL-CUSTMST-FILE-NAME
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS CUST-ID-MST
000360         FILE STATUS IS ANL-CUSTMST-FILE-STATUS.
000370     SELECT PRODUCT-MASTER-FILE
000380         ASSIGN TO ANL-PRODMST-FILE-NAME
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS PRODUCT-CODE-MST
000420         FILE STATUS IS ANL-PRODMST-FILE-STATUS.
000430     SELECT REPORT-FILE
000440         ASSIGN TO ANL-REPORT-FILE-NAME
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD SALES-HISTORY-FILE.
000490 01 HISTORY-REC.
000500    05 HIST-KEY.
000510       10 HIST-RUN-DATE     PIC 9(08).
000520       10 HIST-SEQ-NO       PIC 9(07).
000530    05 HIST-NAME            PIC X(20).
000540    05 HIST-TOTAL-PRICE     PIC S9(6)V99.
000550    05 HIST-PRE-DISC-AMT    PIC S9(6)V99.
000560    05 HIST-DISCOUNT-RATE   PIC V999.
000570    05 HIST-TAX-AMOUNT      PIC S9(6)V99.
000580    05 HIST-NET-TOTAL       PIC S9(6)V99.
000590    05 HIST-SOURCE-CODE     PIC X(01).
000600    05 HIST-TRANS-TYPE      PIC X(01).
000610    05 HIST-SLS-ID          PIC X(05).
000620    05 HIST-BATCH-NO        PIC 9(03).
000630    05 HIST-CUST-ID         PIC X(06).
000640    05 HIST-PRODUCT-CODE    PIC X(06).
000650    05 HIST-QTY-SOLD        PIC 9(03).
000660    05 HIST-JURIS-CODE      PIC X(02).
000670    05 HIST-OVERRIDE-FLAG   PIC X(01).
000680    05 HIST-OVERRIDE-PRICE  PIC 9(3)V99.
000690    05 HIST-APPROVER-ID     PIC X(05).
000700    05 HIST-PRICE-VARIANCE  PIC S9(6)V99.
000710    05 HIST-EXT-COST        PIC S9(6)V99.
000720 FD CUSTOMER-MASTER-FILE.
000730 01 CUSTOMER-MASTER-REC.
000740    05 CUST-ID-MST           PIC X(06).
000750    05 CUST-NAME-MST         PIC X(20).
000760    05 CUST-ADDR1-MST        PIC X(25).
000770    05 CUST-ADDR2-MST        PIC X(25).
000780    05 CUST-CREDIT-LIMIT-MST PIC 9(7)V99.
000790    05 CUST-TERMS-MST        PIC X(03).
000800 FD PRODUCT-MASTER-FILE.
000810 01 PRODUCT-MASTER-REC.
000820    05 PRODUCT-CODE-MST      PIC X(06).
000830    05 PRODUCT-DESC-MST      PIC X(20).
000840    05 UNIT-PRICE-MST        PIC 9(3)V99.
000850    05 QTY-ON-HAND-MST       PIC 9(07).
000860    05 REORDER-POINT-MST     PIC 9(07).
000870    05 QTY-ON-ORDER-MST      PIC 9(07).
000880    05 PRIMARY-VENDOR-MST    PIC X(06).
000890    05 REORDER-QTY-MST       PIC 9(07).
000900    05 STD-COST-MST          PIC 9(3)V99.
000910 FD REPORT-FILE.
000920 01 REPORT-LINE                  PIC X(80).
000930 WORKING-STORAGE SECTION.
000940 01 ANL-HEADING-1.
000950    05 FILLER               PIC X(18) VALUE SPACES.
000960    05 FILLER               PIC X(26)
000970        VALUE 'CUSTOMER/PRODUCT ANALYSIS '.
000980    05 ANL-HDG-MONTH        PIC X(06).
000990    05 FILLER               PIC X(18) VALUE SPACES.
001000    05 FILLER               PIC X(05) VALUE 'PAGE '.
001010    05 ANL-HDG-PAGE-NO      PIC ZZ9.
001020 01 ANL-SECTION-LINE.
001030    05 ANL-SEC-TITLE        PIC X(34).
001040    05 FILLER               PIC X(06) VALUE 'LIMIT '.
001050    05 ANL-SEC-LIMIT        PIC ZZ9.
001060 01 ANL-HEADING-2.
001070    05 ANL-HD2-ID-TAG       PIC X(07).
001080    05 ANL-HD2-NAME-TAG     PIC X(20).
001090 01 ANL-HEADING-3.
001100    05 FILLER               PIC X(10) VALUE '  PERIOD  '.
001110    05 FILLER               PIC X(10) VALUE '    UNITS '.
001120    05 FILLER               PIC X(14) VALUE '        NET $ '.
001130    05 FILLER               PIC X(14) VALUE '    RETURNS $ '.
001140    05 FILLER               PIC X(14) VALUE '     CHANGE $ '.
001150    05 FILLER               PIC X(06) VALUE '  CHG%'.
001160 01 ANL-HEADING-4.
001170    05 FILLER               PIC X(07) VALUE 'CUST   '.
001180    05 FILLER               PIC X(22) VALUE 'NAME'.
001190    05 FILLER               PIC X(10) VALUE 'LAST POST '.
001200    05 FILLER               PIC X(10) VALUE 'PY UNITS  '.
001210    05 FILLER               PIC X(13) VALUE '    PY NET $ '.
001220 01 ANL-HEADING-5.
001230    05 FILLER               PIC X(04) VALUE 'RNK '.
001240    05 ANL-HD5-ID-TAG       PIC X(07).
001250    05 ANL-HD5-NAME-TAG     PIC X(17).
001260    05 FILLER               PIC X(14) VALUE '      MTD NET '.
001270    05 FILLER               PIC X(14) VALUE '      YTD NET '.
001280    05 FILLER               PIC X(14) VALUE '   PY MTD NET '.
001290    05 FILLER               PIC X(06) VALUE ' CHG% '.
001300 01 ANL-ENTITY-LINE.
001310    05 ANL-ENT-ID           PIC X(06).
001320    05 FILLER               PIC X(01) VALUE SPACE.
001330    05 ANL-ENT-NAME         PIC X(20).
001340 01 ANL-PERIOD-LINE.
001350    05 FILLER               PIC X(02) VALUE SPACES.
001360    05 ANL-PER-TAG          PIC X(04).
001370    05 ANL-PER-YEAR         PIC 9(04).
001380    05 FILLER               PIC X(01) VALUE SPACE.
001390    05 ANL-PER-UNITS        PIC ZZZ,ZZ9-.
001400    05 FILLER               PIC X(01) VALUE SPACE.
001410    05 ANL-PER-NET          PIC Z,ZZZ,ZZ9.99-.
001420    05 FILLER               PIC X(01) VALUE SPACE.
001430    05 ANL-PER-RETNS        PIC Z,ZZZ,ZZ9.99-.
001440    05 FILLER               PIC X(01) VALUE SPACE.
001450    05 ANL-PER-CHANGE       PIC Z,ZZZ,ZZ9.99-.
001460    05 FILLER               PIC X(01) VALUE SPACE.
001470    05 ANL-PER-PCT          PIC X(06).
001480 01 ANL-LAPSED-LINE.
001490    05 ANL-LAP-ID           PIC X(06).
001500    05 FILLER               PIC X(01) VALUE SPACE.
001510    05 ANL-LAP-NAME         PIC X(20).
001520    05 FILLER               PIC X(02) VALUE SPACES.
001530    05 ANL-LAP-DATE         PIC 9(08).
001540    05 FILLER               PIC X(02) VALUE SPACES.
001550    05 ANL-LAP-UNITS        PIC ZZZ,ZZ9-.
001560    05 FILLER               PIC X(02) VALUE SPACES.
001570    05 ANL-LAP-NET          PIC Z,ZZZ,ZZ9.99-.
001580 01 ANL-TOP-LINE.
001590    05 ANL-TOP-RANK         PIC ZZ9.
001600    05 FILLER               PIC X(01) VALUE SPACE.
001610    05 ANL-TOP-ID           PIC X(06).
001620    05 FILLER               PIC X(01) VALUE SPACE.
001630    05 ANL-TOP-NAME         PIC X(16).
001640    05 FILLER               PIC X(01) VALUE SPACE.
001650    05 ANL-TOP-MTD-NET      PIC Z,ZZZ,ZZ9.99-.
001660    05 FILLER               PIC X(01) VALUE SPACE.
001670    05 ANL-TOP-YTD-NET      PIC Z,ZZZ,ZZ9.99-.
001680    05 FILLER               PIC X(01) VALUE SPACE.
001690    05 ANL-TOP-PY-MTD-NET   PIC Z,ZZZ,ZZ9.99-.
001700    05 FILLER               PIC X(01) VALUE SPACE.
001710    05 ANL-TOP-PCT          PIC X(06).
001720 01 ANL-NONE-LINE.
001730    05 FILLER               PIC X(07) VALUE SPACES.
001740    05 FILLER               PIC X(20)
001750        VALUE 'NONE FOR THIS PERIOD'.
001760 01 ANL-TOTAL-LINE.
001770    05 FILLER               PIC X(22).
001780    05 ANL-TOT-COUNT        PIC Z,ZZ9.
001790 01 ANL-AMOUNT-LINE.
001800    05 FILLER               PIC X(22).
001810    05 ANL-AMT-VALUE        PIC Z,ZZZ,ZZ9.99-.
001820 01 ANL-PCT-AREA.
001830    05 ANL-PCT-EDIT         PIC ZZ9.9-.
001840    05 ANL-PCT-ALPHA REDEFINES ANL-PCT-EDIT
001850                            PIC X(06).
001860*----------------------------------------------------------*
001870* PERIOD 1 = MONTH-TO-DATE       2 = YEAR-TO-DATE           *
001880*        3 = PRIOR YEAR MTD      4 = PRIOR YEAR YTD         *
001890*        5 = PRIOR YEAR, ALL TWELVE MONTHS                  *
001900*----------------------------------------------------------*
001910 01 ANL-PERIOD-FLAGS.
001920    05 ANL-PERIOD-FLAG      PIC X(01) OCCURS 5 TIMES.
001930 01 ANL-CUS-TABLE.
001940    05 ANL-CUS-ENTRY OCCURS 500 TIMES.
001950       10 ANL-CUS-ID        PIC X(06).
001960       10 ANL-CUS-LAST-DATE PIC 9(08).
001970       10 ANL-CUS-PERIOD OCCURS 5 TIMES.
001980          15 ANL-CUS-POSTS  PIC 9(05).
001990          15 ANL-CUS-UNITS  PIC S9(07).
002000          15 ANL-CUS-NET    PIC S9(9)V99.
002010          15 ANL-CUS-RETNS  PIC S9(9)V99.
002020 01 ANL-PRD-TABLE.
002030    05 ANL-PRD-ENTRY OCCURS 500 TIMES.
002040       10 ANL-PRD-ID        PIC X(06).
002050       10 ANL-PRD-LAST-DATE PIC 9(08).
002060       10 ANL-PRD-PERIOD OCCURS 5 TIMES.
002070          15 ANL-PRD-POSTS  PIC 9(05).
002080          15 ANL-PRD-UNITS  PIC S9(07).
002090          15 ANL-PRD-NET    PIC S9(9)V99.
002100          15 ANL-PRD-RETNS  PIC S9(9)V99.
002110 01 ANL-RPT-TABLE.
002120    05 ANL-RPT-ENTRY OCCURS 500 TIMES.
002130       10 ANL-RPT-ID        PIC X(06).
002140       10 ANL-RPT-LAST-DATE PIC 9(08).
002150       10 ANL-RPT-PERIOD OCCURS 5 TIMES.
002160          15 ANL-RPT-POSTS  PIC 9(05).
002170          15 ANL-RPT-UNITS  PIC S9(07).
002180          15 ANL-RPT-NET    PIC S9(9)V99.
002190          15 ANL-RPT-RETNS  PIC S9(9)V99.
002200 01 ANL-PRT-ENTRY.
002210    05 ANL-PRT-ID           PIC X(06).
002220    05 ANL-PRT-LAST-DATE    PIC 9(08).
002230    05 ANL-PRT-PERIOD OCCURS 5 TIMES.
002240       10 ANL-PRT-POSTS     PIC 9(05).
002250       10 ANL-PRT-UNITS     PIC S9(07).
002260       10 ANL-PRT-NET       PIC S9(9)V99.
002270       10 ANL-PRT-RETNS     PIC S9(9)V99.
002280 01 ANL-TOT-ENTRY.
002290    05 ANL-TOT-ID           PIC X(06).
002300    05 ANL-TOT-LAST-DATE    PIC 9(08).
002310    05 ANL-TOT-PERIOD OCCURS 5 TIMES.
002320       10 ANL-TOT-POSTS     PIC 9(05).
002330       10 ANL-TOT-UNITS     PIC S9(07).
002340       10 ANL-TOT-NET       PIC S9(9)V99.
002350       10 ANL-TOT-RETNS     PIC S9(9)V99.
002360 01 ANL-HOLD-ENTRY           PIC X(184).
002370 77 ANL-CUS-COUNT          PIC 9(03) COMP VALUE ZERO.
002380 77 ANL-PRD-COUNT          PIC 9(03) COMP VALUE ZERO.
002390 77 ANL-RPT-COUNT          PIC 9(03) COMP VALUE ZERO.
002400 77 ANL-MAX                PIC 9(03) COMP VALUE 500.
002410 77 ANL-SUB                PIC 9(03) COMP VALUE ZERO.
002420 77 ANL-I                  PIC 9(03) COMP VALUE ZERO.
002430 77 ANL-J                  PIC 9(03) COMP VALUE ZERO.
002440 77 ANL-BEST               PIC 9(03) COMP VALUE ZERO.
002450 77 ANL-P                  PIC 9(01) COMP VALUE ZERO.
002460 77 ANL-CMP                PIC 9(01) COMP VALUE ZERO.
002470 77 ANL-RANK               PIC 9(03) COMP VALUE ZERO.
002480 77 ANL-FOUND-SW           PIC X(01) VALUE 'N'.
002490     88 ANL-FOUND               VALUE 'Y'.
002500     88 ANL-NOT-FOUND           VALUE 'N'.
002510 77 ANL-SECTION-SW         PIC X(01) VALUE 'C'.
002520     88 ANL-SECTION-CUSTOMER    VALUE 'C'.
002530     88 ANL-SECTION-PRODUCT     VALUE 'P'.
002540     88 ANL-SECTION-LAPSED      VALUE 'L'.
002550     88 ANL-SECTION-TOP-CUST    VALUE 'T'.
002560     88 ANL-SECTION-TOP-PROD    VALUE 'U'.
002570     88 ANL-SECTION-BY-CUSTOMER VALUE 'C' 'L' 'T'.
002580 77 ANL-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
002590 77 ANL-CUSTMST-FILE-STATUS PIC XX VALUE SPACES.
002600 77 ANL-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
002610 77 ANL-HISTORY-FILE-NAME  PIC X(80) VALUE SPACES.
002620 77 ANL-CUSTMST-FILE-NAME  PIC X(80) VALUE SPACES.
002630 77 ANL-PRODMST-FILE-NAME  PIC X(80) VALUE SPACES.
002640 77 ANL-REPORT-FILE-NAME   PIC X(80) VALUE SPACES.
002650 77 ANL-ENV-VALUE          PIC X(80) VALUE SPACES.
002660 77 ANL-RUN-DATE           PIC 9(08) VALUE ZERO.
002670 77 ANL-STMT-MONTH         PIC X(06) VALUE SPACES.
002680 77 ANL-STMT-YEAR          PIC 9(04) VALUE ZERO.
002690 77 ANL-STMT-MM            PIC 9(02) VALUE ZERO.
002700 77 ANL-PRIOR-YEAR         PIC 9(04) VALUE ZERO.
002710 77 ANL-HIST-YEAR          PIC 9(04) VALUE ZERO.
002720 77 ANL-HIST-MM            PIC 9(02) VALUE ZERO.
002730 77 ANL-TOP-N-X            PIC X(03) VALUE SPACES.
002740 77 ANL-TOP-N              PIC 9(03) VALUE 010.
002750 77 ANL-HIST-EOF-SW        PIC X(01) VALUE 'N'.
002760     88 ANL-HIST-EOF            VALUE 'Y'.
002770     88 ANL-HIST-NOT-EOF        VALUE 'N'.
002780 77 ANL-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
002790 77 ANL-LAPSED-COUNT       PIC 9(05) COMP VALUE ZERO.
002800 77 ANL-LAPSED-NET         PIC S9(9)V99 VALUE ZERO.
002810 77 ANL-WORK-NAME          PIC X(20) VALUE SPACES.
002820 77 ANL-WORK-CHANGE        PIC S9(9)V99 VALUE ZERO.
002830 77 ANL-WORK-BASE          PIC S9(9)V99 VALUE ZERO.
002840 77 ANL-WORK-PCT           PIC S9(3)V9 VALUE ZERO.
002850 77 ANL-LINE-COUNT         PIC 9(03) COMP VALUE ZERO.
002860 77 ANL-PAGE-COUNT         PIC 9(03) COMP VALUE ZERO.
002870 77 ANL-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
002880 PROCEDURE DIVISION.
002890 100-MAIN-MODULE.
002900     ACCEPT ANL-RUN-DATE FROM DATE YYYYMMDD
002910     PERFORM 105-ASSIGN-FILENAMES-RTN
002920     MOVE ANL-STMT-MONTH(1:4) TO ANL-STMT-YEAR
002930     MOVE ANL-STMT-MONTH(5:2) TO ANL-STMT-MM
002940     COMPUTE ANL-PRIOR-YEAR = ANL-STMT-YEAR - 1
002950     OPEN INPUT SALES-HISTORY-FILE
002960     IF ANL-HISTORY-FILE-STATUS NOT = '00'
002970         DISPLAY 'SALES-HISTORY-FILE OPEN ERROR, STATUS '
002980             ANL-HISTORY-FILE-STATUS
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF
003020     OPEN INPUT CUSTOMER-MASTER-FILE
003030     IF ANL-CUSTMST-FILE-STATUS NOT = '00'
003040         DISPLAY 'CUSTOMER-MASTER-FILE OPEN ERROR, STATUS '
003050             ANL-CUSTMST-FILE-STATUS
003060         MOVE 16 TO RETURN-CODE
003070         STOP RUN
003080     END-IF
003090     OPEN INPUT PRODUCT-MASTER-FILE
003100     IF ANL-PRODMST-FILE-STATUS NOT = '00'
003110         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
003120             ANL-PRODMST-FILE-STATUS
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF
003160     SET ANL-HIST-NOT-EOF TO TRUE
003170     PERFORM 200-READ-HISTORY-RTN UNTIL ANL-HIST-EOF
003180     CLOSE SALES-HISTORY-FILE
003190     OPEN OUTPUT REPORT-FILE
003200     SET ANL-SECTION-CUSTOMER TO TRUE
003210     MOVE ANL-CUS-TABLE TO ANL-RPT-TABLE
003220     MOVE ANL-CUS-COUNT TO ANL-RPT-COUNT
003230     PERFORM 300-DETAIL-SECTION-RTN
003240     SET ANL-SECTION-PRODUCT TO TRUE
003250     MOVE ANL-PRD-TABLE TO ANL-RPT-TABLE
003260     MOVE ANL-PRD-COUNT TO ANL-RPT-COUNT
003270     PERFORM 300-DETAIL-SECTION-RTN
003280     SET ANL-SECTION-LAPSED TO TRUE
003290     MOVE ANL-CUS-TABLE TO ANL-RPT-TABLE
003300     MOVE ANL-CUS-COUNT TO ANL-RPT-COUNT
003310     PERFORM 360-LAPSED-SECTION-RTN
003320     SET ANL-SECTION-TOP-CUST TO TRUE
003330     MOVE ANL-CUS-TABLE TO ANL-RPT-TABLE
003340     MOVE ANL-CUS-COUNT TO ANL-RPT-COUNT
003350     PERFORM 380-TOP-SECTION-RTN
003360     SET ANL-SECTION-TOP-PROD TO TRUE
003370     MOVE ANL-PRD-TABLE TO ANL-RPT-TABLE
003380     MOVE ANL-PRD-COUNT TO ANL-RPT-COUNT
003390     PERFORM 380-TOP-SECTION-RTN
003400     PERFORM 500-WRAP-UP-RTN
003410     CLOSE CUSTOMER-MASTER-FILE
003420           PRODUCT-MASTER-FILE
003430           REPORT-FILE
003440     STOP RUN.
003450 105-ASSIGN-FILENAMES-RTN.
003460     MOVE SPACES TO ANL-ENV-VALUE
003470     ACCEPT ANL-ENV-VALUE FROM ENVIRONMENT 'TRANS_STMT_MONTH'
003480     IF ANL-ENV-VALUE = SPACES
003490         MOVE ANL-RUN-DATE(1:6) TO ANL-STMT-MONTH
003500     ELSE
003510         MOVE ANL-ENV-VALUE(1:6) TO ANL-STMT-MONTH
003520     END-IF
003530     MOVE SPACES TO ANL-ENV-VALUE
003540     ACCEPT ANL-ENV-VALUE FROM ENVIRONMENT 'TRANS_ANALYSIS_TOPN'
003550     IF ANL-ENV-VALUE NOT = SPACES
003560         MOVE ANL-ENV-VALUE(1:3) TO ANL-TOP-N-X
003570         IF ANL-TOP-N-X IS NUMERIC AND ANL-TOP-N-X NOT = '000'
003580             MOVE ANL-TOP-N-X TO ANL-TOP-N
003590         END-IF
003600     END-IF
003610     MOVE SPACES TO ANL-ENV-VALUE
003620     ACCEPT ANL-ENV-VALUE FROM ENVIRONMENT 'TRANS_HISTORY_FILE'
003630     IF ANL-ENV-VALUE = SPACES
003640     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SalesHistory.TXT'
003650         TO ANL-HISTORY-FILE-NAME
003660     ELSE
003670         MOVE ANL-ENV-VALUE TO ANL-HISTORY-FILE-NAME
003680     END-IF
003690     MOVE SPACES TO ANL-ENV-VALUE
003700     ACCEPT ANL-ENV-VALUE FROM ENVIRONMENT 'TRANS_CUSTMST_FILE'
003710     IF ANL-ENV-VALUE = SPACES
003720     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CustMaster.TXT'
003730         TO ANL-CUSTMST-FILE-NAME
003740     ELSE
003750         MOVE ANL-ENV-VALUE TO ANL-CUSTMST-FILE-NAME
003760     END-IF
003770     MOVE SPACES TO ANL-ENV-VALUE
003780     ACCEPT ANL-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
003790     IF ANL-ENV-VALUE = SPACES
003800     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
003810         TO ANL-PRODMST-FILE-NAME
003820     ELSE
003830         MOVE ANL-ENV-VALUE TO ANL-PRODMST-FILE-NAME
003840     END-IF
003850     MOVE SPACES TO ANL-ENV-VALUE
003860     ACCEPT ANL-ENV-VALUE FROM ENVIRONMENT 'TRANS_SLSANL_FILE'
003870     IF ANL-ENV-VALUE = SPACES
003880     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SlsAnalysis.TXT'
003890         TO ANL-REPORT-FILE-NAME
003900     ELSE
003910         MOVE ANL-ENV-VALUE TO ANL-REPORT-FILE-NAME
003920     END-IF.
003930 200-READ-HISTORY-RTN.
003940     READ SALES-HISTORY-FILE
003950         AT END
003960             SET ANL-HIST-EOF TO TRUE
003970         NOT AT END
003980             ADD 1 TO ANL-RECORDS-READ
003990             PERFORM 210-CLASSIFY-RTN
004000             IF ANL-PERIOD-FLAGS NOT = 'NNNNN'
004010                 PERFORM 215-ACCUMULATE-RTN
004020             END-IF
004030     END-READ.
004040 210-CLASSIFY-RTN.
004050     MOVE 'NNNNN' TO ANL-PERIOD-FLAGS
004060     MOVE HIST-RUN-DATE(1:4) TO ANL-HIST-YEAR
004070     MOVE HIST-RUN-DATE(5:2) TO ANL-HIST-MM
004080     IF ANL-HIST-YEAR = ANL-STMT-YEAR AND
004090         ANL-HIST-MM NOT > ANL-STMT-MM
004100         MOVE 'Y' TO ANL-PERIOD-FLAG (2)
004110         IF ANL-HIST-MM = ANL-STMT-MM
004120             MOVE 'Y' TO ANL-PERIOD-FLAG (1)
004130         END-IF
004140     END-IF
004150     IF ANL-HIST-YEAR = ANL-PRIOR-YEAR
004160         MOVE 'Y' TO ANL-PERIOD-FLAG (5)
004170         IF ANL-HIST-MM NOT > ANL-STMT-MM
004180             MOVE 'Y' TO ANL-PERIOD-FLAG (4)
004190             IF ANL-HIST-MM = ANL-STMT-MM
004200                 MOVE 'Y' TO ANL-PERIOD-FLAG (3)
004210             END-IF
004220         END-IF
004230     END-IF.
004240 215-ACCUMULATE-RTN.
004250     IF HIST-CUST-ID NOT = SPACES
004260         PERFORM 220-FIND-CUSTOMER-RTN
004270         MOVE HIST-RUN-DATE TO ANL-CUS-LAST-DATE (ANL-SUB)
004280         PERFORM 240-POST-CUSTOMER-RTN
004290             VARYING ANL-P FROM 1 BY 1 UNTIL ANL-P > 5
004300     END-IF
004310     IF HIST-PRODUCT-CODE NOT = SPACES
004320         PERFORM 230-FIND-PRODUCT-RTN
004330         MOVE HIST-RUN-DATE TO ANL-PRD-LAST-DATE (ANL-SUB)
004340         PERFORM 250-POST-PRODUCT-RTN
004350             VARYING ANL-P FROM 1 BY 1 UNTIL ANL-P > 5
004360     END-IF.
004370 220-FIND-CUSTOMER-RTN.
004380     SET ANL-NOT-FOUND TO TRUE
004390     MOVE ZERO TO ANL-SUB
004400     PERFORM 225-SCAN-CUSTOMER-RTN UNTIL ANL-FOUND OR
004410         ANL-SUB NOT LESS THAN ANL-CUS-COUNT
004420     IF ANL-NOT-FOUND
004430         IF ANL-CUS-COUNT = ANL-MAX
004440             DISPLAY 'SLSANL: CUSTOMER TABLE FULL AT '
004450                 HIST-CUST-ID
004460             MOVE 16 TO RETURN-CODE
004470             STOP RUN
004480         END-IF
004490         ADD 1 TO ANL-CUS-COUNT
004500         MOVE ANL-CUS-COUNT TO ANL-SUB
004510         MOVE HIST-CUST-ID TO ANL-CUS-ID (ANL-SUB)
004520         MOVE ZERO TO ANL-CUS-LAST-DATE (ANL-SUB)
004530         PERFORM 227-CLEAR-CUSTOMER-RTN
004540             VARYING ANL-P FROM 1 BY 1 UNTIL ANL-P > 5
004550     END-IF.
004560 225-SCAN-CUSTOMER-RTN.
004570     ADD 1 TO ANL-SUB
004580     IF ANL-CUS-ID (ANL-SUB) = HIST-CUST-ID
004590         SET ANL-FOUND TO TRUE
004600     END-IF.
004610 227-CLEAR-CUSTOMER-RTN.
004620     MOVE ZERO TO ANL-CUS-POSTS (ANL-SUB ANL-P)
004630     MOVE ZERO TO ANL-CUS-UNITS (ANL-SUB ANL-P)
004640     MOVE ZERO TO ANL-CUS-NET (ANL-SUB ANL-P)
004650     MOVE ZERO TO ANL-CUS-RETNS (ANL-SUB ANL-P).
004660 230-FIND-PRODUCT-RTN.
004670     SET ANL-NOT-FOUND TO TRUE
004680     MOVE ZERO TO ANL-SUB
004690     PERFORM 235-SCAN-PRODUCT-RTN UNTIL ANL-FOUND OR
004700         ANL-SUB NOT LESS THAN ANL-PRD-COUNT
004710     IF ANL-NOT-FOUND
004720         IF ANL-PRD-COUNT = ANL-MAX
004730             DISPLAY 'SLSANL: PRODUCT TABLE FULL AT '
004740                 HIST-PRODUCT-CODE
004750             MOVE 16 TO RETURN-CODE
004760             STOP RUN
004770         END-IF
004780         ADD 1 TO ANL-PRD-COUNT
004790         MOVE ANL-PRD-COUNT TO ANL-SUB
004800         MOVE HIST-PRODUCT-CODE TO ANL-PRD-ID (ANL-SUB)
004810         MOVE ZERO TO ANL-PRD-LAST-DATE (ANL-SUB)
004820         PERFORM 237-CLEAR-PRODUCT-RTN
004830             VARYING ANL-P FROM 1 BY 1 UNTIL ANL-P > 5
004840     END-IF.
004850 235-SCAN-PRODUCT-RTN.
004860     ADD 1 TO ANL-SUB
004870     IF ANL-PRD-ID (ANL-SUB) = HIST-PRODUCT-CODE
004880         SET ANL-FOUND TO TRUE
004890     END-IF.
004900 237-CLEAR-PRODUCT-RTN.
004910     MOVE ZERO TO ANL-PRD-POSTS (ANL-SUB ANL-P)
004920     MOVE ZERO TO ANL-PRD-UNITS (ANL-SUB ANL-P)
004930     MOVE ZERO TO ANL-PRD-NET (ANL-SUB ANL-P)
004940     MOVE ZERO TO ANL-PRD-RETNS (ANL-SUB ANL-P).
004950 240-POST-CUSTOMER-RTN.
004960     IF ANL-PERIOD-FLAG (ANL-P) = 'Y'
004970         ADD 1 TO ANL-CUS-POSTS (ANL-SUB ANL-P)
004980         ADD HIST-TOTAL-PRICE TO ANL-CUS-NET (ANL-SUB ANL-P)
004990         IF HIST-TRANS-TYPE = 'R'
005000             SUBTRACT HIST-QTY-SOLD
005010                 FROM ANL-CUS-UNITS (ANL-SUB ANL-P)
005020             SUBTRACT HIST-TOTAL-PRICE
005030                 FROM ANL-CUS-RETNS (ANL-SUB ANL-P)
005040         ELSE
005050             ADD HIST-QTY-SOLD TO ANL-CUS-UNITS (ANL-SUB ANL-P)
005060         END-IF
005070     END-IF.
005080 250-POST-PRODUCT-RTN.
005090     IF ANL-PERIOD-FLAG (ANL-P) = 'Y'
005100         ADD 1 TO ANL-PRD-POSTS (ANL-SUB ANL-P)
005110         ADD HIST-TOTAL-PRICE TO ANL-PRD-NET (ANL-SUB ANL-P)
005120         IF HIST-TRANS-TYPE = 'R'
005130             SUBTRACT HIST-QTY-SOLD
005140                 FROM ANL-PRD-UNITS (ANL-SUB ANL-P)
005150             SUBTRACT HIST-TOTAL-PRICE
005160                 FROM ANL-PRD-RETNS (ANL-SUB ANL-P)
005170         ELSE
005180             ADD HIST-QTY-SOLD TO ANL-PRD-UNITS (ANL-SUB ANL-P)
005190         END-IF
005200     END-IF.
005210 300-DETAIL-SECTION-RTN.
005220     PERFORM 305-SORT-RTN
005230     MOVE SPACES TO ANL-TOT-ID
005240     MOVE ZERO TO ANL-TOT-LAST-DATE
005250     PERFORM 325-CLEAR-TOTALS-RTN
005260         VARYING ANL-P FROM 1 BY 1 UNTIL ANL-P > 5
005270     PERFORM 400-HEADING-RTN
005280     PERFORM 330-REPORT-ENTITY-RTN
005290         VARYING ANL-I FROM 1 BY 1 UNTIL ANL-I > ANL-RPT-COUNT
005300     IF ANL-LINE-COUNT + 5 > ANL-LINES-PER-PAGE
005310         PERFORM 400-HEADING-RTN
005320     END-IF
005330     MOVE ANL-TOT-ENTRY TO ANL-PRT-ENTRY
005340     MOVE 'TOTAL' TO ANL-ENT-ID
005350     MOVE SPACES TO ANL-ENT-NAME
005360     MOVE ANL-ENTITY-LINE TO REPORT-LINE
005370     WRITE REPORT-LINE
005380     ADD 1 TO ANL-LINE-COUNT
005390     PERFORM 340-PRINT-PERIODS-RTN.
005400 305-SORT-RTN.
005410     IF ANL-RPT-COUNT > 1
005420         PERFORM 310-SORT-PASS-RTN
005430             VARYING ANL-I FROM 1 BY 1
005440             UNTIL ANL-I NOT LESS THAN ANL-RPT-COUNT
005450     END-IF.
005460 310-SORT-PASS-RTN.
005470     MOVE ANL-I TO ANL-BEST
005480     COMPUTE ANL-J = ANL-I + 1
005490     PERFORM 320-COMPARE-RTN UNTIL ANL-J > ANL-RPT-COUNT
005500     IF ANL-BEST NOT = ANL-I
005510         MOVE ANL-RPT-ENTRY (ANL-I) TO ANL-HOLD-ENTRY
005520         MOVE ANL-RPT-ENTRY (ANL-BEST) TO ANL-RPT-ENTRY (ANL-I)
005530         MOVE ANL-HOLD-ENTRY TO ANL-RPT-ENTRY (ANL-BEST)
005540     END-IF.
005550 320-COMPARE-RTN.
005560     EVALUATE TRUE
005570         WHEN ANL-SECTION-LAPSED
005580             IF ANL-RPT-NET (ANL-J 5) > ANL-RPT-NET (ANL-BEST 5)
005590                 MOVE ANL-J TO ANL-BEST
005600             END-IF
005610         WHEN ANL-SECTION-TOP-CUST OR ANL-SECTION-TOP-PROD
005620             IF ANL-RPT-NET (ANL-J 1) > ANL-RPT-NET (ANL-BEST 1)
005630                 MOVE ANL-J TO ANL-BEST
005640             END-IF
005650         WHEN OTHER
005660             IF ANL-RPT-ID (ANL-J) < ANL-RPT-ID (ANL-BEST)
005670                 MOVE ANL-J TO ANL-BEST
005680             END-IF
005690     END-EVALUATE
005700     ADD 1 TO ANL-J.
005710 325-CLEAR-TOTALS-RTN.
005720     MOVE ZERO TO ANL-TOT-POSTS (ANL-P)
005730     MOVE ZERO TO ANL-TOT-UNITS (ANL-P)
005740     MOVE ZERO TO ANL-TOT-NET (ANL-P)
005750     MOVE ZERO TO ANL-TOT-RETNS (ANL-P).
005760 330-REPORT-ENTITY-RTN.
005770     IF ANL-LINE-COUNT + 5 > ANL-LINES-PER-PAGE
005780         PERFORM 400-HEADING-RTN
005790     END-IF
005800     MOVE ANL-RPT-ENTRY (ANL-I) TO ANL-PRT-ENTRY
005810     PERFORM 420-LOOKUP-NAME-RTN
005820     MOVE ANL-PRT-ID TO ANL-ENT-ID
005830     MOVE ANL-WORK-NAME TO ANL-ENT-NAME
005840     MOVE ANL-ENTITY-LINE TO REPORT-LINE
005850     WRITE REPORT-LINE
005860     ADD 1 TO ANL-LINE-COUNT
005870     PERFORM 335-ADD-TOTALS-RTN
005880         VARYING ANL-P FROM 1 BY 1 UNTIL ANL-P > 5
005890     PERFORM 340-PRINT-PERIODS-RTN.
005900 335-ADD-TOTALS-RTN.
005910     ADD ANL-PRT-POSTS (ANL-P) TO ANL-TOT-POSTS (ANL-P)
005920     ADD ANL-PRT-UNITS (ANL-P) TO ANL-TOT-UNITS (ANL-P)
005930     ADD ANL-PRT-NET (ANL-P) TO ANL-TOT-NET (ANL-P)
005940     ADD ANL-PRT-RETNS (ANL-P) TO ANL-TOT-RETNS (ANL-P).
005950 340-PRINT-PERIODS-RTN.
005960     MOVE 1 TO ANL-P
005970     MOVE 3 TO ANL-CMP
005980     PERFORM 345-PERIOD-LINE-RTN
005990     MOVE 3 TO ANL-P
006000     MOVE ZERO TO ANL-CMP
006010     PERFORM 345-PERIOD-LINE-RTN
006020     MOVE 2 TO ANL-P
006030     MOVE 4 TO ANL-CMP
006040     PERFORM 345-PERIOD-LINE-RTN
006050     MOVE 4 TO ANL-P
006060     MOVE ZERO TO ANL-CMP
006070     PERFORM 345-PERIOD-LINE-RTN
006080     MOVE SPACES TO REPORT-LINE
006090     WRITE REPORT-LINE
006100     ADD 1 TO ANL-LINE-COUNT.
006110 345-PERIOD-LINE-RTN.
006120     IF ANL-P = 1 OR ANL-P = 3
006130         MOVE 'MTD ' TO ANL-PER-TAG
006140     ELSE
006150         MOVE 'YTD ' TO ANL-PER-TAG
006160     END-IF
006170     IF ANL-P < 3
006180         MOVE ANL-STMT-YEAR TO ANL-PER-YEAR
006190     ELSE
006200         MOVE ANL-PRIOR-YEAR TO ANL-PER-YEAR
006210     END-IF
006220     MOVE ANL-PRT-UNITS (ANL-P) TO ANL-PER-UNITS
006230     MOVE ANL-PRT-NET (ANL-P) TO ANL-PER-NET
006240     MOVE ANL-PRT-RETNS (ANL-P) TO ANL-PER-RETNS
006250     IF ANL-CMP = ZERO
006260         MOVE SPACES TO ANL-PERIOD-LINE(49:20)
006270     ELSE
006280         COMPUTE ANL-WORK-CHANGE =
006290             ANL-PRT-NET (ANL-P) - ANL-PRT-NET (ANL-CMP)
006300         MOVE ANL-PRT-NET (ANL-CMP) TO ANL-WORK-BASE
006310         PERFORM 350-CHANGE-PCT-RTN
006320         MOVE ANL-WORK-CHANGE TO ANL-PER-CHANGE
006330         MOVE ANL-PCT-ALPHA TO ANL-PER-PCT
006340     END-IF
006350     MOVE ANL-PERIOD-LINE TO REPORT-LINE
006360     WRITE REPORT-LINE
006370     ADD 1 TO ANL-LINE-COUNT.
006380 350-CHANGE-PCT-RTN.
006390     IF ANL-WORK-BASE = ZERO
006400         IF ANL-WORK-CHANGE = ZERO
006410             MOVE ZERO TO ANL-PCT-EDIT
006420         ELSE
006430             MOVE '   NEW' TO ANL-PCT-ALPHA
006440         END-IF
006450     ELSE
006460         IF ANL-WORK-BASE < ZERO
006470             COMPUTE ANL-WORK-BASE = ZERO - ANL-WORK-BASE
006480         END-IF
006490         COMPUTE ANL-WORK-PCT ROUNDED =
006500             ANL-WORK-CHANGE * 100 / ANL-WORK-BASE
006510             ON SIZE ERROR
006520                 IF ANL-WORK-CHANGE < ZERO
006530                     MOVE -999.9 TO ANL-WORK-PCT
006540                 ELSE
006550                     MOVE 999.9 TO ANL-WORK-PCT
006560                 END-IF
006570         END-COMPUTE
006580         MOVE ANL-WORK-PCT TO ANL-PCT-EDIT
006590     END-IF.
006600 360-LAPSED-SECTION-RTN.
006610     PERFORM 305-SORT-RTN
006620     PERFORM 400-HEADING-RTN
006630     PERFORM 365-LAPSED-ONE-RTN
006640         VARYING ANL-I FROM 1 BY 1 UNTIL ANL-I > ANL-RPT-COUNT
006650     IF ANL-LAPSED-COUNT = ZERO
006660         MOVE ANL-NONE-LINE TO REPORT-LINE
006670         WRITE REPORT-LINE
006680     ELSE
006690         MOVE SPACES TO REPORT-LINE
006700         WRITE REPORT-LINE
006710         MOVE 'LAPSED CUSTOMERS      ' TO ANL-TOTAL-LINE(1:22)
006720         MOVE ANL-LAPSED-COUNT TO ANL-TOT-COUNT
006730         MOVE ANL-TOTAL-LINE TO REPORT-LINE
006740         WRITE REPORT-LINE
006750         MOVE 'PRIOR YEAR NET        ' TO ANL-AMOUNT-LINE(1:22)
006760         MOVE ANL-LAPSED-NET TO ANL-AMT-VALUE
006770         MOVE ANL-AMOUNT-LINE TO REPORT-LINE
006780         WRITE REPORT-LINE
006790     END-IF.
006800 365-LAPSED-ONE-RTN.
006810     IF ANL-RPT-POSTS (ANL-I 5) > ZERO AND
006820         ANL-RPT-NET (ANL-I 5) > ZERO AND
006830         ANL-RPT-POSTS (ANL-I 2) = ZERO
006840         IF ANL-LINE-COUNT NOT LESS THAN ANL-LINES-PER-PAGE
006850             PERFORM 400-HEADING-RTN
006860         END-IF
006870         MOVE ANL-RPT-ENTRY (ANL-I) TO ANL-PRT-ENTRY
006880         PERFORM 420-LOOKUP-NAME-RTN
006890         ADD 1 TO ANL-LAPSED-COUNT
006900         ADD ANL-PRT-NET (5) TO ANL-LAPSED-NET
006910         MOVE ANL-PRT-ID TO ANL-LAP-ID
006920         MOVE ANL-WORK-NAME TO ANL-LAP-NAME
006930         MOVE ANL-PRT-LAST-DATE TO ANL-LAP-DATE
006940         MOVE ANL-PRT-UNITS (5) TO ANL-LAP-UNITS
006950         MOVE ANL-PRT-NET (5) TO ANL-LAP-NET
006960         MOVE ANL-LAPSED-LINE TO REPORT-LINE
006970         WRITE REPORT-LINE
006980         ADD 1 TO ANL-LINE-COUNT
006990     END-IF.
007000 380-TOP-SECTION-RTN.
007010     PERFORM 305-SORT-RTN
007020     MOVE ZERO TO ANL-RANK
007030     PERFORM 400-HEADING-RTN
007040     PERFORM 385-TOP-ONE-RTN
007050         VARYING ANL-I FROM 1 BY 1 UNTIL ANL-I > ANL-RPT-COUNT OR
007060         ANL-RANK NOT LESS THAN ANL-TOP-N
007070     IF ANL-RANK = ZERO
007080         MOVE ANL-NONE-LINE TO REPORT-LINE
007090         WRITE REPORT-LINE
007100     END-IF.
007110 385-TOP-ONE-RTN.
007120     IF ANL-RPT-POSTS (ANL-I 1) > ZERO
007130         IF ANL-LINE-COUNT NOT LESS THAN ANL-LINES-PER-PAGE
007140             PERFORM 400-HEADING-RTN
007150         END-IF
007160         MOVE ANL-RPT-ENTRY (ANL-I) TO ANL-PRT-ENTRY
007170         PERFORM 420-LOOKUP-NAME-RTN
007180         ADD 1 TO ANL-RANK
007190         MOVE ANL-RANK TO ANL-TOP-RANK
007200         MOVE ANL-PRT-ID TO ANL-TOP-ID
007210         MOVE ANL-WORK-NAME(1:16) TO ANL-TOP-NAME
007220         MOVE ANL-PRT-NET (1) TO ANL-TOP-MTD-NET
007230         MOVE ANL-PRT-NET (2) TO ANL-TOP-YTD-NET
007240         MOVE ANL-PRT-NET (3) TO ANL-TOP-PY-MTD-NET
007250         COMPUTE ANL-WORK-CHANGE =
007260             ANL-PRT-NET (1) - ANL-PRT-NET (3)
007270         MOVE ANL-PRT-NET (3) TO ANL-WORK-BASE
007280         PERFORM 350-CHANGE-PCT-RTN
007290         MOVE ANL-PCT-ALPHA TO ANL-TOP-PCT
007300         MOVE ANL-TOP-LINE TO REPORT-LINE
007310         WRITE REPORT-LINE
007320         ADD 1 TO ANL-LINE-COUNT
007330     END-IF.
007340 400-HEADING-RTN.
007350     ADD 1 TO ANL-PAGE-COUNT
007360     MOVE ANL-PAGE-COUNT TO ANL-HDG-PAGE-NO
007370     MOVE ANL-STMT-MONTH TO ANL-HDG-MONTH
007380     MOVE ANL-HEADING-1 TO REPORT-LINE
007390     WRITE REPORT-LINE
007400     MOVE ANL-TOP-N TO ANL-SEC-LIMIT
007410     EVALUATE TRUE
007420         WHEN ANL-SECTION-CUSTOMER
007430             MOVE 'SALES BY CUSTOMER' TO ANL-SEC-TITLE
007440             MOVE 'CUST   ' TO ANL-HD2-ID-TAG
007450             MOVE 'NAME' TO ANL-HD2-NAME-TAG
007460         WHEN ANL-SECTION-PRODUCT
007470             MOVE 'SALES BY PRODUCT' TO ANL-SEC-TITLE
007480             MOVE 'CODE   ' TO ANL-HD2-ID-TAG
007490             MOVE 'DESCRIPTION' TO ANL-HD2-NAME-TAG
007500         WHEN ANL-SECTION-LAPSED
007510             MOVE 'LAPSED CUSTOMERS - NONE THIS YEAR'
007520                 TO ANL-SEC-TITLE
007530         WHEN ANL-SECTION-TOP-CUST
007540             MOVE 'TOP CUSTOMERS BY MTD NET' TO ANL-SEC-TITLE
007550             MOVE 'CUST   ' TO ANL-HD5-ID-TAG
007560             MOVE 'NAME' TO ANL-HD5-NAME-TAG
007570         WHEN OTHER
007580             MOVE 'TOP PRODUCTS BY MTD NET' TO ANL-SEC-TITLE
007590             MOVE 'CODE   ' TO ANL-HD5-ID-TAG
007600             MOVE 'DESCRIPTION' TO ANL-HD5-NAME-TAG
007610     END-EVALUATE
007620     MOVE ANL-SECTION-LINE TO REPORT-LINE
007630     IF NOT ANL-SECTION-TOP-CUST AND NOT ANL-SECTION-TOP-PROD
007640         MOVE SPACES TO REPORT-LINE(35:9)
007650     END-IF
007660     WRITE REPORT-LINE
007670     EVALUATE TRUE
007680         WHEN ANL-SECTION-CUSTOMER OR ANL-SECTION-PRODUCT
007690             MOVE ANL-HEADING-2 TO REPORT-LINE
007700             WRITE REPORT-LINE
007710             MOVE ANL-HEADING-3 TO REPORT-LINE
007720         WHEN ANL-SECTION-LAPSED
007730             MOVE ANL-HEADING-4 TO REPORT-LINE
007740         WHEN OTHER
007750             MOVE ANL-HEADING-5 TO REPORT-LINE
007760     END-EVALUATE
007770     WRITE REPORT-LINE
007780     MOVE SPACES TO REPORT-LINE
007790     WRITE REPORT-LINE
007800     MOVE ZERO TO ANL-LINE-COUNT.
007810 420-LOOKUP-NAME-RTN.
007820     IF ANL-SECTION-BY-CUSTOMER
007830         MOVE ANL-PRT-ID TO CUST-ID-MST
007840         READ CUSTOMER-MASTER-FILE
007850             INVALID KEY
007860                 MOVE '*UNKNOWN*' TO CUST-NAME-MST
007870         END-READ
007880         MOVE CUST-NAME-MST TO ANL-WORK-NAME
007890     ELSE
007900         MOVE ANL-PRT-ID TO PRODUCT-CODE-MST
007910         READ PRODUCT-MASTER-FILE
007920             INVALID KEY
007930                 MOVE '*UNKNOWN*' TO PRODUCT-DESC-MST
007940         END-READ
007950         MOVE PRODUCT-DESC-MST TO ANL-WORK-NAME
007960     END-IF.
007970 500-WRAP-UP-RTN.
007980     MOVE SPACES TO REPORT-LINE
007990     WRITE REPORT-LINE
008000     MOVE 'CUSTOMERS ANALYZED    ' TO ANL-TOTAL-LINE(1:22)
008010     MOVE ANL-CUS-COUNT TO ANL-TOT-COUNT
008020     MOVE ANL-TOTAL-LINE TO REPORT-LINE
008030     WRITE REPORT-LINE
008040     MOVE 'PRODUCTS ANALYZED     ' TO ANL-TOTAL-LINE(1:22)
008050     MOVE ANL-PRD-COUNT TO ANL-TOT-COUNT
008060     MOVE ANL-TOTAL-LINE TO REPORT-LINE
008070     WRITE REPORT-LINE
008080     DISPLAY 'SLSANL: HISTORY RECORDS READ ' ANL-RECORDS-READ
008090     DISPLAY 'SLSANL: CUSTOMERS ' ANL-CUS-COUNT
008100         ' PRODUCTS ' ANL-PRD-COUNT
008110     IF ANL-LAPSED-COUNT > ZERO
008120         DISPLAY 'SLSANL: ' ANL-LAPSED-COUNT
008130             ' LAPSED CUSTOMER(S) LISTED'
008140     END-IF.
