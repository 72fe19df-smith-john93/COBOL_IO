000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MGNRPT.
000030 AUTHOR. J SMITH.
000040 INSTALLATION. ACCOUNTING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                              *
000110*  10/15/2026  JS   ORIGINAL PROGRAM.  GROSS MARGIN BY       *
000120*                   PRODUCT AND SALESPERSON FROM SALES       *
000130*                   HISTORY WITH BELOW-COST OVERRIDES.       *
000140*  10/15/2026  JS   A SIZE ERROR ON THE MARGIN PERCENT NOW   *
000150*                   PINS IT AT -999.9 WHEN THE MARGIN IS     *
000160*                   NEGATIVE INSTEAD OF ALWAYS +999.9, SO A  *
000170*                   LINE SOLD FAR BELOW COST NO LONGER SHOWS *
000180*                   A HUGE POSITIVE MARGIN.                  *
000190*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT SALES-HISTORY-FILE
000240         ASSIGN TO MGN-HISTORY-FILE-NAME
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS HIST-KEY
000280         FILE STATUS IS MGN-HISTORY-FILE-STATUS.
000290     SELECT PRODUCT-MASTER-FILE
000300         ASSIGN TO MGN-PRODMST-FILE-NAME
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS PRODUCT-CODE-MST
000340         FILE STATUS IS MGN-PRODMST-FILE-STATUS.
000350     SELECT SALESPERSON-MASTER-FILE
000360         ASSIGN TO MGN-SLSMST-FILE-NAME
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS SLS-ID-MST
000400         FILE STATUS IS MGN-SLSMST-FILE-STATUS.
000410     SELECT REPORT-FILE
000420         ASSIGN TO MGN-REPORT-FILE-NAME
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD SALES-HISTORY-FILE.
000470 01 HISTORY-REC.
000480    05 HIST-KEY.
000490       10 HIST-RUN-DATE     PIC 9(08).
000500       10 HIST-SEQ-NO       PIC 9(07).
000510    05 HIST-NAME            PIC X(20).
000520    05 HIST-TOTAL-PRICE     PIC S9(6)V99.
000530    05 HIST-PRE-DISC-AMT    PIC S9(6)V99.
000540    05 HIST-DISCOUNT-RATE   PIC V999.
000550    05 HIST-TAX-AMOUNT      PIC S9(6)V99.
000560    05 HIST-NET-TOTAL       PIC S9(6)V99.
000570    05 HIST-SOURCE-CODE     PIC X(01).
000580    05 HIST-TRANS-TYPE      PIC X(01).
000590    05 HIST-SLS-ID          PIC X(05).
000600    05 HIST-BATCH-NO        PIC 9(03).
000610    05 HIST-CUST-ID         PIC X(06).
000620    05 HIST-PRODUCT-CODE    PIC X(06).
000630    05 HIST-QTY-SOLD        PIC 9(03).
000640    05 HIST-JURIS-CODE      PIC X(02).
000650    05 HIST-OVERRIDE-FLAG   PIC X(01).
000660    05 HIST-OVERRIDE-PRICE  PIC 9(3)V99.
000670    05 HIST-APPROVER-ID     PIC X(05).
000680    05 HIST-PRICE-VARIANCE  PIC S9(6)V99.
000690    05 HIST-EXT-COST        PIC S9(6)V99.
000700 FD PRODUCT-MASTER-FILE.
000710 01 PRODUCT-MASTER-REC.
000720    05 PRODUCT-CODE-MST      PIC X(06).
000730    05 PRODUCT-DESC-MST      PIC X(20).
000740    05 UNIT-PRICE-MST        PIC 9(3)V99.
000750    05 QTY-ON-HAND-MST       PIC 9(07).
000760    05 REORDER-POINT-MST     PIC 9(07).
000770    05 QTY-ON-ORDER-MST      PIC 9(07).
000780    05 PRIMARY-VENDOR-MST    PIC X(06).
000790    05 REORDER-QTY-MST       PIC 9(07).
000800    05 STD-COST-MST          PIC 9(3)V99.
000810 FD SALESPERSON-MASTER-FILE.
000820 01 SALESPERSON-MASTER-REC.
000830    05 SLS-ID-MST            PIC X(05).
000840    05 SLS-NAME-MST          PIC X(20).
000850    05 SLS-MTH-QUOTA-MST     PIC 9(7)V99.
000860    05 SLS-ANN-QUOTA-MST     PIC 9(8)V99.
000870 FD REPORT-FILE.
000880 01 REPORT-LINE                  PIC X(80).
000890 WORKING-STORAGE SECTION.
000900 01 MGN-HEADING-1.
000910    05 FILLER               PIC X(20) VALUE SPACES.
000920    05 FILLER               PIC X(20)
000930        VALUE 'GROSS MARGIN REPORT '.
000940    05 MGN-HDG-MONTH        PIC X(06).
000950    05 FILLER               PIC X(22) VALUE SPACES.
000960    05 FILLER               PIC X(05) VALUE 'PAGE '.
000970    05 MGN-HDG-PAGE-NO      PIC ZZ9.
000980 01 MGN-SECTION-LINE.
000990    05 MGN-SEC-TITLE        PIC X(40).
001000 01 MGN-HEADING-2.
001010    05 MGN-HD2-ID-TAG       PIC X(07).
001020    05 MGN-HD2-NAME-TAG     PIC X(17).
001030    05 FILLER               PIC X(14) VALUE '      REVENUE '.
001040    05 FILLER               PIC X(14) VALUE '         COST '.
001050    05 FILLER               PIC X(14) VALUE '       MARGIN '.
001060    05 FILLER               PIC X(06) VALUE ' MGN% '.
001070 01 MGN-HEADING-3.
001080    05 FILLER               PIC X(09) VALUE 'DATE     '.
001090    05 FILLER               PIC X(08) VALUE 'SEQ NO  '.
001100    05 FILLER               PIC X(06) VALUE 'SLSP  '.
001110    05 FILLER               PIC X(07) VALUE 'PRODCT '.
001120    05 FILLER               PIC X(04) VALUE 'QTY '.
001130    05 FILLER               PIC X(07) VALUE ' PRICE '.
001140    05 FILLER               PIC X(12) VALUE '    REVENUE '.
001150    05 FILLER               PIC X(12) VALUE '       COST '.
001160    05 FILLER               PIC X(05) VALUE 'APPR '.
001170 01 MGN-DETAIL-LINE.
001180    05 MGN-DTL-ID           PIC X(06).
001190    05 FILLER               PIC X(01) VALUE SPACE.
001200    05 MGN-DTL-NAME         PIC X(16).
001210    05 FILLER               PIC X(01) VALUE SPACE.
001220    05 MGN-DTL-REVENUE      PIC Z,ZZZ,ZZ9.99-.
001230    05 FILLER               PIC X(01) VALUE SPACE.
001240    05 MGN-DTL-COST         PIC Z,ZZZ,ZZ9.99-.
001250    05 FILLER               PIC X(01) VALUE SPACE.
001260    05 MGN-DTL-MARGIN       PIC Z,ZZZ,ZZ9.99-.
001270    05 FILLER               PIC X(01) VALUE SPACE.
001280    05 MGN-DTL-PCT          PIC ZZ9.9-.
001290 01 MGN-OVERRIDE-LINE.
001300    05 MGN-OVR-DATE         PIC 9(08).
001310    05 FILLER               PIC X(01) VALUE SPACE.
001320    05 MGN-OVR-SEQ-NO       PIC 9(07).
001330    05 FILLER               PIC X(01) VALUE SPACE.
001340    05 MGN-OVR-SLS-ID       PIC X(05).
001350    05 FILLER               PIC X(01) VALUE SPACE.
001360    05 MGN-OVR-PRODUCT      PIC X(06).
001370    05 FILLER               PIC X(01) VALUE SPACE.
001380    05 MGN-OVR-QTY          PIC ZZ9.
001390    05 FILLER               PIC X(01) VALUE SPACE.
001400    05 MGN-OVR-PRICE        PIC ZZ9.99.
001410    05 FILLER               PIC X(01) VALUE SPACE.
001420    05 MGN-OVR-REVENUE      PIC ZZZ,ZZ9.99-.
001430    05 FILLER               PIC X(01) VALUE SPACE.
001440    05 MGN-OVR-COST         PIC ZZZ,ZZ9.99-.
001450    05 FILLER               PIC X(01) VALUE SPACE.
001460    05 MGN-OVR-APPROVER     PIC X(05).
001470 01 MGN-TOTAL-LINE.
001480    05 FILLER               PIC X(22).
001490    05 MGN-TOT-COUNT        PIC Z,ZZ9.
001500 01 MGN-PRD-TABLE.
001510    05 MGN-PRD-ENTRY OCCURS 500 TIMES.
001520       10 MGN-PRD-ID        PIC X(06).
001530       10 MGN-PRD-REVENUE   PIC S9(9)V99.
001540       10 MGN-PRD-COST      PIC S9(9)V99.
001550 01 MGN-SLS-TABLE.
001560    05 MGN-SLS-ENTRY OCCURS 500 TIMES.
001570       10 MGN-SLS-ID        PIC X(06).
001580       10 MGN-SLS-REVENUE   PIC S9(9)V99.
001590       10 MGN-SLS-COST      PIC S9(9)V99.
001600 01 MGN-RPT-TABLE.
001610    05 MGN-RPT-ENTRY OCCURS 500 TIMES.
001620       10 MGN-RPT-ID        PIC X(06).
001630       10 MGN-RPT-REVENUE   PIC S9(9)V99.
001640       10 MGN-RPT-COST      PIC S9(9)V99.
001650 01 MGN-HOLD-ENTRY           PIC X(28).
001660 77 MGN-PRD-COUNT          PIC 9(03) COMP VALUE ZERO.
001670 77 MGN-SLS-COUNT          PIC 9(03) COMP VALUE ZERO.
001680 77 MGN-RPT-COUNT          PIC 9(03) COMP VALUE ZERO.
001690 77 MGN-MAX                PIC 9(03) COMP VALUE 500.
001700 77 MGN-SUB                PIC 9(03) COMP VALUE ZERO.
001710 77 MGN-I                  PIC 9(03) COMP VALUE ZERO.
001720 77 MGN-J                  PIC 9(03) COMP VALUE ZERO.
001730 77 MGN-BEST               PIC 9(03) COMP VALUE ZERO.
001740 77 MGN-FOUND-SW           PIC X(01) VALUE 'N'.
001750     88 MGN-FOUND               VALUE 'Y'.
001760     88 MGN-NOT-FOUND           VALUE 'N'.
001770 77 MGN-SECTION-SW         PIC X(01) VALUE 'P'.
001780     88 MGN-SECTION-PRODUCT     VALUE 'P'.
001790     88 MGN-SECTION-SLSPERSON   VALUE 'S'.
001800     88 MGN-SECTION-OVERRIDE    VALUE 'O'.
001810 77 MGN-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
001820 77 MGN-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
001830 77 MGN-SLSMST-FILE-STATUS PIC XX VALUE SPACES.
001840 77 MGN-HISTORY-FILE-NAME  PIC X(80) VALUE SPACES.
001850 77 MGN-PRODMST-FILE-NAME  PIC X(80) VALUE SPACES.
001860 77 MGN-SLSMST-FILE-NAME   PIC X(80) VALUE SPACES.
001870 77 MGN-REPORT-FILE-NAME   PIC X(80) VALUE SPACES.
001880 77 MGN-ENV-VALUE          PIC X(80) VALUE SPACES.
001890 77 MGN-RUN-DATE           PIC 9(08) VALUE ZERO.
001900 77 MGN-STMT-MONTH         PIC X(06) VALUE SPACES.
001910 77 MGN-HIST-EOF-SW        PIC X(01) VALUE 'N'.
001920     88 MGN-HIST-EOF            VALUE 'Y'.
001930     88 MGN-HIST-NOT-EOF        VALUE 'N'.
001940 77 MGN-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
001950 77 MGN-BELOW-COST         PIC 9(05) COMP VALUE ZERO.
001960 77 MGN-TOT-REVENUE        PIC S9(9)V99 VALUE ZERO.
001970 77 MGN-TOT-COST           PIC S9(9)V99 VALUE ZERO.
001980 77 MGN-WORK-REVENUE       PIC S9(9)V99 VALUE ZERO.
001990 77 MGN-WORK-MARGIN        PIC S9(9)V99 VALUE ZERO.
002000 77 MGN-WORK-PCT           PIC S9(3)V9 VALUE ZERO.
002010 77 MGN-LINE-COUNT         PIC 9(03) COMP VALUE ZERO.
002020 77 MGN-PAGE-COUNT         PIC 9(03) COMP VALUE ZERO.
002030 77 MGN-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
002040 PROCEDURE DIVISION.
002050 100-MAIN-MODULE.
002060     ACCEPT MGN-RUN-DATE FROM DATE YYYYMMDD
002070     PERFORM 105-ASSIGN-FILENAMES-RTN
002080     PERFORM 110-OPEN-HISTORY-RTN
002090     OPEN INPUT PRODUCT-MASTER-FILE
002100     IF MGN-PRODMST-FILE-STATUS NOT = '00'
002110         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
002120             MGN-PRODMST-FILE-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002150     END-IF
002160     OPEN INPUT SALESPERSON-MASTER-FILE
002170     IF MGN-SLSMST-FILE-STATUS NOT = '00'
002180         DISPLAY 'SALESPERSON-MASTER-FILE OPEN ERROR, STATUS '
002190             MGN-SLSMST-FILE-STATUS
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF
002230     SET MGN-HIST-NOT-EOF TO TRUE
002240     PERFORM 200-READ-HISTORY-RTN UNTIL MGN-HIST-EOF
002250     CLOSE SALES-HISTORY-FILE
002260     OPEN OUTPUT REPORT-FILE
002270     SET MGN-SECTION-PRODUCT TO TRUE
002280     MOVE MGN-PRD-TABLE TO MGN-RPT-TABLE
002290     MOVE MGN-PRD-COUNT TO MGN-RPT-COUNT
002300     PERFORM 300-REPORT-SECTION-RTN
002310     SET MGN-SECTION-SLSPERSON TO TRUE
002320     MOVE MGN-SLS-TABLE TO MGN-RPT-TABLE
002330     MOVE MGN-SLS-COUNT TO MGN-RPT-COUNT
002340     PERFORM 300-REPORT-SECTION-RTN
002350     SET MGN-SECTION-OVERRIDE TO TRUE
002360     PERFORM 400-HEADING-RTN
002370     PERFORM 110-OPEN-HISTORY-RTN
002380     SET MGN-HIST-NOT-EOF TO TRUE
002390     PERFORM 250-READ-OVERRIDES-RTN UNTIL MGN-HIST-EOF
002400     CLOSE SALES-HISTORY-FILE
002410     PERFORM 500-WRAP-UP-RTN
002420     CLOSE PRODUCT-MASTER-FILE
002430           SALESPERSON-MASTER-FILE
002440           REPORT-FILE
002450     IF MGN-BELOW-COST > ZERO
002460         MOVE 4 TO RETURN-CODE
002470     END-IF
002480     STOP RUN.
002490 105-ASSIGN-FILENAMES-RTN.
002500     MOVE SPACES TO MGN-ENV-VALUE
002510     ACCEPT MGN-ENV-VALUE FROM ENVIRONMENT 'TRANS_STMT_MONTH'
002520     IF MGN-ENV-VALUE = SPACES
002530         MOVE MGN-RUN-DATE(1:6) TO MGN-STMT-MONTH
002540     ELSE
002550         MOVE MGN-ENV-VALUE(1:6) TO MGN-STMT-MONTH
002560     END-IF
002570     MOVE SPACES TO MGN-ENV-VALUE
002580     ACCEPT MGN-ENV-VALUE FROM ENVIRONMENT 'TRANS_HISTORY_FILE'
002590     IF MGN-ENV-VALUE = SPACES
002600     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SalesHistory.TXT'
002610         TO MGN-HISTORY-FILE-NAME
002620     ELSE
002630         MOVE MGN-ENV-VALUE TO MGN-HISTORY-FILE-NAME
002640     END-IF
002650     MOVE SPACES TO MGN-ENV-VALUE
002660     ACCEPT MGN-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
002670     IF MGN-ENV-VALUE = SPACES
002680     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
002690         TO MGN-PRODMST-FILE-NAME
002700     ELSE
002710         MOVE MGN-ENV-VALUE TO MGN-PRODMST-FILE-NAME
002720     END-IF
002730     MOVE SPACES TO MGN-ENV-VALUE
002740     ACCEPT MGN-ENV-VALUE FROM ENVIRONMENT 'TRANS_SLSMST_FILE'
002750     IF MGN-ENV-VALUE = SPACES
002760     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SlsMaster.TXT'
002770         TO MGN-SLSMST-FILE-NAME
002780     ELSE
002790         MOVE MGN-ENV-VALUE TO MGN-SLSMST-FILE-NAME
002800     END-IF
002810     MOVE SPACES TO MGN-ENV-VALUE
002820     ACCEPT MGN-ENV-VALUE FROM ENVIRONMENT 'TRANS_MGNRPT_FILE'
002830     IF MGN-ENV-VALUE = SPACES
002840     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-MarginRpt.TXT'
002850         TO MGN-REPORT-FILE-NAME
002860     ELSE
002870         MOVE MGN-ENV-VALUE TO MGN-REPORT-FILE-NAME
002880     END-IF.
002890 110-OPEN-HISTORY-RTN.
002900     OPEN INPUT SALES-HISTORY-FILE
002910     IF MGN-HISTORY-FILE-STATUS NOT = '00'
002920         DISPLAY 'SALES-HISTORY-FILE OPEN ERROR, STATUS '
002930             MGN-HISTORY-FILE-STATUS
002940         MOVE 16 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970 200-READ-HISTORY-RTN.
002980     READ SALES-HISTORY-FILE
002990         AT END
003000             SET MGN-HIST-EOF TO TRUE
003010         NOT AT END
003020             ADD 1 TO MGN-RECORDS-READ
003030             IF HIST-RUN-DATE(1:6) = MGN-STMT-MONTH
003040                 PERFORM 210-ACCUMULATE-RTN
003050             END-IF
003060     END-READ.
003070 210-ACCUMULATE-RTN.
003080     PERFORM 220-FIND-PRODUCT-RTN
003090     ADD HIST-TOTAL-PRICE TO MGN-PRD-REVENUE (MGN-SUB)
003100     ADD HIST-EXT-COST TO MGN-PRD-COST (MGN-SUB)
003110     PERFORM 230-FIND-SLSPERSON-RTN
003120     ADD HIST-TOTAL-PRICE TO MGN-SLS-REVENUE (MGN-SUB)
003130     ADD HIST-EXT-COST TO MGN-SLS-COST (MGN-SUB).
003140 220-FIND-PRODUCT-RTN.
003150     SET MGN-NOT-FOUND TO TRUE
003160     MOVE ZERO TO MGN-SUB
003170     PERFORM 225-SCAN-PRODUCT-RTN UNTIL MGN-FOUND OR
003180         MGN-SUB NOT LESS THAN MGN-PRD-COUNT
003190     IF MGN-NOT-FOUND
003200         IF MGN-PRD-COUNT = MGN-MAX
003210             DISPLAY 'MGNRPT: PRODUCT TABLE FULL AT '
003220                 HIST-PRODUCT-CODE
003230             MOVE 16 TO RETURN-CODE
003240             STOP RUN
003250         END-IF
003260         ADD 1 TO MGN-PRD-COUNT
003270         MOVE MGN-PRD-COUNT TO MGN-SUB
003280         MOVE HIST-PRODUCT-CODE TO MGN-PRD-ID (MGN-SUB)
003290         MOVE ZERO TO MGN-PRD-REVENUE (MGN-SUB)
003300         MOVE ZERO TO MGN-PRD-COST (MGN-SUB)
003310     END-IF.
003320 225-SCAN-PRODUCT-RTN.
003330     ADD 1 TO MGN-SUB
003340     IF MGN-PRD-ID (MGN-SUB) = HIST-PRODUCT-CODE
003350         SET MGN-FOUND TO TRUE
003360     END-IF.
003370 230-FIND-SLSPERSON-RTN.
003380     SET MGN-NOT-FOUND TO TRUE
003390     MOVE ZERO TO MGN-SUB
003400     PERFORM 235-SCAN-SLSPERSON-RTN UNTIL MGN-FOUND OR
003410         MGN-SUB NOT LESS THAN MGN-SLS-COUNT
003420     IF MGN-NOT-FOUND
003430         IF MGN-SLS-COUNT = MGN-MAX
003440             DISPLAY 'MGNRPT: SALESPERSON TABLE FULL AT '
003450                 HIST-SLS-ID
003460             MOVE 16 TO RETURN-CODE
003470             STOP RUN
003480         END-IF
003490         ADD 1 TO MGN-SLS-COUNT
003500         MOVE MGN-SLS-COUNT TO MGN-SUB
003510         MOVE HIST-SLS-ID TO MGN-SLS-ID (MGN-SUB)
003520         MOVE ZERO TO MGN-SLS-REVENUE (MGN-SUB)
003530         MOVE ZERO TO MGN-SLS-COST (MGN-SUB)
003540     END-IF.
003550 235-SCAN-SLSPERSON-RTN.
003560     ADD 1 TO MGN-SUB
003570     IF MGN-SLS-ID (MGN-SUB) = HIST-SLS-ID
003580         SET MGN-FOUND TO TRUE
003590     END-IF.
003600 250-READ-OVERRIDES-RTN.
003610     READ SALES-HISTORY-FILE
003620         AT END
003630             SET MGN-HIST-EOF TO TRUE
003640         NOT AT END
003650             IF HIST-RUN-DATE(1:6) = MGN-STMT-MONTH AND
003660                 HIST-OVERRIDE-FLAG = 'O' AND
003670                 HIST-TRANS-TYPE NOT = 'R' AND
003680                 HIST-TOTAL-PRICE < HIST-EXT-COST
003690                 PERFORM 260-WRITE-OVERRIDE-RTN
003700             END-IF
003710     END-READ.
003720 260-WRITE-OVERRIDE-RTN.
003730     IF MGN-LINE-COUNT NOT LESS THAN MGN-LINES-PER-PAGE
003740         PERFORM 400-HEADING-RTN
003750     END-IF
003760     ADD 1 TO MGN-BELOW-COST
003770     MOVE HIST-RUN-DATE TO MGN-OVR-DATE
003780     MOVE HIST-SEQ-NO TO MGN-OVR-SEQ-NO
003790     MOVE HIST-SLS-ID TO MGN-OVR-SLS-ID
003800     MOVE HIST-PRODUCT-CODE TO MGN-OVR-PRODUCT
003810     MOVE HIST-QTY-SOLD TO MGN-OVR-QTY
003820     MOVE HIST-OVERRIDE-PRICE TO MGN-OVR-PRICE
003830     MOVE HIST-TOTAL-PRICE TO MGN-OVR-REVENUE
003840     MOVE HIST-EXT-COST TO MGN-OVR-COST
003850     MOVE HIST-APPROVER-ID TO MGN-OVR-APPROVER
003860     MOVE MGN-OVERRIDE-LINE TO REPORT-LINE
003870     WRITE REPORT-LINE
003880     ADD 1 TO MGN-LINE-COUNT.
003890 300-REPORT-SECTION-RTN.
003900     IF MGN-RPT-COUNT > 1
003910         PERFORM 310-SORT-PASS-RTN
003920             VARYING MGN-I FROM 1 BY 1
003930             UNTIL MGN-I NOT LESS THAN MGN-RPT-COUNT
003940     END-IF
003950     MOVE ZERO TO MGN-TOT-REVENUE
003960     MOVE ZERO TO MGN-TOT-COST
003970     PERFORM 400-HEADING-RTN
003980     PERFORM 410-REPORT-ONE-RTN
003990         VARYING MGN-I FROM 1 BY 1 UNTIL MGN-I > MGN-RPT-COUNT
004000     MOVE SPACES TO REPORT-LINE
004010     WRITE REPORT-LINE
004020     MOVE 'TOTAL' TO MGN-DTL-ID
004030     MOVE SPACES TO MGN-DTL-NAME
004040     MOVE MGN-TOT-REVENUE TO MGN-DTL-REVENUE
004050     MOVE MGN-TOT-COST TO MGN-DTL-COST
004060     COMPUTE MGN-WORK-MARGIN = MGN-TOT-REVENUE - MGN-TOT-COST
004070     MOVE MGN-WORK-MARGIN TO MGN-DTL-MARGIN
004080     MOVE MGN-TOT-REVENUE TO MGN-WORK-REVENUE
004090     PERFORM 420-MARGIN-PCT-RTN
004100     MOVE MGN-DETAIL-LINE TO REPORT-LINE
004110     WRITE REPORT-LINE.
004120 310-SORT-PASS-RTN.
004130     MOVE MGN-I TO MGN-BEST
004140     COMPUTE MGN-J = MGN-I + 1
004150     PERFORM 320-COMPARE-RTN UNTIL MGN-J > MGN-RPT-COUNT
004160     IF MGN-BEST NOT = MGN-I
004170         MOVE MGN-RPT-ENTRY (MGN-I) TO MGN-HOLD-ENTRY
004180         MOVE MGN-RPT-ENTRY (MGN-BEST) TO MGN-RPT-ENTRY (MGN-I)
004190         MOVE MGN-HOLD-ENTRY TO MGN-RPT-ENTRY (MGN-BEST)
004200     END-IF.
004210 320-COMPARE-RTN.
004220     IF MGN-RPT-REVENUE (MGN-J) - MGN-RPT-COST (MGN-J) >
004230         MGN-RPT-REVENUE (MGN-BEST) - MGN-RPT-COST (MGN-BEST)
004240         MOVE MGN-J TO MGN-BEST
004250     END-IF
004260     ADD 1 TO MGN-J.
004270 400-HEADING-RTN.
004280     ADD 1 TO MGN-PAGE-COUNT
004290     MOVE MGN-PAGE-COUNT TO MGN-HDG-PAGE-NO
004300     MOVE MGN-STMT-MONTH TO MGN-HDG-MONTH
004310     MOVE MGN-HEADING-1 TO REPORT-LINE
004320     WRITE REPORT-LINE
004330     EVALUATE TRUE
004340         WHEN MGN-SECTION-PRODUCT
004350             MOVE 'MARGIN BY PRODUCT' TO MGN-SEC-TITLE
004360             MOVE 'CODE   ' TO MGN-HD2-ID-TAG
004370             MOVE 'DESCRIPTION' TO MGN-HD2-NAME-TAG
004380         WHEN MGN-SECTION-SLSPERSON
004390             MOVE 'MARGIN BY SALESPERSON' TO MGN-SEC-TITLE
004400             MOVE 'SLSP   ' TO MGN-HD2-ID-TAG
004410             MOVE 'NAME' TO MGN-HD2-NAME-TAG
004420         WHEN OTHER
004430             MOVE 'PRICE OVERRIDES SOLD BELOW COST'
004440                 TO MGN-SEC-TITLE
004450     END-EVALUATE
004460     MOVE MGN-SECTION-LINE TO REPORT-LINE
004470     WRITE REPORT-LINE
004480     IF MGN-SECTION-OVERRIDE
004490         MOVE MGN-HEADING-3 TO REPORT-LINE
004500     ELSE
004510         MOVE MGN-HEADING-2 TO REPORT-LINE
004520     END-IF
004530     WRITE REPORT-LINE
004540     MOVE SPACES TO REPORT-LINE
004550     WRITE REPORT-LINE
004560     MOVE ZERO TO MGN-LINE-COUNT.
004570 410-REPORT-ONE-RTN.
004580     IF MGN-LINE-COUNT NOT LESS THAN MGN-LINES-PER-PAGE
004590         PERFORM 400-HEADING-RTN
004600     END-IF
004610     MOVE MGN-RPT-ID (MGN-I) TO MGN-DTL-ID
004620     IF MGN-SECTION-PRODUCT
004630         MOVE MGN-RPT-ID (MGN-I) TO PRODUCT-CODE-MST
004640         READ PRODUCT-MASTER-FILE
004650             INVALID KEY
004660                 MOVE '*UNKNOWN*' TO PRODUCT-DESC-MST
004670         END-READ
004680         MOVE PRODUCT-DESC-MST(1:16) TO MGN-DTL-NAME
004690     ELSE
004700         MOVE MGN-RPT-ID (MGN-I) TO SLS-ID-MST
004710         READ SALESPERSON-MASTER-FILE
004720             INVALID KEY
004730                 MOVE '*UNKNOWN*' TO SLS-NAME-MST
004740         END-READ
004750         MOVE SLS-NAME-MST(1:16) TO MGN-DTL-NAME
004760     END-IF
004770     ADD MGN-RPT-REVENUE (MGN-I) TO MGN-TOT-REVENUE
004780     ADD MGN-RPT-COST (MGN-I) TO MGN-TOT-COST
004790     MOVE MGN-RPT-REVENUE (MGN-I) TO MGN-DTL-REVENUE
004800     MOVE MGN-RPT-COST (MGN-I) TO MGN-DTL-COST
004810     COMPUTE MGN-WORK-MARGIN =
004820         MGN-RPT-REVENUE (MGN-I) - MGN-RPT-COST (MGN-I)
004830     MOVE MGN-WORK-MARGIN TO MGN-DTL-MARGIN
004840     MOVE MGN-RPT-REVENUE (MGN-I) TO MGN-WORK-REVENUE
004850     PERFORM 420-MARGIN-PCT-RTN
004860     MOVE MGN-DETAIL-LINE TO REPORT-LINE
004870     WRITE REPORT-LINE
004880     ADD 1 TO MGN-LINE-COUNT.
004890 420-MARGIN-PCT-RTN.
004900     MOVE ZERO TO MGN-WORK-PCT
004910     IF MGN-WORK-REVENUE NOT = ZERO
004920         COMPUTE MGN-WORK-PCT ROUNDED =
004930             MGN-WORK-MARGIN * 100 / MGN-WORK-REVENUE
004940             ON SIZE ERROR
004950                 IF MGN-WORK-MARGIN < ZERO
004960                     MOVE -999.9 TO MGN-WORK-PCT
004970                 ELSE
004980                     MOVE 999.9 TO MGN-WORK-PCT
004990                 END-IF
005000         END-COMPUTE
005010     END-IF
005020     MOVE MGN-WORK-PCT TO MGN-DTL-PCT.
005030 500-WRAP-UP-RTN.
005040     MOVE SPACES TO REPORT-LINE
005050     WRITE REPORT-LINE
005060     MOVE 'PRODUCTS REPORTED     ' TO MGN-TOTAL-LINE(1:22)
005070     MOVE MGN-PRD-COUNT TO MGN-TOT-COUNT
005080     MOVE MGN-TOTAL-LINE TO REPORT-LINE
005090     WRITE REPORT-LINE
005100     MOVE 'SALESPEOPLE REPORTED  ' TO MGN-TOTAL-LINE(1:22)
005110     MOVE MGN-SLS-COUNT TO MGN-TOT-COUNT
005120     MOVE MGN-TOTAL-LINE TO REPORT-LINE
005130     WRITE REPORT-LINE
005140     MOVE 'OVERRIDES BELOW COST  ' TO MGN-TOTAL-LINE(1:22)
005150     MOVE MGN-BELOW-COST TO MGN-TOT-COUNT
005160     MOVE MGN-TOTAL-LINE TO REPORT-LINE
005170     WRITE REPORT-LINE
005180     DISPLAY 'MGNRPT: HISTORY RECORDS READ ' MGN-RECORDS-READ
005190     IF MGN-BELOW-COST > ZERO
005200         DISPLAY 'MGNRPT: ' MGN-BELOW-COST
005210             ' PRICE OVERRIDE(S) SOLD BELOW COST'
005220     END-IF.
