000210*                   CODE 4 WHEN ANYTHING NEEDS REORDERING    *
000220*                   SO THE SCHEDULE CAN ROUTE THE REPORT     *
000230*                   TO PURCHASING.                           *
000240*  10/15/2026  JS   PRODUCT-MASTER-REC PICKS UP THE PRIMARY  *
000250*                   VENDOR AND REORDER QUANTITY (SEE MSTMNT  *
000260*                   AND THE NEW POGEN PURCHASE ORDER RUN) SO *
000270*                   RECORD LAYOUTS STAY IN SYNC.             *
000280*  10/15/2026  JS   PRODUCT-MASTER-REC PICKS UP STANDARD     *
000290*                   COST SO RECORD LAYOUTS STAY IN SYNC.     *
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PRODUCT-MASTER-FILE
000350         ASSIGN TO STK-PRODMST-FILE-NAME
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS PRODUCT-CODE-MST
000390         FILE STATUS IS STK-PRODMST-FILE-STATUS.
000400     SELECT REPORT-FILE
000410         ASSIGN TO STK-REPORT-FILE-NAME
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD PRODUCT-MASTER-FILE.
000460 01 PRODUCT-MASTER-REC.
000470    05 PRODUCT-CODE-MST      PIC X(06).
000480    05 PRODUCT-DESC-MST      PIC X(20).
000490    05 UNIT-PRICE-MST        PIC 9(3)V99.
000500    05 QTY-ON-HAND-MST       PIC 9(07).
000510    05 REORDER-POINT-MST     PIC 9(07).
000520    05 QTY-ON-ORDER-MST      PIC 9(07).
000530    05 PRIMARY-VENDOR-MST    PIC X(06).
000540    05 REORDER-QTY-MST       PIC 9(07).
000550    05 STD-COST-MST          PIC 9(3)V99.
000560 FD REPORT-FILE.
000570 01 REPORT-LINE                  PIC X(80).
000580 WORKING-STORAGE SECTION.
000590 01 STK-HEADING-1.
000600    05 FILLER               PIC X(20) VALUE SPACES.
000610    05 FILLER               PIC X(20)
000620        VALUE 'STOCK STATUS REPORT '.
000630    05 STK-HDG-DATE         PIC 9(08).
000640    05 FILLER               PIC X(20) VALUE SPACES.
000650    05 FILLER               PIC X(05) VALUE 'PAGE '.
000660    05 STK-HDG-PAGE-NO      PIC ZZ9.
000670 01 STK-HEADING-2.
000680    05 FILLER               PIC X(07) VALUE 'CODE   '.
000690    05 FILLER               PIC X(21) VALUE 'DESCRIPTION'.
000700    05 FILLER               PIC X(10) VALUE '  ON HAND '.
000710    05 FILLER               PIC X(10) VALUE ' ON ORDER '.
000720    05 FILLER               PIC X(10) VALUE ' REORD PT '.
000730    05 FILLER               PIC X(07) VALUE 'STATUS '.
000740 01 STK-DETAIL-LINE.
000750    05 STK-DTL-CODE         PIC X(06).
000760    05 FILLER               PIC X(01) VALUE SPACE.
000770    05 STK-DTL-DESC         PIC X(20).
000780    05 FILLER               PIC X(01) VALUE SPACE.
000790    05 STK-DTL-ONHAND       PIC Z,ZZZ,ZZ9.
000800    05 FILLER               PIC X(01) VALUE SPACE.
000810    05 STK-DTL-ONORDER      PIC Z,ZZZ,ZZ9.
000820    05 FILLER               PIC X(01) VALUE SPACE.
000830    05 STK-DTL-REORDPT      PIC Z,ZZZ,ZZ9.
000840    05 FILLER               PIC X(01) VALUE SPACE.
000850    05 STK-DTL-FLAG         PIC X(07).
000860 01 STK-TOTAL-LINE.
000870    05 FILLER               PIC X(20).
000880    05 STK-TOT-COUNT        PIC Z,ZZZ,ZZ9.
000890 77 STK-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
000900 77 STK-RUN-DATE            PIC 9(08) VALUE ZERO.
000910 77 STK-PRODMST-FILE-NAME   PIC X(80) VALUE SPACES.
000920 77 STK-REPORT-FILE-NAME    PIC X(80) VALUE SPACES.
000930 77 STK-ENV-VALUE           PIC X(80) VALUE SPACES.
000940 77 STK-PRODUCTS-READ       PIC 9(07) COMP VALUE ZERO.
000950 77 STK-REORDER-COUNT       PIC 9(07) COMP VALUE ZERO.
000960 77 STK-AVAILABLE-QTY       PIC 9(08) COMP VALUE ZERO.
000970 77 STK-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
000980 77 STK-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.
000990 77 STK-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
001000 77 STK-PRODMST-EOF-SW      PIC X(01) VALUE 'N'.
001010     88 STK-PRODMST-EOF            VALUE 'Y'.
001020     88 STK-PRODMST-NOT-EOF        VALUE 'N'.
001030 PROCEDURE DIVISION.
001040 100-MAIN-MODULE.
001050     ACCEPT STK-RUN-DATE FROM DATE YYYYMMDD
001060     PERFORM 105-ASSIGN-FILENAMES-RTN
001070     OPEN INPUT PRODUCT-MASTER-FILE
001080     IF STK-PRODMST-FILE-STATUS NOT = '00'
001090         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
001100             STK-PRODMST-FILE-STATUS
001110         MOVE 16 TO RETURN-CODE
001120         STOP RUN
001130     END-IF
001140     OPEN OUTPUT REPORT-FILE
001150     PERFORM 200-HEADING-RTN
001160     SET STK-PRODMST-NOT-EOF TO TRUE
001170     PERFORM 210-READ-PRODUCT-RTN UNTIL STK-PRODMST-EOF
001180     PERFORM 300-WRITE-TOTALS-RTN
001190     CLOSE PRODUCT-MASTER-FILE
001200           REPORT-FILE
001210     IF STK-REORDER-COUNT > ZERO
001220         MOVE 4 TO RETURN-CODE
001230     END-IF
001240     STOP RUN.
001250 105-ASSIGN-FILENAMES-RTN.
001260     MOVE SPACES TO STK-ENV-VALUE
001270     ACCEPT STK-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
001280     IF STK-ENV-VALUE = SPACES
001290     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
001300         TO STK-PRODMST-FILE-NAME
001310     ELSE
001320         MOVE STK-ENV-VALUE TO STK-PRODMST-FILE-NAME
001330     END-IF
001340     MOVE SPACES TO STK-ENV-VALUE
001350     ACCEPT STK-ENV-VALUE FROM ENVIRONMENT 'TRANS_STKRPT_FILE'
001360     IF STK-ENV-VALUE = SPACES
001370     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-StockStatus.TXT'
001380         TO STK-REPORT-FILE-NAME
001390     ELSE
001400         MOVE STK-ENV-VALUE TO STK-REPORT-FILE-NAME
001410     END-IF.
001420 200-HEADING-RTN.
001430     ADD 1 TO STK-PAGE-COUNT
001440     MOVE STK-PAGE-COUNT TO STK-HDG-PAGE-NO
001450     MOVE STK-RUN-DATE TO STK-HDG-DATE
001460     MOVE STK-HEADING-1 TO REPORT-LINE
001470     WRITE REPORT-LINE
001480     MOVE STK-HEADING-2 TO REPORT-LINE
001490     WRITE REPORT-LINE
001500     MOVE SPACES TO REPORT-LINE
001510     WRITE REPORT-LINE
001520     MOVE ZERO TO STK-LINE-COUNT.
001530 210-READ-PRODUCT-RTN.
001540     READ PRODUCT-MASTER-FILE
001550         AT END
001560             SET STK-PRODMST-EOF TO TRUE
001570         NOT AT END
001580             ADD 1 TO STK-PRODUCTS-READ
001590             PERFORM 220-WRITE-DETAIL-RTN
001600     END-READ.
001610 220-WRITE-DETAIL-RTN.
001620     IF STK-LINE-COUNT NOT LESS THAN STK-LINES-PER-PAGE
001630         PERFORM 200-HEADING-RTN
001640     END-IF
001650     MOVE PRODUCT-CODE-MST TO STK-DTL-CODE
001660     MOVE PRODUCT-DESC-MST TO STK-DTL-DESC
001670     MOVE QTY-ON-HAND-MST TO STK-DTL-ONHAND
001680     MOVE QTY-ON-ORDER-MST TO STK-DTL-ONORDER
001690     MOVE REORDER-POINT-MST TO STK-DTL-REORDPT
001700     ADD QTY-ON-HAND-MST QTY-ON-ORDER-MST
001710         GIVING STK-AVAILABLE-QTY
001720     IF STK-AVAILABLE-QTY NOT GREATER THAN REORDER-POINT-MST
001730         MOVE 'REORDER' TO STK-DTL-FLAG
001740         ADD 1 TO STK-REORDER-COUNT
001750     ELSE
001760         MOVE SPACES TO STK-DTL-FLAG
001770     END-IF
001780     MOVE STK-DETAIL-LINE TO REPORT-LINE
001790     WRITE REPORT-LINE
001800     ADD 1 TO STK-LINE-COUNT.
001810 300-WRITE-TOTALS-RTN.
001820     MOVE SPACES TO REPORT-LINE
001830     WRITE REPORT-LINE
001840     MOVE 'PRODUCTS LISTED     ' TO STK-TOTAL-LINE(1:20)
001850     MOVE STK-PRODUCTS-READ TO STK-TOT-COUNT
001860     MOVE STK-TOTAL-LINE TO REPORT-LINE
001870     WRITE REPORT-LINE
001880     MOVE 'PRODUCTS TO REORDER ' TO STK-TOTAL-LINE(1:20)
001890     MOVE STK-REORDER-COUNT TO STK-TOT-COUNT
001900     MOVE STK-TOTAL-LINE TO REPORT-LINE
001910     WRITE REPORT-LINE
001920     IF STK-REORDER-COUNT > ZERO
001930         DISPLAY 'STKRPT: ' STK-REORDER-COUNT
001940             ' PRODUCT(S) AT OR BELOW REORDER POINT'
001950     END-IF.
