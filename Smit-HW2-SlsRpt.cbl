000690*  09/03/2026  JS   SALES-REC PICKS UP THE PRICE-OVERRIDE FIELDS        *
000700*                   (SEE TRANS) SO RECORD LAYOUTS STAY IN SYNC;         *
000710*                   REPORT LOGIC IS UNCHANGED.                          *
000720*  10/15/2026  JS   SALES-REC PICKS UP EXTENDED COST SO      *
000730*                   RECORD LAYOUTS STAY IN SYNC.             *
000740*  10/15/2026  JS   SALES-REC PICKS UP THE STOREFRONT ORDER  *
000750*                   NUMBER (SEE ORDIMP AND ORDACK) SO RECORD *
000760*                   LAYOUTS STAY IN SYNC.                    *
000770*  10/15/2026  JS   SALES-REC PICKS UP THE PRICE-SOURCE      *
000780*                   INDICATOR (LIST, EFFECTIVE-DATED,        *
000790*                   CONTRACT OR OVERRIDE) SO RECORD LAYOUTS  *
000800*                   STAY IN SYNC.                            *
000810*  10/15/2026  JS   THE SORT RECORD AND THE SORTED-FILE      *
000820*                   RECORD NOW CARRY EXTENDED COST, ORDER    *
000830*                   NUMBER AND PRICE SOURCE SO BOTH MATCH    *
000840*                   SALES-REC BYTE FOR BYTE; THEY HAD        *
000850*                   STOPPED AT PRICE VARIANCE.               *
000860*----------------------------------------------------------*
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT SALES-FILE
000910         ASSIGN TO RPT-SALES-FILE-NAME
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS SEQUENTIAL
000940         RECORD KEY IS SALES-SEQ-NO
000950         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000960         FILE STATUS IS RPT-SALESFILE-STATUS.
000970     SELECT SALES-SORTED-FILE
000980         ASSIGN TO
000990         '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutputSrt.TXT'
001000         ORGANIZATION IS LINE SEQUENTIAL.
001010     SELECT SORT-WORK-FILE
001020         ASSIGN TO 'SRTWK01'.
001030     SELECT REPORT-FILE
001040         ASSIGN TO
001050         '\\client\E$\COBOL\Homework2\Smit-HW2-SalesReport.TXT'
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD SALES-FILE.
001100 01 SALES-REC.
001110    05 SALES-SEQ-NO         PIC 9(07).
001120    05 NAME-OUT             PIC X(20).
001130    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
001140    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
001150    05 DISCOUNT-RATE-OUT    PIC V999.
001160    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
001170    05 NET-TOTAL-OUT        PIC S9(6)V99.
001180    05 SOURCE-CODE-OUT      PIC X(01).
001190    05 TRANS-TYPE-OUT       PIC X(01).
001200    05 SLS-ID-OUT           PIC X(05).
001210    05 BATCH-NO-OUT         PIC 9(03).
001220    05 CUST-ID-OUT          PIC X(06).
001230    05 PRODUCT-CODE-OUT     PIC X(06).
001240    05 QTY-SOLD-OUT         PIC 9(03).
001250    05 JURIS-CODE-OUT       PIC X(02).
001260    05 OVERRIDE-FLAG-OUT    PIC X(01).
001270    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
001280    05 APPROVER-ID-OUT      PIC X(05).
001290    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
001300    05 EXT-COST-OUT         PIC S9(6)V99.
001310    05 ORDER-NO-OUT         PIC X(12).
001320    05 PRICE-SOURCE-OUT     PIC X(01).
001330 FD SALES-SORTED-FILE.
001340 01 SALES-SORTED-REC.
001350    05 SRT-OUT-SEQ-NO           PIC 9(07).
001360    05 SRT-OUT-NAME-OUT         PIC X(20).
001370    05 SRT-OUT-TOTAL-PRICE-OUT  PIC S9(6)V99.
001380    05 SRT-OUT-PRE-DISC-AMT     PIC S9(6)V99.
001390    05 SRT-OUT-DISCOUNT-RATE    PIC V999.
001400    05 SRT-OUT-TAX-AMOUNT       PIC S9(6)V99.
001410    05 SRT-OUT-NET-TOTAL        PIC S9(6)V99.
001420    05 SRT-OUT-SOURCE-CODE      PIC X(01).
001430    05 SRT-OUT-TRANS-TYPE       PIC X(01).
001440    05 SRT-OUT-SLS-ID           PIC X(05).
001450    05 SRT-OUT-BATCH-NO         PIC 9(03).
001460    05 SRT-OUT-CUST-ID          PIC X(06).
001470    05 SRT-OUT-PRODUCT-CODE     PIC X(06).
001480    05 SRT-OUT-QTY-SOLD         PIC 9(03).
001490    05 SRT-OUT-JURIS-CODE       PIC X(02).
001500    05 SRT-OUT-OVR-FLAG         PIC X(01).
001510    05 SRT-OUT-OVR-PRICE        PIC 9(3)V99.
001520    05 SRT-OUT-APPROVER-ID      PIC X(05).
001530    05 SRT-OUT-PRICE-VARIANCE   PIC S9(6)V99.
001540    05 SRT-OUT-EXT-COST         PIC S9(6)V99.
001550    05 SRT-OUT-ORDER-NO         PIC X(12).
001560    05 SRT-OUT-PRICE-SOURCE     PIC X(01).
001570 SD SORT-WORK-FILE.
001580 01 SORT-REC.
001590    05 SRT-SEQ-NO          PIC 9(07).
001600    05 SRT-NAME-OUT        PIC X(20).
001610    05 SRT-TOTAL-PRICE-OUT PIC S9(6)V99.
001620    05 SRT-PRE-DISC-AMT    PIC S9(6)V99.
001630    05 SRT-DISCOUNT-RATE   PIC V999.
001640    05 SRT-TAX-AMOUNT      PIC S9(6)V99.
001650    05 SRT-NET-TOTAL       PIC S9(6)V99.
001660    05 SRT-SOURCE-CODE     PIC X(01).
001670    05 SRT-TRANS-TYPE      PIC X(01).
001680    05 SRT-SLS-ID          PIC X(05).
001690    05 SRT-BATCH-NO        PIC 9(03).
001700    05 SRT-CUST-ID         PIC X(06).
001710    05 SRT-PRODUCT-CODE    PIC X(06).
001720    05 SRT-QTY-SOLD        PIC 9(03).
001730    05 SRT-JURIS-CODE      PIC X(02).
001740    05 SRT-OVR-FLAG        PIC X(01).
001750    05 SRT-OVR-PRICE       PIC 9(3)V99.
001760    05 SRT-APPROVER-ID     PIC X(05).
001770    05 SRT-PRICE-VARIANCE  PIC S9(6)V99.
001780    05 SRT-EXT-COST        PIC S9(6)V99.
001790    05 SRT-ORDER-NO        PIC X(12).
001800    05 SRT-PRICE-SOURCE    PIC X(01).
001810 FD REPORT-FILE.
001820 01 REPORT-LINE               PIC X(80).
001830 WORKING-STORAGE SECTION.
001840 01 RPT-HEADING-1.
001850    05 FILLER               PIC X(25) VALUE SPACES.
001860    05 FILLER               PIC X(28)
001870        VALUE 'SALESPERSON/PRODUCT SUMMARY'.
001880    05 FILLER                PIC X(12) VALUE SPACES.
001890    05 FILLER                PIC X(05) VALUE 'PAGE '.
001900    05 RPT-PAGE-NO            PIC ZZ9.
001910 01 RPT-HEADING-2.
001920    05 FILLER                PIC X(20) VALUE 'NAME'.
001930    05 FILLER                PIC X(15) VALUE SPACES.
001940    05 FILLER                PIC X(06) VALUE 'AMOUNT'.
001950 01 RPT-DETAIL-LINE.
001960    05 RPT-DTL-NAME           PIC X(20).
001970    05 FILLER                 PIC X(05) VALUE SPACES.
001980    05 RPT-DTL-AMOUNT         PIC ZZZ,ZZ9.99-.
001990 01 RPT-SUBTOTAL-LINE.
002000    05 FILLER                 PIC X(15) VALUE SPACES.
002010    05 FILLER                 PIC X(10) VALUE '  SUBTOTAL'.
002020    05 RPT-SUB-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
002030 01 RPT-GRANDTOTAL-LINE.
002040    05 FILLER                 PIC X(15) VALUE SPACES.
002050    05 FILLER                 PIC X(10) VALUE 'GRAND TOTL'.
002060    05 RPT-GRD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
002070 77 RPT-PREV-NAME              PIC X(20) VALUE SPACES.
002080 77 RPT-SUBTOTAL-AMT           PIC S9(07)V99 VALUE ZERO.
002090 77 RPT-GRAND-TOTAL-AMT        PIC S9(09)V99 VALUE ZERO.
002100 77 RPT-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
002110 77 RPT-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
002120 77 RPT-LINES-PER-PAGE         PIC 9(03) COMP VALUE 55.
002130 77 RPT-FIRST-RECORD-SW        PIC X(01) VALUE 'Y'.
002140     88 RPT-FIRST-RECORD               VALUE 'Y'.
002150     88 RPT-NOT-FIRST-RECORD           VALUE 'N'.
002160 77 RPT-MORE-RECORDS-SW        PIC X(01) VALUE 'Y'.
002170     88 RPT-MORE-RECORDS               VALUE 'Y'.
002180     88 RPT-NO-MORE-RECORDS            VALUE 'N'.
002190 77 RPT-SALESFILE-STATUS       PIC XX VALUE SPACES.
002200 77 RPT-RUN-DATE                PIC 9(08) VALUE ZERO.
002210 77 RPT-OUTPUT-BASE-NAME        PIC X(60) VALUE SPACES.
002220 77 RPT-ENV-VALUE               PIC X(80) VALUE SPACES.
002230 77 RPT-SALES-FILE-NAME         PIC X(80) VALUE SPACES.
002240 PROCEDURE DIVISION.
002250 100-MAIN-MODULE.
002260     PERFORM 105-ASSIGN-FILENAME-RTN
002270     SORT SORT-WORK-FILE
002280         ON ASCENDING KEY SRT-NAME-OUT
002290         USING SALES-FILE
002300         GIVING SALES-SORTED-FILE
002310     IF RPT-SALESFILE-STATUS NOT = '00'
002320         DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
002330             RPT-SALESFILE-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF
002370     OPEN INPUT SALES-SORTED-FILE
002380     OPEN OUTPUT REPORT-FILE
002390     PERFORM 200-HEADING-RTN
002400     PERFORM UNTIL RPT-NO-MORE-RECORDS
002410          READ SALES-SORTED-FILE
002420             AT END
002430                 SET RPT-NO-MORE-RECORDS TO TRUE
002440             NOT AT END
002450                 PERFORM 210-DETAIL-RTN
002460          END-READ
002470     END-PERFORM
002480     IF RPT-NOT-FIRST-RECORD
002490         PERFORM 220-SUBTOTAL-RTN
002500     END-IF
002510     PERFORM 230-GRAND-TOTAL-RTN
002520     CLOSE SALES-SORTED-FILE
002530           REPORT-FILE
002540     STOP RUN.
002550 105-ASSIGN-FILENAME-RTN.
002560     MOVE SPACES TO RPT-ENV-VALUE
002570     ACCEPT RPT-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
002580     IF RPT-ENV-VALUE = SPACES
002590         ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
002600     ELSE
002610         MOVE RPT-ENV-VALUE(1:8) TO RPT-RUN-DATE
002620     END-IF
002630     MOVE SPACES TO RPT-ENV-VALUE
002640     ACCEPT RPT-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
002650     IF RPT-ENV-VALUE = SPACES
002660       MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
002670         TO RPT-OUTPUT-BASE-NAME
002680     ELSE
002690         MOVE RPT-ENV-VALUE TO RPT-OUTPUT-BASE-NAME
002700     END-IF
002710     MOVE SPACES TO RPT-SALES-FILE-NAME
002720     STRING RPT-OUTPUT-BASE-NAME DELIMITED BY SPACE
002730         '-' DELIMITED BY SIZE
002740         RPT-RUN-DATE DELIMITED BY SIZE
002750         '.TXT' DELIMITED BY SIZE
002760         INTO RPT-SALES-FILE-NAME
002770     END-STRING.
002780 200-HEADING-RTN.
002790     ADD 1 TO RPT-PAGE-COUNT
002800     MOVE RPT-PAGE-COUNT TO RPT-PAGE-NO
002810     MOVE RPT-HEADING-1 TO REPORT-LINE
002820     WRITE REPORT-LINE
002830     MOVE RPT-HEADING-2 TO REPORT-LINE
002840     WRITE REPORT-LINE
002850     MOVE SPACES TO REPORT-LINE
002860     WRITE REPORT-LINE
002870     MOVE ZERO TO RPT-LINE-COUNT.
002880 210-DETAIL-RTN.
002890     IF RPT-FIRST-RECORD
002900         MOVE SRT-OUT-NAME-OUT TO RPT-PREV-NAME
002910         SET RPT-NOT-FIRST-RECORD TO TRUE
002920     ELSE
002930         IF SRT-OUT-NAME-OUT NOT = RPT-PREV-NAME
002940             PERFORM 220-SUBTOTAL-RTN
002950             MOVE SRT-OUT-NAME-OUT TO RPT-PREV-NAME
002960         END-IF
002970     END-IF
002980     IF RPT-LINE-COUNT NOT LESS THAN RPT-LINES-PER-PAGE
002990         PERFORM 200-HEADING-RTN
003000     END-IF
003010     MOVE SRT-OUT-NAME-OUT TO RPT-DTL-NAME
003020     MOVE SRT-OUT-TOTAL-PRICE-OUT TO RPT-DTL-AMOUNT
003030     MOVE RPT-DETAIL-LINE TO REPORT-LINE
003040     WRITE REPORT-LINE
003050     ADD 1 TO RPT-LINE-COUNT
003060     ADD SRT-OUT-TOTAL-PRICE-OUT TO RPT-SUBTOTAL-AMT
003070     ADD SRT-OUT-TOTAL-PRICE-OUT TO RPT-GRAND-TOTAL-AMT.
003080 220-SUBTOTAL-RTN.
003090     MOVE RPT-SUBTOTAL-AMT TO RPT-SUB-AMOUNT
003100     MOVE RPT-SUBTOTAL-LINE TO REPORT-LINE
003110     WRITE REPORT-LINE
003120     MOVE SPACES TO REPORT-LINE
003130     WRITE REPORT-LINE
003140     ADD 1 TO RPT-LINE-COUNT
003150     MOVE ZERO TO RPT-SUBTOTAL-AMT.
003160 230-GRAND-TOTAL-RTN.
003170     MOVE RPT-GRAND-TOTAL-AMT TO RPT-GRD-AMOUNT
003180     MOVE RPT-GRANDTOTAL-LINE TO REPORT-LINE
003190     WRITE REPORT-LINE.
