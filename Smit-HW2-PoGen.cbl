000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POGEN.
000030 AUTHOR. J SMITH.
000040 INSTALLATION. ACCOUNTING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                              *
000110*  10/15/2026  JS   ORIGINAL PROGRAM.  PURCHASE ORDER        *
000120*                   GENERATION.  RUNS AFTER STKRPT AND       *
000130*                   APPLIES THE SAME REORDER TEST: A PRODUCT *
000140*                   WHOSE ON-HAND PLUS ON-ORDER HAS FALLEN   *
000150*                   TO OR BELOW ITS REORDER POINT IS ORDERED *
000160*                   IN ITS REORDER QUANTITY FROM ITS PRIMARY *
000170*                   VENDOR.  LINES ARE SORTED BY VENDOR AND  *
000180*                   EACH VENDOR GETS ONE NEW PURCHASE ORDER, *
000190*                   NUMBERED ON FROM THE HIGHEST PO ON THE   *
000200*                   PO-LINE-FILE, DUE THE VENDOR'S LEAD DAYS *
000210*                   AFTER THE RUN DATE (TRANS_RUN_DATE,      *
000220*                   DEFAULT TODAY).  EACH LINE IS WRITTEN    *
000230*                   OPEN TO THE PO-LINE-FILE AND RAISES      *
000240*                   QTY-ON-ORDER-MST, SO THE PRODUCT DROPS   *
000250*                   OFF THE NEXT NIGHT'S REORDER LIST.       *
000260*                   PRINTS THE PURCHASE ORDERS FOR MAILING   *
000270*                   AND A GENERATION REGISTER.  A FLAGGED    *
000280*                   PRODUCT WITH NO PRIMARY VENDOR, A VENDOR *
000290*                   NOT ON THE VENDOR MASTER OR NO REORDER   *
000300*                   QUANTITY IS LISTED AS NOT ORDERED AND    *
000310*                   THE RUN ENDS WITH RETURN-CODE 4.         *
000320*  10/15/2026  JS   PRODUCT-MASTER-REC PICKS UP STANDARD     *
000330*                   COST SO RECORD LAYOUTS STAY IN SYNC.     *
000340*  10/15/2026  JS   A NOT-ORDERED REASON NOW PRINTS ACROSS   *
000350*                   THE EMPTY PO NO AND LN COLUMNS           *
000360*                   (POG-DTL-REASON) - 'NOT ORDERED: ' PLUS  *
000370*                   THE REASON DOES NOT FIT THE 24-BYTE      *
000380*                   RESULT COLUMN AND WAS BEING CUT SHORT.   *
000390*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PRODUCT-MASTER-FILE
000440         ASSIGN TO POG-PRODMST-FILE-NAME
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PRODUCT-CODE-MST
000480         FILE STATUS IS POG-PRODMST-FILE-STATUS.
000490     SELECT VENDOR-MASTER-FILE
000500         ASSIGN TO POG-VENDMST-FILE-NAME
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS VND-ID-MST
000540         FILE STATUS IS POG-VENDMST-FILE-STATUS.
000550     SELECT PO-LINE-FILE
000560         ASSIGN TO POG-POLINE-FILE-NAME
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS POL-KEY
000600         ALTERNATE RECORD KEY IS POL-PRODUCT-CODE WITH DUPLICATES
000610         FILE STATUS IS POG-POLINE-FILE-STATUS.
000620     SELECT REORDER-WORK-FILE
000630         ASSIGN TO
000640         '\\client\E$\COBOL\Homework2\Smit-HW2-ReorderWork.TXT'
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT REORDER-SORTED-FILE
000670         ASSIGN TO
000680         '\\client\E$\COBOL\Homework2\Smit-HW2-ReorderSorted.TXT'
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT SORT-WORK-FILE
000710         ASSIGN TO 'SRTWK04'.
000720     SELECT PO-PRINT-FILE
000730         ASSIGN TO POG-POPRINT-FILE-NAME
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT REGISTER-FILE
000760         ASSIGN TO POG-REGISTER-FILE-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780 DATA DIVISION.
000790 FILE SECTION.
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
000910 FD VENDOR-MASTER-FILE.
000920 01 VENDOR-MASTER-REC.
000930    05 VND-ID-MST            PIC X(06).
000940    05 VND-NAME-MST          PIC X(20).
000950    05 VND-ADDR1-MST         PIC X(25).
000960    05 VND-ADDR2-MST         PIC X(25).
000970    05 VND-LEAD-DAYS-MST     PIC 9(03).
000980 FD PO-LINE-FILE.
000990 01 PO-LINE-REC.
001000    05 POL-KEY.
001010       10 POL-PO-NO              PIC 9(06).
001020       10 POL-LINE-NO            PIC 9(03).
001030    05 POL-VENDOR-ID            PIC X(06).
001040    05 POL-PRODUCT-CODE         PIC X(06).
001050    05 POL-ORDER-DATE           PIC 9(08).
001060    05 POL-DUE-DATE             PIC 9(08).
001070    05 POL-QTY-ORDERED          PIC 9(07).
001080    05 POL-QTY-RECEIVED         PIC 9(07).
001090    05 POL-LAST-RCPT-DATE       PIC 9(08).
001100    05 POL-STATUS               PIC X(01).
001110       88 POL-OPEN                   VALUE 'O'.
001120       88 POL-CLOSED                 VALUE 'C'.
001130 FD REORDER-WORK-FILE.
001140 01 REORDER-WORK-REC.
001150    05 RWK-VENDOR-ID         PIC X(06).
001160    05 RWK-PRODUCT-CODE      PIC X(06).
001170    05 RWK-PRODUCT-DESC      PIC X(20).
001180    05 RWK-ORDER-QTY         PIC 9(07).
001190    05 RWK-LEAD-DAYS         PIC 9(03).
001200 FD REORDER-SORTED-FILE.
001210 01 REORDER-SORTED-REC.
001220    05 RSR-VENDOR-ID         PIC X(06).
001230    05 RSR-PRODUCT-CODE      PIC X(06).
001240    05 RSR-PRODUCT-DESC      PIC X(20).
001250    05 RSR-ORDER-QTY         PIC 9(07).
001260    05 RSR-LEAD-DAYS         PIC 9(03).
001270 SD SORT-WORK-FILE.
001280 01 SORT-REC.
001290    05 SRT-VENDOR-ID         PIC X(06).
001300    05 SRT-PRODUCT-CODE      PIC X(06).
001310    05 SRT-PRODUCT-DESC      PIC X(20).
001320    05 SRT-ORDER-QTY         PIC 9(07).
001330    05 SRT-LEAD-DAYS         PIC 9(03).
001340 FD PO-PRINT-FILE.
001350 01 PO-PRINT-LINE                PIC X(80).
001360 FD REGISTER-FILE.
001370 01 REGISTER-LINE                PIC X(80).
001380 WORKING-STORAGE SECTION.
001390 01 POG-HEADING-1.
001400    05 FILLER               PIC X(20) VALUE SPACES.
001410    05 FILLER               PIC X(20)
001420        VALUE 'PO GENERATION REG   '.
001430    05 POG-HDG-DATE         PIC 9(08).
001440    05 FILLER               PIC X(20) VALUE SPACES.
001450    05 FILLER               PIC X(05) VALUE 'PAGE '.
001460    05 POG-HDG-PAGE-NO      PIC ZZ9.
001470 01 POG-HEADING-2.
001480    05 FILLER               PIC X(07) VALUE 'CODE   '.
001490    05 FILLER               PIC X(21) VALUE 'DESCRIPTION'.
001500    05 FILLER               PIC X(07) VALUE 'VENDOR '.
001510    05 FILLER               PIC X(10) VALUE ' QUANTITY '.
001520    05 FILLER               PIC X(07) VALUE 'PO NO  '.
001530    05 FILLER               PIC X(04) VALUE 'LN  '.
001540    05 FILLER               PIC X(06) VALUE 'RESULT'.
001550 01 POG-DETAIL-LINE.
001560    05 POG-DTL-CODE         PIC X(06).
001570    05 FILLER               PIC X(01) VALUE SPACE.
001580    05 POG-DTL-DESC         PIC X(20).
001590    05 FILLER               PIC X(01) VALUE SPACE.
001600    05 POG-DTL-VENDOR       PIC X(06).
001610    05 FILLER               PIC X(01) VALUE SPACE.
001620    05 POG-DTL-QTY          PIC Z,ZZZ,ZZ9.
001630    05 FILLER               PIC X(01) VALUE SPACE.
001640    05 POG-DTL-TAIL.
001650       10 POG-DTL-PO-NO     PIC X(06).
001660       10 FILLER            PIC X(01) VALUE SPACE.
001670       10 POG-DTL-LINE-NO   PIC X(03).
001680       10 FILLER            PIC X(01) VALUE SPACE.
001690       10 POG-DTL-RESULT    PIC X(24).
001700    05 POG-DTL-REASON REDEFINES POG-DTL-TAIL
001710                            PIC X(35).
001720 01 POG-TOTAL-LINE.
001730    05 FILLER               PIC X(20).
001740    05 POG-TOT-COUNT        PIC Z,ZZZ,ZZ9.
001750 01 POG-PO-HEADING-1.
001760    05 FILLER               PIC X(20) VALUE SPACES.
001770    05 FILLER               PIC X(15)
001780        VALUE 'PURCHASE ORDER '.
001790    05 POG-POH-PO-NO        PIC 9(06).
001800    05 FILLER               PIC X(19) VALUE SPACES.
001810    05 FILLER               PIC X(05) VALUE 'DATE '.
001820    05 POG-POH-DATE         PIC 9(08).
001830 01 POG-PO-VENDOR-LINE.
001840    05 FILLER               PIC X(10) VALUE 'VENDOR:   '.
001850    05 POG-POV-ID           PIC X(06).
001860    05 FILLER               PIC X(02) VALUE SPACES.
001870    05 POG-POV-NAME         PIC X(20).
001880 01 POG-PO-ADDRESS-LINE.
001890    05 FILLER               PIC X(18) VALUE SPACES.
001900    05 POG-POA-ADDRESS      PIC X(25).
001910 01 POG-PO-DELIVER-LINE.
001920    05 FILLER               PIC X(12) VALUE 'DELIVER BY: '.
001930    05 POG-POD-DUE-DATE     PIC 9(08).
001940 01 POG-PO-HEADING-2.
001950    05 FILLER               PIC X(06) VALUE 'LINE  '.
001960    05 FILLER               PIC X(08) VALUE 'PRODUCT '.
001970    05 FILLER               PIC X(21) VALUE 'DESCRIPTION'.
001980    05 FILLER               PIC X(09) VALUE ' QUANTITY'.
001990 01 POG-PO-DETAIL-LINE.
002000    05 POG-POL-LINE-NO      PIC ZZ9.
002010    05 FILLER               PIC X(03) VALUE SPACES.
002020    05 POG-POL-PRODUCT      PIC X(06).
002030    05 FILLER               PIC X(02) VALUE SPACES.
002040    05 POG-POL-DESC         PIC X(20).
002050    05 FILLER               PIC X(01) VALUE SPACE.
002060    05 POG-POL-QTY          PIC Z,ZZZ,ZZ9.
002070 01 POG-PO-TOTAL-LINE.
002080    05 FILLER               PIC X(14) VALUE 'TOTAL LINES   '.
002090    05 POG-POT-LINES        PIC ZZ9.
002100    05 FILLER               PIC X(18) VALUE SPACES.
002110    05 POG-POT-UNITS        PIC Z,ZZZ,ZZ9.
002120 01 POG-WORK-DATE.
002130    05 POG-WORK-YYYY        PIC 9(04).
002140    05 POG-WORK-MM          PIC 9(02).
002150    05 POG-WORK-DD          PIC 9(02).
002160 01 POG-WORK-DATE-N REDEFINES POG-WORK-DATE PIC 9(08).
002170 01 POG-MONTH-DAYS-TABLE.
002180    05 FILLER               PIC X(24)
002190        VALUE '312831303130313130313031'.
002200 01 POG-MONTH-DAYS-R REDEFINES POG-MONTH-DAYS-TABLE.
002210    05 POG-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
002220 77 POG-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
002230 77 POG-VENDMST-FILE-STATUS PIC XX VALUE SPACES.
002240 77 POG-POLINE-FILE-STATUS  PIC XX VALUE SPACES.
002250 77 POG-PRODMST-FILE-NAME   PIC X(80) VALUE SPACES.
002260 77 POG-VENDMST-FILE-NAME   PIC X(80) VALUE SPACES.
002270 77 POG-POLINE-FILE-NAME    PIC X(80) VALUE SPACES.
002280 77 POG-POPRINT-FILE-NAME   PIC X(80) VALUE SPACES.
002290 77 POG-REGISTER-FILE-NAME  PIC X(80) VALUE SPACES.
002300 77 POG-ENV-VALUE           PIC X(80) VALUE SPACES.
002310 77 POG-RUN-DATE            PIC 9(08) VALUE ZERO.
002320 77 POG-DUE-DATE            PIC 9(08) VALUE ZERO.
002330 77 POG-LAST-PO-NO          PIC 9(06) VALUE ZERO.
002340 77 POG-PO-LINE-NO          PIC 9(03) VALUE ZERO.
002350 77 POG-PO-UNITS            PIC 9(07) COMP VALUE ZERO.
002360 77 POG-PREV-VENDOR-ID      PIC X(06) VALUE SPACES.
002370 77 POG-RESULT-TEXT         PIC X(24) VALUE SPACES.
002380 77 POG-AVAILABLE-QTY       PIC 9(08) COMP VALUE ZERO.
002390 77 POG-MONTH-LEN           PIC 9(02) VALUE ZERO.
002400 77 POG-QUOTIENT            PIC 9(05) COMP VALUE ZERO.
002410 77 POG-REMAINDER           PIC 9(05) COMP VALUE ZERO.
002420 77 POG-PRODUCTS-READ       PIC 9(07) COMP VALUE ZERO.
002430 77 POG-PRODUCTS-FLAGGED    PIC 9(07) COMP VALUE ZERO.
002440 77 POG-NOT-ORDERED         PIC 9(07) COMP VALUE ZERO.
002450 77 POG-PO-COUNT            PIC 9(07) COMP VALUE ZERO.
002460 77 POG-LINES-WRITTEN       PIC 9(07) COMP VALUE ZERO.
002470 77 POG-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
002480 77 POG-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.
002490 77 POG-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
002500 77 POG-PRODMST-EOF-SW      PIC X(01) VALUE 'N'.
002510     88 POG-PRODMST-EOF            VALUE 'Y'.
002520     88 POG-PRODMST-NOT-EOF        VALUE 'N'.
002530 77 POG-POLINE-EOF-SW       PIC X(01) VALUE 'N'.
002540     88 POG-POLINE-EOF             VALUE 'Y'.
002550     88 POG-POLINE-NOT-EOF         VALUE 'N'.
002560 77 POG-SORTED-EOF-SW       PIC X(01) VALUE 'N'.
002570     88 POG-SORTED-EOF             VALUE 'Y'.
002580     88 POG-SORTED-NOT-EOF         VALUE 'N'.
002590 77 POG-LEAP-YEAR-SW        PIC X(01) VALUE 'N'.
002600     88 POG-LEAP-YEAR              VALUE 'Y'.
002610     88 POG-NOT-LEAP-YEAR          VALUE 'N'.
002620 PROCEDURE DIVISION.
002630 100-MAIN-MODULE.
002640     ACCEPT POG-RUN-DATE FROM DATE YYYYMMDD
002650     PERFORM 105-ASSIGN-FILENAMES-RTN
002660     OPEN I-O PRODUCT-MASTER-FILE
002670     IF POG-PRODMST-FILE-STATUS NOT = '00'
002680         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
002690             POG-PRODMST-FILE-STATUS
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF
002730     OPEN INPUT VENDOR-MASTER-FILE
002740     IF POG-VENDMST-FILE-STATUS NOT = '00'
002750         DISPLAY 'VENDOR-MASTER-FILE OPEN ERROR, STATUS '
002760             POG-VENDMST-FILE-STATUS
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF
002800     PERFORM 110-OPEN-POLINE-RTN
002810     PERFORM 115-FIND-LAST-PO-RTN
002820     OPEN OUTPUT REGISTER-FILE
002830     OPEN OUTPUT REORDER-WORK-FILE
002840     PERFORM 200-HEADING-RTN
002850     SET POG-PRODMST-NOT-EOF TO TRUE
002860     PERFORM 210-READ-PRODUCT-RTN UNTIL POG-PRODMST-EOF
002870     CLOSE REORDER-WORK-FILE
002880     SORT SORT-WORK-FILE
002890         ON ASCENDING KEY SRT-VENDOR-ID SRT-PRODUCT-CODE
002900         USING REORDER-WORK-FILE
002910         GIVING REORDER-SORTED-FILE
002920     OPEN INPUT REORDER-SORTED-FILE
002930     OPEN OUTPUT PO-PRINT-FILE
002940     SET POG-SORTED-NOT-EOF TO TRUE
002950     PERFORM 300-READ-SORTED-RTN UNTIL POG-SORTED-EOF
002960     IF POG-PREV-VENDOR-ID NOT = SPACES
002970         PERFORM 350-END-PO-RTN
002980     END-IF
002990     PERFORM 500-WRITE-TOTALS-RTN
003000     CLOSE PRODUCT-MASTER-FILE
003010           VENDOR-MASTER-FILE
003020           PO-LINE-FILE
003030           REORDER-SORTED-FILE
003040           PO-PRINT-FILE
003050           REGISTER-FILE
003060     IF POG-NOT-ORDERED > ZERO
003070         MOVE 4 TO RETURN-CODE
003080     END-IF
003090     STOP RUN.
003100 105-ASSIGN-FILENAMES-RTN.
003110     MOVE SPACES TO POG-ENV-VALUE
003120     ACCEPT POG-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
003130     IF POG-ENV-VALUE NOT = SPACES
003140         MOVE POG-ENV-VALUE(1:8) TO POG-RUN-DATE
003150     END-IF
003160     MOVE SPACES TO POG-ENV-VALUE
003170     ACCEPT POG-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
003180     IF POG-ENV-VALUE = SPACES
003190     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
003200         TO POG-PRODMST-FILE-NAME
003210     ELSE
003220         MOVE POG-ENV-VALUE TO POG-PRODMST-FILE-NAME
003230     END-IF
003240     MOVE SPACES TO POG-ENV-VALUE
003250     ACCEPT POG-ENV-VALUE FROM ENVIRONMENT 'TRANS_VENDMST_FILE'
003260     IF POG-ENV-VALUE = SPACES
003270     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-VendMaster.TXT'
003280         TO POG-VENDMST-FILE-NAME
003290     ELSE
003300         MOVE POG-ENV-VALUE TO POG-VENDMST-FILE-NAME
003310     END-IF
003320     MOVE SPACES TO POG-ENV-VALUE
003330     ACCEPT POG-ENV-VALUE FROM ENVIRONMENT 'TRANS_POLINE_FILE'
003340     IF POG-ENV-VALUE = SPACES
003350         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-POLine.TXT'
003360             TO POG-POLINE-FILE-NAME
003370     ELSE
003380         MOVE POG-ENV-VALUE TO POG-POLINE-FILE-NAME
003390     END-IF
003400     MOVE SPACES TO POG-ENV-VALUE
003410     ACCEPT POG-ENV-VALUE FROM ENVIRONMENT 'TRANS_POPRINT_FILE'
003420     IF POG-ENV-VALUE = SPACES
003430     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-PurchOrders.TXT'
003440         TO POG-POPRINT-FILE-NAME
003450     ELSE
003460         MOVE POG-ENV-VALUE TO POG-POPRINT-FILE-NAME
003470     END-IF
003480     MOVE SPACES TO POG-ENV-VALUE
003490     ACCEPT POG-ENV-VALUE FROM ENVIRONMENT 'TRANS_POGENRPT_FILE'
003500     IF POG-ENV-VALUE = SPACES
003510     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-POGenRegister.TXT'
003520         TO POG-REGISTER-FILE-NAME
003530     ELSE
003540         MOVE POG-ENV-VALUE TO POG-REGISTER-FILE-NAME
003550     END-IF.
003560 110-OPEN-POLINE-RTN.
003570     OPEN I-O PO-LINE-FILE
003580     IF POG-POLINE-FILE-STATUS = '35'
003590         OPEN OUTPUT PO-LINE-FILE
003600         CLOSE PO-LINE-FILE
003610         OPEN I-O PO-LINE-FILE
003620     END-IF
003630     IF POG-POLINE-FILE-STATUS NOT = '00'
003640         DISPLAY 'PO-LINE-FILE OPEN ERROR, STATUS '
003650             POG-POLINE-FILE-STATUS
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690 115-FIND-LAST-PO-RTN.
003700     MOVE ZERO TO POG-LAST-PO-NO
003710     SET POG-POLINE-NOT-EOF TO TRUE
003720     PERFORM 116-READ-POLINE-RTN UNTIL POG-POLINE-EOF.
003730 116-READ-POLINE-RTN.
003740     READ PO-LINE-FILE NEXT RECORD
003750         AT END
003760             SET POG-POLINE-EOF TO TRUE
003770         NOT AT END
003780             MOVE POL-PO-NO TO POG-LAST-PO-NO
003790     END-READ.
003800 200-HEADING-RTN.
003810     ADD 1 TO POG-PAGE-COUNT
003820     MOVE POG-PAGE-COUNT TO POG-HDG-PAGE-NO
003830     MOVE POG-RUN-DATE TO POG-HDG-DATE
003840     MOVE POG-HEADING-1 TO REGISTER-LINE
003850     WRITE REGISTER-LINE
003860     MOVE POG-HEADING-2 TO REGISTER-LINE
003870     WRITE REGISTER-LINE
003880     MOVE SPACES TO REGISTER-LINE
003890     WRITE REGISTER-LINE
003900     MOVE ZERO TO POG-LINE-COUNT.
003910 210-READ-PRODUCT-RTN.
003920     READ PRODUCT-MASTER-FILE NEXT RECORD
003930         AT END
003940             SET POG-PRODMST-EOF TO TRUE
003950         NOT AT END
003960             ADD 1 TO POG-PRODUCTS-READ
003970             PERFORM 220-CHECK-REORDER-RTN
003980     END-READ.
003990 220-CHECK-REORDER-RTN.
004000     ADD QTY-ON-HAND-MST QTY-ON-ORDER-MST
004010         GIVING POG-AVAILABLE-QTY
004020     IF POG-AVAILABLE-QTY NOT GREATER THAN REORDER-POINT-MST
004030         ADD 1 TO POG-PRODUCTS-FLAGGED
004040         MOVE SPACES TO POG-RESULT-TEXT
004050         IF PRIMARY-VENDOR-MST = SPACES
004060             MOVE 'NO PRIMARY VENDOR' TO POG-RESULT-TEXT
004070         ELSE
004080             MOVE PRIMARY-VENDOR-MST TO VND-ID-MST
004090             READ VENDOR-MASTER-FILE
004100                 INVALID KEY
004110                     MOVE 'VENDOR NOT ON FILE' TO POG-RESULT-TEXT
004120             END-READ
004130         END-IF
004140         IF POG-RESULT-TEXT = SPACES AND REORDER-QTY-MST = ZERO
004150             MOVE 'NO REORDER QUANTITY' TO POG-RESULT-TEXT
004160         END-IF
004170         IF POG-RESULT-TEXT = SPACES
004180             MOVE PRIMARY-VENDOR-MST TO RWK-VENDOR-ID
004190             MOVE PRODUCT-CODE-MST TO RWK-PRODUCT-CODE
004200             MOVE PRODUCT-DESC-MST TO RWK-PRODUCT-DESC
004210             MOVE REORDER-QTY-MST TO RWK-ORDER-QTY
004220             MOVE VND-LEAD-DAYS-MST TO RWK-LEAD-DAYS
004230             WRITE REORDER-WORK-REC
004240         ELSE
004250             ADD 1 TO POG-NOT-ORDERED
004260             PERFORM 230-WRITE-EXCEPTION-RTN
004270         END-IF
004280     END-IF.
004290 230-WRITE-EXCEPTION-RTN.
004300     MOVE PRODUCT-CODE-MST TO POG-DTL-CODE
004310     MOVE PRODUCT-DESC-MST TO POG-DTL-DESC
004320     MOVE PRIMARY-VENDOR-MST TO POG-DTL-VENDOR
004330     MOVE REORDER-QTY-MST TO POG-DTL-QTY
004340     MOVE SPACES TO POG-DTL-REASON
004350     STRING 'NOT ORDERED: ' DELIMITED BY SIZE
004360         POG-RESULT-TEXT DELIMITED BY SIZE
004370         INTO POG-DTL-REASON
004380     END-STRING
004390     PERFORM 400-WRITE-REGISTER-RTN.
004400 300-READ-SORTED-RTN.
004410     READ REORDER-SORTED-FILE
004420         AT END
004430             SET POG-SORTED-EOF TO TRUE
004440         NOT AT END
004450             IF RSR-VENDOR-ID NOT = POG-PREV-VENDOR-ID
004460                 IF POG-PREV-VENDOR-ID NOT = SPACES
004470                     PERFORM 350-END-PO-RTN
004480                 END-IF
004490                 PERFORM 320-START-PO-RTN
004500             END-IF
004510             PERFORM 330-WRITE-PO-LINE-RTN
004520     END-READ.
004530 320-START-PO-RTN.
004540     MOVE RSR-VENDOR-ID TO POG-PREV-VENDOR-ID
004550     ADD 1 TO POG-LAST-PO-NO
004560     ADD 1 TO POG-PO-COUNT
004570     MOVE ZERO TO POG-PO-LINE-NO
004580     MOVE ZERO TO POG-PO-UNITS
004590     MOVE POG-RUN-DATE TO POG-WORK-DATE-N
004600     PERFORM 360-ADD-ONE-DAY-RTN RSR-LEAD-DAYS TIMES
004610     MOVE POG-WORK-DATE-N TO POG-DUE-DATE
004620     MOVE RSR-VENDOR-ID TO VND-ID-MST
004630     READ VENDOR-MASTER-FILE
004640         INVALID KEY
004650             MOVE SPACES TO VND-NAME-MST
004660             MOVE SPACES TO VND-ADDR1-MST
004670             MOVE SPACES TO VND-ADDR2-MST
004680     END-READ
004690     MOVE POG-LAST-PO-NO TO POG-POH-PO-NO
004700     MOVE POG-RUN-DATE TO POG-POH-DATE
004710     MOVE POG-PO-HEADING-1 TO PO-PRINT-LINE
004720     WRITE PO-PRINT-LINE
004730     MOVE SPACES TO PO-PRINT-LINE
004740     WRITE PO-PRINT-LINE
004750     MOVE RSR-VENDOR-ID TO POG-POV-ID
004760     MOVE VND-NAME-MST TO POG-POV-NAME
004770     MOVE POG-PO-VENDOR-LINE TO PO-PRINT-LINE
004780     WRITE PO-PRINT-LINE
004790     MOVE VND-ADDR1-MST TO POG-POA-ADDRESS
004800     MOVE POG-PO-ADDRESS-LINE TO PO-PRINT-LINE
004810     WRITE PO-PRINT-LINE
004820     MOVE VND-ADDR2-MST TO POG-POA-ADDRESS
004830     MOVE POG-PO-ADDRESS-LINE TO PO-PRINT-LINE
004840     WRITE PO-PRINT-LINE
004850     MOVE SPACES TO PO-PRINT-LINE
004860     WRITE PO-PRINT-LINE
004870     MOVE POG-DUE-DATE TO POG-POD-DUE-DATE
004880     MOVE POG-PO-DELIVER-LINE TO PO-PRINT-LINE
004890     WRITE PO-PRINT-LINE
004900     MOVE SPACES TO PO-PRINT-LINE
004910     WRITE PO-PRINT-LINE
004920     MOVE POG-PO-HEADING-2 TO PO-PRINT-LINE
004930     WRITE PO-PRINT-LINE.
004940 330-WRITE-PO-LINE-RTN.
004950     ADD 1 TO POG-PO-LINE-NO
004960     MOVE POG-LAST-PO-NO TO POL-PO-NO
004970     MOVE POG-PO-LINE-NO TO POL-LINE-NO
004980     MOVE RSR-VENDOR-ID TO POL-VENDOR-ID
004990     MOVE RSR-PRODUCT-CODE TO POL-PRODUCT-CODE
005000     MOVE POG-RUN-DATE TO POL-ORDER-DATE
005010     MOVE POG-DUE-DATE TO POL-DUE-DATE
005020     MOVE RSR-ORDER-QTY TO POL-QTY-ORDERED
005030     MOVE ZERO TO POL-QTY-RECEIVED
005040     MOVE ZERO TO POL-LAST-RCPT-DATE
005050     SET POL-OPEN TO TRUE
005060     WRITE PO-LINE-REC
005070         INVALID KEY
005080             DISPLAY 'PO-LINE-FILE WRITE ERROR, STATUS '
005090                 POG-POLINE-FILE-STATUS
005100             MOVE 16 TO RETURN-CODE
005110             STOP RUN
005120     END-WRITE
005130     ADD 1 TO POG-LINES-WRITTEN
005140     ADD RSR-ORDER-QTY TO POG-PO-UNITS
005150     PERFORM 340-RAISE-ON-ORDER-RTN
005160     MOVE POG-PO-LINE-NO TO POG-POL-LINE-NO
005170     MOVE RSR-PRODUCT-CODE TO POG-POL-PRODUCT
005180     MOVE RSR-PRODUCT-DESC TO POG-POL-DESC
005190     MOVE RSR-ORDER-QTY TO POG-POL-QTY
005200     MOVE POG-PO-DETAIL-LINE TO PO-PRINT-LINE
005210     WRITE PO-PRINT-LINE
005220     MOVE RSR-PRODUCT-CODE TO POG-DTL-CODE
005230     MOVE RSR-PRODUCT-DESC TO POG-DTL-DESC
005240     MOVE RSR-VENDOR-ID TO POG-DTL-VENDOR
005250     MOVE RSR-ORDER-QTY TO POG-DTL-QTY
005260     MOVE SPACES TO POG-DTL-REASON
005270     MOVE POG-LAST-PO-NO TO POG-DTL-PO-NO
005280     MOVE POG-PO-LINE-NO TO POG-DTL-LINE-NO
005290     MOVE 'ORDERED' TO POG-DTL-RESULT
005300     PERFORM 400-WRITE-REGISTER-RTN.
005310 340-RAISE-ON-ORDER-RTN.
005320     MOVE RSR-PRODUCT-CODE TO PRODUCT-CODE-MST
005330     READ PRODUCT-MASTER-FILE
005340         INVALID KEY
005350             DISPLAY 'PRODUCT ' RSR-PRODUCT-CODE
005360                 ' NOT ON PRODUCT MASTER, ON-ORDER NOT RAISED'
005370         NOT INVALID KEY
005380             ADD RSR-ORDER-QTY TO QTY-ON-ORDER-MST
005390             REWRITE PRODUCT-MASTER-REC
005400                 INVALID KEY
005410                     DISPLAY 'PRODUCT-MASTER-FILE REWRITE ERROR, '
005420                         'STATUS ' POG-PRODMST-FILE-STATUS
005430                     MOVE 16 TO RETURN-CODE
005440                     STOP RUN
005450             END-REWRITE
005460     END-READ.
005470 350-END-PO-RTN.
005480     MOVE SPACES TO PO-PRINT-LINE
005490     WRITE PO-PRINT-LINE
005500     MOVE POG-PO-LINE-NO TO POG-POT-LINES
005510     MOVE POG-PO-UNITS TO POG-POT-UNITS
005520     MOVE POG-PO-TOTAL-LINE TO PO-PRINT-LINE
005530     WRITE PO-PRINT-LINE
005540     MOVE SPACES TO PO-PRINT-LINE
005550     WRITE PO-PRINT-LINE
005560     WRITE PO-PRINT-LINE.
005570 360-ADD-ONE-DAY-RTN.
005580     MOVE POG-MONTH-DAYS (POG-WORK-MM) TO POG-MONTH-LEN
005590     IF POG-WORK-MM = 2
005600         PERFORM 365-CHECK-LEAP-YEAR-RTN
005610         IF POG-LEAP-YEAR
005620             ADD 1 TO POG-MONTH-LEN
005630         END-IF
005640     END-IF
005650     ADD 1 TO POG-WORK-DD
005660     IF POG-WORK-DD > POG-MONTH-LEN
005670         MOVE 1 TO POG-WORK-DD
005680         ADD 1 TO POG-WORK-MM
005690         IF POG-WORK-MM > 12
005700             MOVE 1 TO POG-WORK-MM
005710             ADD 1 TO POG-WORK-YYYY
005720         END-IF
005730     END-IF.
005740 365-CHECK-LEAP-YEAR-RTN.
005750     SET POG-NOT-LEAP-YEAR TO TRUE
005760     DIVIDE POG-WORK-YYYY BY 4 GIVING POG-QUOTIENT
005770         REMAINDER POG-REMAINDER
005780     IF POG-REMAINDER = ZERO
005790         SET POG-LEAP-YEAR TO TRUE
005800         DIVIDE POG-WORK-YYYY BY 100 GIVING POG-QUOTIENT
005810             REMAINDER POG-REMAINDER
005820         IF POG-REMAINDER = ZERO
005830             SET POG-NOT-LEAP-YEAR TO TRUE
005840             DIVIDE POG-WORK-YYYY BY 400 GIVING POG-QUOTIENT
005850                 REMAINDER POG-REMAINDER
005860             IF POG-REMAINDER = ZERO
005870                 SET POG-LEAP-YEAR TO TRUE
005880             END-IF
005890         END-IF
005900     END-IF.
005910 400-WRITE-REGISTER-RTN.
005920     IF POG-LINE-COUNT NOT LESS THAN POG-LINES-PER-PAGE
005930         PERFORM 200-HEADING-RTN
005940     END-IF
005950     MOVE POG-DETAIL-LINE TO REGISTER-LINE
005960     WRITE REGISTER-LINE
005970     ADD 1 TO POG-LINE-COUNT.
005980 500-WRITE-TOTALS-RTN.
005990     MOVE SPACES TO REGISTER-LINE
006000     WRITE REGISTER-LINE
006010     MOVE 'PRODUCTS READ       ' TO POG-TOTAL-LINE(1:20)
006020     MOVE POG-PRODUCTS-READ TO POG-TOT-COUNT
006030     MOVE POG-TOTAL-LINE TO REGISTER-LINE
006040     WRITE REGISTER-LINE
006050     MOVE 'PRODUCTS TO REORDER ' TO POG-TOTAL-LINE(1:20)
006060     MOVE POG-PRODUCTS-FLAGGED TO POG-TOT-COUNT
006070     MOVE POG-TOTAL-LINE TO REGISTER-LINE
006080     WRITE REGISTER-LINE
006090     MOVE 'PURCHASE ORDERS     ' TO POG-TOTAL-LINE(1:20)
006100     MOVE POG-PO-COUNT TO POG-TOT-COUNT
006110     MOVE POG-TOTAL-LINE TO REGISTER-LINE
006120     WRITE REGISTER-LINE
006130     MOVE 'PO LINES WRITTEN    ' TO POG-TOTAL-LINE(1:20)
006140     MOVE POG-LINES-WRITTEN TO POG-TOT-COUNT
006150     MOVE POG-TOTAL-LINE TO REGISTER-LINE
006160     WRITE REGISTER-LINE
006170     MOVE 'PRODUCTS NOT ORDERED' TO POG-TOTAL-LINE(1:20)
006180     MOVE POG-NOT-ORDERED TO POG-TOT-COUNT
006190     MOVE POG-TOTAL-LINE TO REGISTER-LINE
006200     WRITE REGISTER-LINE
006210     DISPLAY 'POGEN: ' POG-PO-COUNT ' PURCHASE ORDER(S), '
006220         POG-LINES-WRITTEN ' LINE(S)'
006230     IF POG-NOT-ORDERED > ZERO
006240         DISPLAY 'POGEN: ' POG-NOT-ORDERED
006250             ' REORDER PRODUCT(S) COULD NOT BE ORDERED'
006260     END-IF.
