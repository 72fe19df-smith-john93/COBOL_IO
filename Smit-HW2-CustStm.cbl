000330*  09/03/2026  JS   SALES-REC PICKS UP THE PRICE-OVERRIDE       *
000340*                   FIELDS (SEE TRANS) SO RECORD LAYOUTS STAY   *
000350*                   IN SYNC; STATEMENT LOGIC IS UNCHANGED.      *
000360*  10/15/2026  JS   CUSTOMER STATEMENTS ARE NOW              *
000370*                   BALANCE-FORWARD.  THE SORTED DAY'S       *
000380*                   POSTINGS ARE MATCHED BY CUSTOMER AGAINST *
000390*                   THE AR-OPEN-FILE (SEE CASHRCP, WHICH     *
000400*                   RUNS FIRST) AND EVERY CUSTOMER WITH A    *
000410*                   BALANCE OR ANY ACTIVITY TODAY IS STATED, *
000420*                   NOT ONLY THOSE WITH POSTINGS.  EACH      *
000430*                   STATEMENT SHOWS THE PREVIOUS BALANCE,    *
000440*                   THE DAY'S CHARGES, EACH PAYMENT RECEIVED *
000450*                   TODAY BY CHECK NUMBER, THE NEW BALANCE   *
000460*                   AND THE AMOUNT PAST DUE (OPEN INVOICES   *
000470*                   WHOSE DUE DATE HAS PASSED).  THE RUN     *
000480*                   TOTAL STILL TIES TO THE DAY'S            *
000490*                   NET-TOTAL-OUT DOLLARS AND IS FOLLOWED BY *
000500*                   RUN TOTALS FOR PAYMENTS, BALANCES AND    *
000510*                   PAST DUE.  A MISSING AR-OPEN-FILE STATES *
000520*                   THE DAY'S POSTINGS ONLY.                 *
000530*  10/15/2026  JS   SALES-REC PICKS UP EXTENDED COST SO      *
000540*                   RECORD LAYOUTS STAY IN SYNC.             *
000550*  10/15/2026  JS   SALES-REC PICKS UP THE STOREFRONT ORDER  *
000560*                   NUMBER (SEE ORDIMP AND ORDACK) SO RECORD *
000570*                   LAYOUTS STAY IN SYNC.                    *
000580*  10/15/2026  JS   SALES-REC PICKS UP THE PRICE-SOURCE      *
000590*                   INDICATOR (LIST, EFFECTIVE-DATED,        *
000600*                   CONTRACT OR OVERRIDE) SO RECORD LAYOUTS  *
000610*                   STAY IN SYNC.                            *
000620*  10/15/2026  JS   THE SORT RECORD AND THE SORTED-FILE      *
000630*                   RECORD NOW CARRY EXTENDED COST, ORDER    *
000640*                   NUMBER AND PRICE SOURCE SO BOTH MATCH    *
000650*                   SALES-REC BYTE FOR BYTE; THEY HAD        *
000660*                   STOPPED AT PRICE VARIANCE.               *
000670*----------------------------------------------------------*
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT SALES-FILE
000720         ASSIGN TO CST-SALES-FILE-NAME
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS SALES-SEQ-NO
000760         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000770         FILE STATUS IS CST-SALESFILE-STATUS.
000780     SELECT STMT-SORTED-FILE
000790         ASSIGN TO
000800         '\\client\E$\COBOL\Homework2\Smit-HW2-CustStmSrt.TXT'
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820     SELECT SORT-WORK-FILE
000830         ASSIGN TO 'SRTWK04'.
000840     SELECT CUSTOMER-MASTER-FILE
000850         ASSIGN TO CST-CUSTMST-FILE-NAME
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS CUST-ID-MST
000890         FILE STATUS IS CST-CUSTMST-FILE-STATUS.
000900     SELECT STATEMENT-FILE
000910         ASSIGN TO CST-STMT-FILE-NAME
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930     SELECT AR-OPEN-FILE
000940         ASSIGN TO CST-AROPEN-FILE-NAME
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS SEQUENTIAL
000970         RECORD KEY IS AR-KEY
000980         FILE STATUS IS CST-AROPEN-FILE-STATUS.
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD SALES-FILE.
001020 01 SALES-REC.
001030    05 SALES-SEQ-NO         PIC 9(07).
001040    05 NAME-OUT             PIC X(20).
001050    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
001060    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
001070    05 DISCOUNT-RATE-OUT    PIC V999.
001080    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
001090    05 NET-TOTAL-OUT        PIC S9(6)V99.
001100    05 SOURCE-CODE-OUT      PIC X(01).
001110    05 TRANS-TYPE-OUT       PIC X(01).
001120    05 SLS-ID-OUT           PIC X(05).
001130    05 BATCH-NO-OUT         PIC 9(03).
001140    05 CUST-ID-OUT          PIC X(06).
001150    05 PRODUCT-CODE-OUT     PIC X(06).
001160    05 QTY-SOLD-OUT         PIC 9(03).
001170    05 JURIS-CODE-OUT       PIC X(02).
001180    05 OVERRIDE-FLAG-OUT    PIC X(01).
001190    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
001200    05 APPROVER-ID-OUT      PIC X(05).
001210    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
001220    05 EXT-COST-OUT         PIC S9(6)V99.
001230    05 ORDER-NO-OUT         PIC X(12).
001240    05 PRICE-SOURCE-OUT     PIC X(01).
001250 FD STMT-SORTED-FILE.
001260 01 STMT-SORTED-REC.
001270    05 SSR-SEQ-NO           PIC 9(07).
001280    05 SSR-NAME             PIC X(20).
001290    05 SSR-TOTAL-PRICE      PIC S9(6)V99.
001300    05 SSR-PRE-DISC-AMT     PIC S9(6)V99.
001310    05 SSR-DISCOUNT-RATE    PIC V999.
001320    05 SSR-TAX-AMOUNT       PIC S9(6)V99.
001330    05 SSR-NET-TOTAL        PIC S9(6)V99.
001340    05 SSR-SOURCE-CODE      PIC X(01).
001350    05 SSR-TRANS-TYPE       PIC X(01).
001360    05 SSR-SLS-ID           PIC X(05).
001370    05 SSR-BATCH-NO         PIC 9(03).
001380    05 SSR-CUST-ID          PIC X(06).
001390    05 SSR-PRODUCT-CODE     PIC X(06).
001400    05 SSR-QTY-SOLD         PIC 9(03).
001410    05 SSR-JURIS-CODE       PIC X(02).
001420    05 SSR-OVR-FLAG         PIC X(01).
001430    05 SSR-OVR-PRICE        PIC 9(3)V99.
001440    05 SSR-APPROVER-ID      PIC X(05).
001450    05 SSR-PRICE-VARIANCE   PIC S9(6)V99.
001460    05 SSR-EXT-COST         PIC S9(6)V99.
001470    05 SSR-ORDER-NO         PIC X(12).
001480    05 SSR-PRICE-SOURCE     PIC X(01).
001490 SD SORT-WORK-FILE.
001500 01 SORT-REC.
001510    05 SRT-SEQ-NO           PIC 9(07).
001520    05 SRT-NAME             PIC X(20).
001530    05 SRT-TOTAL-PRICE      PIC S9(6)V99.
001540    05 SRT-PRE-DISC-AMT     PIC S9(6)V99.
001550    05 SRT-DISCOUNT-RATE    PIC V999.
001560    05 SRT-TAX-AMOUNT       PIC S9(6)V99.
001570    05 SRT-NET-TOTAL        PIC S9(6)V99.
001580    05 SRT-SOURCE-CODE      PIC X(01).
001590    05 SRT-TRANS-TYPE       PIC X(01).
001600    05 SRT-SLS-ID           PIC X(05).
001610    05 SRT-BATCH-NO         PIC 9(03).
001620    05 SRT-CUST-ID          PIC X(06).
001630    05 SRT-PRODUCT-CODE     PIC X(06).
001640    05 SRT-QTY-SOLD         PIC 9(03).
001650    05 SRT-JURIS-CODE       PIC X(02).
001660    05 SRT-OVR-FLAG         PIC X(01).
001670    05 SRT-OVR-PRICE        PIC 9(3)V99.
001680    05 SRT-APPROVER-ID      PIC X(05).
001690    05 SRT-PRICE-VARIANCE   PIC S9(6)V99.
001700    05 SRT-EXT-COST         PIC S9(6)V99.
001710    05 SRT-ORDER-NO         PIC X(12).
001720    05 SRT-PRICE-SOURCE     PIC X(01).
001730 FD CUSTOMER-MASTER-FILE.
001740 01 CUSTOMER-MASTER-REC.
001750    05 CUST-ID-MST           PIC X(06).
001760    05 CUST-NAME-MST         PIC X(20).
001770    05 CUST-ADDR1-MST        PIC X(25).
001780    05 CUST-ADDR2-MST        PIC X(25).
001790    05 CUST-CREDIT-LIMIT-MST PIC 9(7)V99.
001800    05 CUST-TERMS-MST        PIC X(03).
001810 FD STATEMENT-FILE.
001820 01 STATEMENT-LINE               PIC X(80).
001830 FD AR-OPEN-FILE.
001840 01 AR-OPEN-REC.
001850    05 AR-KEY.
001860       10 AR-CUST-ID        PIC X(06).
001870       10 AR-DOC-DATE       PIC 9(08).
001880       10 AR-DOC-TYPE       PIC X(01).
001890          88 AR-SALES-DOC          VALUE 'I'.
001900          88 AR-PAYMENT-DOC        VALUE 'P'.
001910       10 AR-DOC-NO         PIC 9(07).
001920    05 AR-TRANS-TYPE        PIC X(01).
001930    05 AR-BATCH-NO          PIC 9(03).
001940    05 AR-DUE-DATE          PIC 9(08).
001950    05 AR-ORIG-AMT          PIC S9(7)V99.
001960    05 AR-APPLIED-AMT       PIC S9(7)V99.
001970    05 AR-OPEN-AMT          PIC S9(7)V99.
001980    05 AR-LAST-ACT-DATE     PIC 9(08).
001990    05 AR-REF-NO            PIC X(10).
002000    05 AR-STATUS            PIC X(01).
002010       88 AR-ITEM-OPEN             VALUE 'O'.
002020       88 AR-ITEM-CLOSED           VALUE 'C'.
002030 WORKING-STORAGE SECTION.
002040 01 CST-HEADING-1.
002050    05 FILLER               PIC X(20) VALUE SPACES.
002060    05 FILLER               PIC X(20)
002070        VALUE 'CUSTOMER STATEMENTS '.
002080    05 CST-HDG-DATE         PIC 9(08).
002090    05 FILLER               PIC X(20) VALUE SPACES.
002100    05 FILLER               PIC X(05) VALUE 'PAGE '.
002110    05 CST-HDG-PAGE-NO      PIC ZZ9.
002120 01 CST-CUST-LINE-1.
002130    05 FILLER               PIC X(09) VALUE 'CUSTOMER '.
002140    05 CST-HDR-ID           PIC X(06).
002150    05 FILLER               PIC X(01) VALUE SPACE.
002160    05 CST-HDR-NAME         PIC X(20).
002170    05 FILLER               PIC X(01) VALUE SPACE.
002180    05 CST-HDR-FLAG         PIC X(09).
002190 01 CST-CUST-LINE-2.
002200    05 FILLER               PIC X(09) VALUE SPACES.
002210    05 CST-HDR-ADDR         PIC X(25).
002220 01 CST-CUST-LINE-3.
002230    05 FILLER               PIC X(09) VALUE SPACES.
002240    05 FILLER               PIC X(06) VALUE 'TERMS '.
002250    05 CST-HDR-TERMS        PIC X(03).
002260    05 FILLER               PIC X(15)
002270        VALUE '  CREDIT LIMIT '.
002280    05 CST-HDR-LIMIT        PIC Z,ZZZ,ZZ9.99.
002290 01 CST-COLUMN-LINE.
002300    05 FILLER               PIC X(08) VALUE 'SEQ     '.
002310    05 FILLER               PIC X(03) VALUE 'TY '.
002320    05 FILLER               PIC X(06) VALUE 'SLSP  '.
002330    05 FILLER               PIC X(13) VALUE '       GROSS '.
002340    05 FILLER               PIC X(14) VALUE '          TAX '.
002350    05 FILLER               PIC X(13) VALUE '          NET'.
002360 01 CST-DETAIL-LINE.
002370    05 CST-DTL-SEQ          PIC 9(07).
002380    05 FILLER               PIC X(01) VALUE SPACE.
002390    05 CST-DTL-TYPE         PIC X(01).
002400    05 FILLER               PIC X(02) VALUE SPACES.
002410    05 CST-DTL-SLSP         PIC X(05).
002420    05 FILLER               PIC X(01) VALUE SPACE.
002430    05 CST-DTL-GROSS        PIC Z,ZZZ,ZZ9.99-.
002440    05 FILLER               PIC X(01) VALUE SPACE.
002450    05 CST-DTL-TAX          PIC Z,ZZZ,ZZ9.99-.
002460    05 FILLER               PIC X(01) VALUE SPACE.
002470    05 CST-DTL-NET          PIC Z,ZZZ,ZZ9.99-.
002480 01 CST-DUE-LINE.
002490    05 FILLER               PIC X(16)
002500        VALUE 'CHARGES         '.
002510    05 CST-DUE-COUNT        PIC ZZ,ZZ9.
002520    05 FILLER               PIC X(07) VALUE ' LINES '.
002530    05 CST-DUE-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
002540 01 CST-GRAND-LINE.
002550    05 FILLER               PIC X(16)
002560        VALUE 'RUN TOTAL       '.
002570    05 CST-GRD-COUNT        PIC ZZ,ZZ9.
002580    05 FILLER               PIC X(07) VALUE ' LINES '.
002590    05 CST-GRD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
002600 01 CST-BALANCE-LINE.
002610    05 CST-BAL-LABEL        PIC X(29).
002620    05 CST-BAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
002630 01 CST-PAYMENT-LINE.
002640    05 FILLER               PIC X(15)
002650        VALUE 'PAYMENT  CHECK '.
002660    05 CST-PMT-REF          PIC X(10).
002670    05 FILLER               PIC X(04) VALUE SPACES.
002680    05 CST-PMT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
002690 01 CST-PAYMENT-TABLE.
002700    05 CST-PAY-ENTRY        OCCURS 20 TIMES.
002710       10 CST-PAY-REF       PIC X(10).
002720       10 CST-PAY-AMT       PIC S9(7)V99.
002730 77 CST-SALESFILE-STATUS    PIC XX VALUE SPACES.
002740 77 CST-CUSTMST-FILE-STATUS PIC XX VALUE SPACES.
002750 77 CST-AROPEN-FILE-STATUS  PIC XX VALUE SPACES.
002760 77 CST-RUN-DATE            PIC 9(08) VALUE ZERO.
002770 77 CST-SALES-FILE-NAME     PIC X(80) VALUE SPACES.
002780 77 CST-CUSTMST-FILE-NAME   PIC X(80) VALUE SPACES.
002790 77 CST-STMT-FILE-NAME      PIC X(80) VALUE SPACES.
002800 77 CST-AROPEN-FILE-NAME    PIC X(80) VALUE SPACES.
002810 77 CST-OUTPUT-BASE-NAME    PIC X(60) VALUE SPACES.
002820 77 CST-ENV-VALUE           PIC X(80) VALUE SPACES.
002830 77 CST-MORE-RECORDS-SW     PIC X(01) VALUE 'Y'.
002840     88 CST-MORE-RECORDS           VALUE 'Y'.
002850     88 CST-NO-MORE-RECORDS        VALUE 'N'.
002860 77 CST-AROPEN-ABSENT-SW    PIC X(01) VALUE 'N'.
002870     88 CST-AROPEN-ABSENT          VALUE 'Y'.
002880     88 CST-AROPEN-PRESENT         VALUE 'N'.
002890 77 CST-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
002900     88 CST-CUST-FOUND             VALUE 'Y'.
002910     88 CST-CUST-NOT-FOUND         VALUE 'N'.
002920 77 CST-PREV-CUST-ID        PIC X(06) VALUE SPACES.
002930 77 CST-SORT-CUST-ID        PIC X(06) VALUE SPACES.
002940 77 CST-AR-CUST-ID          PIC X(06) VALUE SPACES.
002950 77 CST-AR-ITEM-COUNT       PIC 9(05) COMP VALUE ZERO.
002960 77 CST-AR-BALANCE          PIC S9(7)V99 VALUE ZERO.
002970 77 CST-AR-CHARGES          PIC S9(7)V99 VALUE ZERO.
002980 77 CST-AR-PAYMENTS         PIC S9(7)V99 VALUE ZERO.
002990 77 CST-AR-PAST-DUE         PIC S9(7)V99 VALUE ZERO.
003000 77 CST-PREV-BALANCE        PIC S9(7)V99 VALUE ZERO.
003010 77 CST-NEW-BALANCE         PIC S9(7)V99 VALUE ZERO.
003020 77 CST-PAY-COUNT           PIC 9(03) COMP VALUE ZERO.
003030 77 CST-PAY-SUB             PIC 9(03) COMP VALUE ZERO.
003040 77 CST-PAY-MAX             PIC 9(03) COMP VALUE 20.
003050 77 CST-GRD-PAYMENTS-ACC    PIC S9(9)V99 VALUE ZERO.
003060 77 CST-GRD-BALANCE-ACC     PIC S9(9)V99 VALUE ZERO.
003070 77 CST-GRD-PAST-DUE-ACC    PIC S9(9)V99 VALUE ZERO.
003080 77 CST-STATED-COUNT        PIC 9(05) COMP VALUE ZERO.
003090 77 CST-CUST-COUNT-ACC      PIC 9(05) COMP VALUE ZERO.
003100 77 CST-CUST-NET-ACC        PIC S9(7)V99 VALUE ZERO.
003110 77 CST-GRD-COUNT-ACC       PIC 9(07) COMP VALUE ZERO.
003120 77 CST-GRD-NET-ACC         PIC S9(9)V99 VALUE ZERO.
003130 77 CST-RECORDS-READ        PIC 9(07) COMP VALUE ZERO.
003140 77 CST-NO-MASTER-COUNT     PIC 9(05) COMP VALUE ZERO.
003150 77 CST-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
003160 77 CST-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.
003170 77 CST-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
003180 PROCEDURE DIVISION.
003190 100-MAIN-MODULE.
003200     PERFORM 105-ASSIGN-FILENAMES-RTN
003210     SORT SORT-WORK-FILE
003220         ON ASCENDING KEY SRT-CUST-ID SRT-SEQ-NO
003230         USING SALES-FILE
003240         GIVING STMT-SORTED-FILE
003250     IF CST-SALESFILE-STATUS NOT = '00'
003260         DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
003270             CST-SALESFILE-STATUS
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF
003310     OPEN INPUT STMT-SORTED-FILE
003320     OPEN INPUT CUSTOMER-MASTER-FILE
003330     IF CST-CUSTMST-FILE-STATUS NOT = '00'
003340         DISPLAY 'CUSTOMER-MASTER-FILE OPEN ERROR, STATUS '
003350             CST-CUSTMST-FILE-STATUS
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF
003390     PERFORM 110-OPEN-AROPEN-RTN
003400     OPEN OUTPUT STATEMENT-FILE
003410     PERFORM 200-HEADING-RTN
003420     PERFORM 205-READ-SORTED-RTN
003430     PERFORM 207-READ-AROPEN-RTN
003440     PERFORM 210-CUSTOMER-RTN
003450         UNTIL CST-SORT-CUST-ID = HIGH-VALUES AND
003460             CST-AR-CUST-ID = HIGH-VALUES
003470     PERFORM 300-GRAND-TOTAL-RTN
003480     CLOSE STMT-SORTED-FILE
003490           CUSTOMER-MASTER-FILE
003500           STATEMENT-FILE
003510     IF CST-AROPEN-PRESENT
003520         CLOSE AR-OPEN-FILE
003530     END-IF
003540     STOP RUN.
003550 105-ASSIGN-FILENAMES-RTN.
003560     MOVE SPACES TO CST-ENV-VALUE
003570     ACCEPT CST-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
003580     IF CST-ENV-VALUE = SPACES
003590         ACCEPT CST-RUN-DATE FROM DATE YYYYMMDD
003600     ELSE
003610         MOVE CST-ENV-VALUE(1:8) TO CST-RUN-DATE
003620     END-IF
003630     MOVE SPACES TO CST-ENV-VALUE
003640     ACCEPT CST-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
003650     IF CST-ENV-VALUE = SPACES
003660         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
003670             TO CST-OUTPUT-BASE-NAME
003680     ELSE
003690         MOVE CST-ENV-VALUE TO CST-OUTPUT-BASE-NAME
003700     END-IF
003710     MOVE SPACES TO CST-SALES-FILE-NAME
003720     STRING CST-OUTPUT-BASE-NAME DELIMITED BY SPACE
003730         '-' DELIMITED BY SIZE
003740         CST-RUN-DATE DELIMITED BY SIZE
003750         '.TXT' DELIMITED BY SIZE
003760         INTO CST-SALES-FILE-NAME
003770     END-STRING
003780     MOVE SPACES TO CST-ENV-VALUE
003790     ACCEPT CST-ENV-VALUE FROM ENVIRONMENT 'TRANS_CUSTMST_FILE'
003800     IF CST-ENV-VALUE = SPACES
003810     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CustMaster.TXT'
003820         TO CST-CUSTMST-FILE-NAME
003830     ELSE
003840         MOVE CST-ENV-VALUE TO CST-CUSTMST-FILE-NAME
003850     END-IF
003860     MOVE SPACES TO CST-ENV-VALUE
003870     ACCEPT CST-ENV-VALUE FROM ENVIRONMENT 'TRANS_CUSTSTMT_FILE'
003880     IF CST-ENV-VALUE = SPACES
003890     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CustStmt.TXT'
003900         TO CST-STMT-FILE-NAME
003910     ELSE
003920         MOVE CST-ENV-VALUE TO CST-STMT-FILE-NAME
003930     END-IF
003940     MOVE SPACES TO CST-ENV-VALUE
003950     ACCEPT CST-ENV-VALUE FROM ENVIRONMENT 'TRANS_AROPEN_FILE'
003960     IF CST-ENV-VALUE = SPACES
003970     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-AROpen.TXT'
003980         TO CST-AROPEN-FILE-NAME
003990     ELSE
004000         MOVE CST-ENV-VALUE TO CST-AROPEN-FILE-NAME
004010     END-IF.
004020 110-OPEN-AROPEN-RTN.
004030     OPEN INPUT AR-OPEN-FILE
004040     IF CST-AROPEN-FILE-STATUS = '35'
004050         SET CST-AROPEN-ABSENT TO TRUE
004060         DISPLAY 'CUSTSTM: NO AR-OPEN-FILE, POSTINGS ONLY'
004070     ELSE
004080         IF CST-AROPEN-FILE-STATUS NOT = '00'
004090             DISPLAY 'AR-OPEN-FILE OPEN ERROR, STATUS '
004100                 CST-AROPEN-FILE-STATUS
004110             MOVE 16 TO RETURN-CODE
004120             STOP RUN
004130         END-IF
004140     END-IF.
004150 200-HEADING-RTN.
004160     ADD 1 TO CST-PAGE-COUNT
004170     MOVE CST-PAGE-COUNT TO CST-HDG-PAGE-NO
004180     MOVE CST-RUN-DATE TO CST-HDG-DATE
004190     MOVE CST-HEADING-1 TO STATEMENT-LINE
004200     WRITE STATEMENT-LINE
004210     MOVE SPACES TO STATEMENT-LINE
004220     WRITE STATEMENT-LINE
004230     MOVE ZERO TO CST-LINE-COUNT.
004240 205-READ-SORTED-RTN.
004250     READ STMT-SORTED-FILE
004260         AT END
004270             SET CST-NO-MORE-RECORDS TO TRUE
004280             MOVE HIGH-VALUES TO CST-SORT-CUST-ID
004290         NOT AT END
004300             ADD 1 TO CST-RECORDS-READ
004310             MOVE SSR-CUST-ID TO CST-SORT-CUST-ID
004320     END-READ.
004330 207-READ-AROPEN-RTN.
004340     IF CST-AROPEN-ABSENT
004350         MOVE HIGH-VALUES TO CST-AR-CUST-ID
004360     ELSE
004370         READ AR-OPEN-FILE
004380             AT END
004390                 MOVE HIGH-VALUES TO CST-AR-CUST-ID
004400             NOT AT END
004410                 MOVE AR-CUST-ID TO CST-AR-CUST-ID
004420         END-READ
004430     END-IF.
004440 210-CUSTOMER-RTN.
004450     IF CST-SORT-CUST-ID < CST-AR-CUST-ID
004460         MOVE CST-SORT-CUST-ID TO CST-PREV-CUST-ID
004470     ELSE
004480         MOVE CST-AR-CUST-ID TO CST-PREV-CUST-ID
004490     END-IF
004500     PERFORM 215-ACCUMULATE-AR-RTN
004510         UNTIL CST-AR-CUST-ID NOT = CST-PREV-CUST-ID
004520     IF CST-SORT-CUST-ID = CST-PREV-CUST-ID OR
004530         CST-AR-BALANCE NOT = ZERO OR
004540         CST-AR-CHARGES NOT = ZERO OR
004550         CST-PAY-COUNT > ZERO
004560         ADD 1 TO CST-STATED-COUNT
004570         PERFORM 220-LOOKUP-CUSTOMER-RTN
004580         PERFORM 230-CUSTOMER-HEADER-RTN
004590         PERFORM 235-PREVIOUS-BALANCE-RTN
004600         PERFORM 240-STATEMENT-DETAIL-RTN
004610             UNTIL CST-SORT-CUST-ID NOT = CST-PREV-CUST-ID
004620         PERFORM 250-CUSTOMER-TOTAL-RTN
004630     END-IF
004640     MOVE ZERO TO CST-AR-BALANCE
004650     MOVE ZERO TO CST-AR-CHARGES
004660     MOVE ZERO TO CST-AR-PAYMENTS
004670     MOVE ZERO TO CST-AR-PAST-DUE
004680     MOVE ZERO TO CST-PAY-COUNT.
004690 215-ACCUMULATE-AR-RTN.
004700     ADD AR-OPEN-AMT TO CST-AR-BALANCE
004710     IF AR-DOC-DATE = CST-RUN-DATE
004720         IF AR-PAYMENT-DOC
004730             SUBTRACT AR-ORIG-AMT FROM CST-AR-PAYMENTS
004740             PERFORM 217-SAVE-PAYMENT-RTN
004750         ELSE
004760             ADD AR-ORIG-AMT TO CST-AR-CHARGES
004770         END-IF
004780     END-IF
004790     IF AR-SALES-DOC AND AR-ITEM-OPEN AND
004800         AR-OPEN-AMT > ZERO AND
004810         AR-DUE-DATE < CST-RUN-DATE
004820         ADD AR-OPEN-AMT TO CST-AR-PAST-DUE
004830     END-IF
004840     PERFORM 207-READ-AROPEN-RTN.
004850 217-SAVE-PAYMENT-RTN.
004860     IF CST-PAY-COUNT < CST-PAY-MAX
004870         ADD 1 TO CST-PAY-COUNT
004880         MOVE AR-REF-NO TO CST-PAY-REF (CST-PAY-COUNT)
004890         MOVE AR-ORIG-AMT TO CST-PAY-AMT (CST-PAY-COUNT)
004900     ELSE
004910         MOVE 'VARIOUS' TO CST-PAY-REF (CST-PAY-MAX)
004920         ADD AR-ORIG-AMT TO CST-PAY-AMT (CST-PAY-MAX)
004930     END-IF.
004940 240-STATEMENT-DETAIL-RTN.
004950     IF CST-LINE-COUNT NOT LESS THAN CST-LINES-PER-PAGE
004960         PERFORM 200-HEADING-RTN
004970     END-IF
004980     MOVE SSR-SEQ-NO TO CST-DTL-SEQ
004990     MOVE SSR-TRANS-TYPE TO CST-DTL-TYPE
005000     MOVE SSR-SLS-ID TO CST-DTL-SLSP
005010     MOVE SSR-TOTAL-PRICE TO CST-DTL-GROSS
005020     MOVE SSR-TAX-AMOUNT TO CST-DTL-TAX
005030     MOVE SSR-NET-TOTAL TO CST-DTL-NET
005040     MOVE CST-DETAIL-LINE TO STATEMENT-LINE
005050     WRITE STATEMENT-LINE
005060     ADD 1 TO CST-LINE-COUNT
005070     ADD 1 TO CST-CUST-COUNT-ACC
005080     ADD SSR-NET-TOTAL TO CST-CUST-NET-ACC
005090     PERFORM 205-READ-SORTED-RTN.
005100 220-LOOKUP-CUSTOMER-RTN.
005110     SET CST-CUST-NOT-FOUND TO TRUE
005120     MOVE CST-PREV-CUST-ID TO CUST-ID-MST
005130     READ CUSTOMER-MASTER-FILE
005140         INVALID KEY
005150             MOVE SPACES TO CUST-NAME-MST
005160             MOVE SPACES TO CUST-ADDR1-MST
005170             MOVE SPACES TO CUST-ADDR2-MST
005180             MOVE ZERO TO CUST-CREDIT-LIMIT-MST
005190             MOVE SPACES TO CUST-TERMS-MST
005200             ADD 1 TO CST-NO-MASTER-COUNT
005210         NOT INVALID KEY
005220             SET CST-CUST-FOUND TO TRUE
005230     END-READ
005240     IF CST-CUSTMST-FILE-STATUS NOT = '00' AND
005250         CST-CUSTMST-FILE-STATUS NOT = '23'
005260         DISPLAY 'CUSTOMER-MASTER-FILE READ ERROR, STATUS '
005270             CST-CUSTMST-FILE-STATUS
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310 230-CUSTOMER-HEADER-RTN.
005320     IF CST-LINE-COUNT NOT LESS THAN CST-LINES-PER-PAGE
005330         PERFORM 200-HEADING-RTN
005340     END-IF
005350     MOVE CST-PREV-CUST-ID TO CST-HDR-ID
005360     MOVE CUST-NAME-MST TO CST-HDR-NAME
005370     IF CST-CUST-FOUND
005380         MOVE SPACES TO CST-HDR-FLAG
005390     ELSE
005400         MOVE 'NO MASTER' TO CST-HDR-FLAG
005410     END-IF
005420     MOVE CST-CUST-LINE-1 TO STATEMENT-LINE
005430     WRITE STATEMENT-LINE
005440     ADD 1 TO CST-LINE-COUNT
005450     IF CUST-ADDR1-MST NOT = SPACES
005460         MOVE CUST-ADDR1-MST TO CST-HDR-ADDR
005470         MOVE CST-CUST-LINE-2 TO STATEMENT-LINE
005480         WRITE STATEMENT-LINE
005490         ADD 1 TO CST-LINE-COUNT
005500     END-IF
005510     IF CUST-ADDR2-MST NOT = SPACES
005520         MOVE CUST-ADDR2-MST TO CST-HDR-ADDR
005530         MOVE CST-CUST-LINE-2 TO STATEMENT-LINE
005540         WRITE STATEMENT-LINE
005550         ADD 1 TO CST-LINE-COUNT
005560     END-IF
005570     MOVE CUST-TERMS-MST TO CST-HDR-TERMS
005580     MOVE CUST-CREDIT-LIMIT-MST TO CST-HDR-LIMIT
005590     MOVE CST-CUST-LINE-3 TO STATEMENT-LINE
005600     WRITE STATEMENT-LINE
005610     MOVE CST-COLUMN-LINE TO STATEMENT-LINE
005620     WRITE STATEMENT-LINE
005630     ADD 2 TO CST-LINE-COUNT.
005640 235-PREVIOUS-BALANCE-RTN.
005650     COMPUTE CST-PREV-BALANCE =
005660         CST-AR-BALANCE - CST-AR-CHARGES + CST-AR-PAYMENTS
005670     MOVE SPACES TO CST-BALANCE-LINE
005680     MOVE 'PREVIOUS BALANCE' TO CST-BAL-LABEL
005690     MOVE CST-PREV-BALANCE TO CST-BAL-AMOUNT
005700     MOVE CST-BALANCE-LINE TO STATEMENT-LINE
005710     WRITE STATEMENT-LINE
005720     ADD 1 TO CST-LINE-COUNT.
005730 250-CUSTOMER-TOTAL-RTN.
005740     IF CST-LINE-COUNT NOT LESS THAN CST-LINES-PER-PAGE
005750         PERFORM 200-HEADING-RTN
005760     END-IF
005770     MOVE CST-CUST-COUNT-ACC TO CST-DUE-COUNT
005780     MOVE CST-CUST-NET-ACC TO CST-DUE-AMOUNT
005790     MOVE CST-DUE-LINE TO STATEMENT-LINE
005800     WRITE STATEMENT-LINE
005810     ADD 1 TO CST-LINE-COUNT
005820     PERFORM 255-PAYMENT-LINE-RTN
005830         VARYING CST-PAY-SUB FROM 1 BY 1
005840         UNTIL CST-PAY-SUB > CST-PAY-COUNT
005850     COMPUTE CST-NEW-BALANCE =
005860         CST-PREV-BALANCE + CST-CUST-NET-ACC - CST-AR-PAYMENTS
005870     IF CST-LINE-COUNT NOT LESS THAN CST-LINES-PER-PAGE
005880         PERFORM 200-HEADING-RTN
005890     END-IF
005900     MOVE SPACES TO CST-BALANCE-LINE
005910     MOVE 'PAYMENTS RECEIVED' TO CST-BAL-LABEL
005920     COMPUTE CST-BAL-AMOUNT = ZERO - CST-AR-PAYMENTS
005930     MOVE CST-BALANCE-LINE TO STATEMENT-LINE
005940     WRITE STATEMENT-LINE
005950     MOVE SPACES TO CST-BALANCE-LINE
005960     MOVE 'NEW BALANCE DUE' TO CST-BAL-LABEL
005970     MOVE CST-NEW-BALANCE TO CST-BAL-AMOUNT
005980     MOVE CST-BALANCE-LINE TO STATEMENT-LINE
005990     WRITE STATEMENT-LINE
006000     MOVE SPACES TO CST-BALANCE-LINE
006010     MOVE 'AMOUNT PAST DUE' TO CST-BAL-LABEL
006020     MOVE CST-AR-PAST-DUE TO CST-BAL-AMOUNT
006030     MOVE CST-BALANCE-LINE TO STATEMENT-LINE
006040     WRITE STATEMENT-LINE
006050     MOVE SPACES TO STATEMENT-LINE
006060     WRITE STATEMENT-LINE
006070     ADD 4 TO CST-LINE-COUNT
006080     ADD CST-CUST-COUNT-ACC TO CST-GRD-COUNT-ACC
006090     ADD CST-CUST-NET-ACC TO CST-GRD-NET-ACC
006100     ADD CST-AR-PAYMENTS TO CST-GRD-PAYMENTS-ACC
006110     ADD CST-NEW-BALANCE TO CST-GRD-BALANCE-ACC
006120     ADD CST-AR-PAST-DUE TO CST-GRD-PAST-DUE-ACC
006130     MOVE ZERO TO CST-CUST-COUNT-ACC
006140     MOVE ZERO TO CST-CUST-NET-ACC.
006150 255-PAYMENT-LINE-RTN.
006160     IF CST-LINE-COUNT NOT LESS THAN CST-LINES-PER-PAGE
006170         PERFORM 200-HEADING-RTN
006180     END-IF
006190     MOVE CST-PAY-REF (CST-PAY-SUB) TO CST-PMT-REF
006200     MOVE CST-PAY-AMT (CST-PAY-SUB) TO CST-PMT-AMOUNT
006210     MOVE CST-PAYMENT-LINE TO STATEMENT-LINE
006220     WRITE STATEMENT-LINE
006230     ADD 1 TO CST-LINE-COUNT.
006240 300-GRAND-TOTAL-RTN.
006250     MOVE CST-GRD-COUNT-ACC TO CST-GRD-COUNT
006260     MOVE CST-GRD-NET-ACC TO CST-GRD-AMOUNT
006270     MOVE CST-GRAND-LINE TO STATEMENT-LINE
006280     WRITE STATEMENT-LINE
006290     MOVE SPACES TO CST-BALANCE-LINE
006300     MOVE 'RUN PAYMENTS RECEIVED' TO CST-BAL-LABEL
006310     COMPUTE CST-BAL-AMOUNT = ZERO - CST-GRD-PAYMENTS-ACC
006320     MOVE CST-BALANCE-LINE TO STATEMENT-LINE
006330     WRITE STATEMENT-LINE
006340     MOVE SPACES TO CST-BALANCE-LINE
006350     MOVE 'RUN BALANCE DUE' TO CST-BAL-LABEL
006360     MOVE CST-GRD-BALANCE-ACC TO CST-BAL-AMOUNT
006370     MOVE CST-BALANCE-LINE TO STATEMENT-LINE
006380     WRITE STATEMENT-LINE
006390     MOVE SPACES TO CST-BALANCE-LINE
006400     MOVE 'RUN AMOUNT PAST DUE' TO CST-BAL-LABEL
006410     MOVE CST-GRD-PAST-DUE-ACC TO CST-BAL-AMOUNT
006420     MOVE CST-BALANCE-LINE TO STATEMENT-LINE
006430     WRITE STATEMENT-LINE
006440     IF CST-NO-MASTER-COUNT > ZERO
006450         DISPLAY 'CUSTSTM: ' CST-NO-MASTER-COUNT
006460             ' CUSTOMER(S) WITH NO MASTER RECORD'
006470     END-IF.
