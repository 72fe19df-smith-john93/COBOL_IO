000470*                   PRICE-OVERRIDE FIELDS (SEE TRANS) SO AN     *
000480*                   OVERRIDE AND ITS APPROVER STAY VISIBLE      *
000490*                   IN HISTORY.                                 *
000500*  10/15/2026  JS   STANDARD COST.  EXTENDED COST IS CARRIED *
000510*                   INTO SALES HISTORY.                      *
000520*  10/15/2026  JS   SALES-REC PICKS UP THE STOREFRONT ORDER  *
000530*                   NUMBER (SEE ORDIMP AND ORDACK) SO RECORD *
000540*                   LAYOUTS STAY IN SYNC.                    *
000550*  10/15/2026  JS   SALES-REC PICKS UP THE PRICE-SOURCE      *
000560*                   INDICATOR (LIST, EFFECTIVE-DATED,        *
000570*                   CONTRACT OR OVERRIDE) SO RECORD LAYOUTS  *
000580*                   STAY IN SYNC.                            *
000590*----------------------------------------------------------*
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT SALES-FILE
000640         ASSIGN TO MTH-SALES-FILE-NAME
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS SALES-SEQ-NO
000680         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000690         FILE STATUS IS MTH-SALESFILE-STATUS.
000700     SELECT SALES-HISTORY-FILE
000710         ASSIGN TO MTH-HISTORY-FILE-NAME
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS HIST-KEY
000750         FILE STATUS IS MTH-HISTORY-FILE-STATUS.
000760     SELECT DAY-STATUS-FILE
000770         ASSIGN TO MTH-DAYSTAT-FILE-NAME
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS DST-DATE
000810         FILE STATUS IS MTH-DAYSTAT-FILE-STATUS.
000820     SELECT SORT-WORK-FILE
000830         ASSIGN TO 'SRTWK02'.
000840     SELECT STATEMENT-FILE
000850         ASSIGN TO MTH-STMT-FILE-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD SALES-FILE.
000900 01 SALES-REC.
000910    05 SALES-SEQ-NO         PIC 9(07).
000920    05 NAME-OUT             PIC X(20).
000930    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
000940    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
000950    05 DISCOUNT-RATE-OUT    PIC V999.
000960    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
000970    05 NET-TOTAL-OUT        PIC S9(6)V99.
000980    05 SOURCE-CODE-OUT      PIC X(01).
000990    05 TRANS-TYPE-OUT       PIC X(01).
001000    05 SLS-ID-OUT           PIC X(05).
001010    05 BATCH-NO-OUT         PIC 9(03).
001020    05 CUST-ID-OUT          PIC X(06).
001030    05 PRODUCT-CODE-OUT     PIC X(06).
001040    05 QTY-SOLD-OUT         PIC 9(03).
001050    05 JURIS-CODE-OUT       PIC X(02).
001060    05 OVERRIDE-FLAG-OUT    PIC X(01).
001070    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
001080    05 APPROVER-ID-OUT      PIC X(05).
001090    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
001100    05 EXT-COST-OUT         PIC S9(6)V99.
001110    05 ORDER-NO-OUT         PIC X(12).
001120    05 PRICE-SOURCE-OUT     PIC X(01).
001130 FD SALES-HISTORY-FILE.
001140 01 HISTORY-REC.
001150    05 HIST-KEY.
001160       10 HIST-RUN-DATE     PIC 9(08).
001170       10 HIST-SEQ-NO       PIC 9(07).
001180    05 HIST-NAME            PIC X(20).
001190    05 HIST-TOTAL-PRICE     PIC S9(6)V99.
001200    05 HIST-PRE-DISC-AMT    PIC S9(6)V99.
001210    05 HIST-DISCOUNT-RATE   PIC V999.
001220    05 HIST-TAX-AMOUNT      PIC S9(6)V99.
001230    05 HIST-NET-TOTAL       PIC S9(6)V99.
001240    05 HIST-SOURCE-CODE     PIC X(01).
001250    05 HIST-TRANS-TYPE      PIC X(01).
001260    05 HIST-SLS-ID          PIC X(05).
001270    05 HIST-BATCH-NO        PIC 9(03).
001280    05 HIST-CUST-ID         PIC X(06).
001290    05 HIST-PRODUCT-CODE    PIC X(06).
001300    05 HIST-QTY-SOLD        PIC 9(03).
001310    05 HIST-JURIS-CODE      PIC X(02).
001320    05 HIST-OVERRIDE-FLAG   PIC X(01).
001330    05 HIST-OVERRIDE-PRICE  PIC 9(3)V99.
001340    05 HIST-APPROVER-ID     PIC X(05).
001350    05 HIST-PRICE-VARIANCE  PIC S9(6)V99.
001360    05 HIST-EXT-COST        PIC S9(6)V99.
001370 FD DAY-STATUS-FILE.
001380 01 DAY-STATUS-REC.
001390    05 DST-DATE             PIC 9(08).
001400    05 DST-STATUS           PIC X(01).
001410       88 DST-OPEN              VALUE 'O'.
001420       88 DST-BALANCED          VALUE 'B'.
001430       88 DST-POSTED-GL         VALUE 'P'.
001440       88 DST-CLOSED            VALUE 'C'.
001450    05 DST-UPDT-DATE        PIC 9(08).
001460    05 DST-UPDT-USER        PIC X(08).
001470 SD SORT-WORK-FILE.
001480 01 SORT-REC.
001490    05 SW-SLS-ID            PIC X(05).
001500    05 SW-RUN-DATE          PIC 9(08).
001510    05 SW-SEQ-NO            PIC 9(07).
001520    05 SW-NAME              PIC X(20).
001530    05 SW-TOTAL-PRICE       PIC S9(6)V99.
001540    05 SW-TAX-AMOUNT        PIC S9(6)V99.
001550    05 SW-NET-TOTAL         PIC S9(6)V99.
001560 FD STATEMENT-FILE.
001570 01 STATEMENT-LINE               PIC X(80).
001580 WORKING-STORAGE SECTION.
001590 01 MTH-HEADING-1.
001600    05 FILLER               PIC X(20) VALUE SPACES.
001610    05 FILLER               PIC X(26)
001620        VALUE 'MONTHLY SALES STATEMENT   '.
001630    05 MTH-HDG-MONTH        PIC X(06).
001640    05 FILLER               PIC X(14) VALUE SPACES.
001650    05 FILLER               PIC X(05) VALUE 'PAGE '.
001660    05 MTH-HDG-PAGE-NO      PIC ZZ9.
001670 01 MTH-PERSON-LINE.
001680    05 FILLER               PIC X(12) VALUE 'SALESPERSON '.
001690    05 MTH-PSN-ID           PIC X(05).
001700    05 FILLER               PIC X(01) VALUE SPACE.
001710    05 MTH-PSN-NAME         PIC X(20).
001720 01 MTH-DAY-LINE.
001730    05 FILLER               PIC X(04) VALUE SPACES.
001740    05 MTH-DAY-DATE         PIC 9(08).
001750    05 FILLER               PIC X(02) VALUE SPACES.
001760    05 MTH-DAY-COUNT        PIC ZZ,ZZ9.
001770    05 FILLER               PIC X(01) VALUE SPACE.
001780    05 MTH-DAY-GROSS        PIC Z,ZZZ,ZZ9.99-.
001790    05 FILLER               PIC X(01) VALUE SPACE.
001800    05 MTH-DAY-TAX          PIC Z,ZZZ,ZZ9.99-.
001810    05 FILLER               PIC X(01) VALUE SPACE.
001820    05 MTH-DAY-NET          PIC Z,ZZZ,ZZ9.99-.
001830 01 MTH-MTD-LINE.
001840    05 FILLER               PIC X(04) VALUE SPACES.
001850    05 FILLER               PIC X(08) VALUE 'MTD     '.
001860    05 FILLER               PIC X(02) VALUE SPACES.
001870    05 MTH-MTD-COUNT        PIC ZZ,ZZ9.
001880    05 FILLER               PIC X(01) VALUE SPACE.
001890    05 MTH-MTD-GROSS        PIC Z,ZZZ,ZZ9.99-.
001900    05 FILLER               PIC X(01) VALUE SPACE.
001910    05 MTH-MTD-TAX          PIC Z,ZZZ,ZZ9.99-.
001920    05 FILLER               PIC X(01) VALUE SPACE.
001930    05 MTH-MTD-NET          PIC Z,ZZZ,ZZ9.99-.
001940 01 MTH-GRAND-LINE.
001950    05 FILLER               PIC X(12)
001960        VALUE 'MONTH TOTAL '.
001970    05 MTH-GRD-COUNT        PIC Z,ZZZ,ZZ9.
001980    05 FILLER               PIC X(01) VALUE SPACE.
001990    05 MTH-GRD-GROSS        PIC ZZZ,ZZZ,ZZ9.99-.
002000    05 FILLER               PIC X(01) VALUE SPACE.
002010    05 MTH-GRD-TAX          PIC ZZZ,ZZZ,ZZ9.99-.
002020    05 FILLER               PIC X(01) VALUE SPACE.
002030    05 MTH-GRD-NET          PIC ZZZ,ZZZ,ZZ9.99-.
002040 01 MTH-COLUMN-LINE.
002050    05 FILLER               PIC X(04) VALUE SPACES.
002060    05 FILLER               PIC X(08) VALUE 'DATE    '.
002070    05 FILLER               PIC X(05) VALUE SPACES.
002080    05 FILLER               PIC X(06) VALUE 'COUNT '.
002090    05 FILLER               PIC X(07) VALUE SPACES.
002100    05 FILLER               PIC X(06) VALUE 'GROSS '.
002110    05 FILLER               PIC X(08) VALUE SPACES.
002120    05 FILLER               PIC X(04) VALUE 'TAX '.
002130    05 FILLER               PIC X(09) VALUE SPACES.
002140    05 FILLER               PIC X(03) VALUE 'NET'.
002150 77 MTH-SALESFILE-STATUS    PIC XX VALUE SPACES.
002160 77 MTH-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
002170 77 MTH-RUN-DATE            PIC 9(08) VALUE ZERO.
002180 77 MTH-STMT-MONTH          PIC X(06) VALUE SPACES.
002190 77 MTH-DAY-NO              PIC 9(02) VALUE ZERO.
002200 01 MTH-DAILY-DATE.
002210    05 MTH-DD-MONTH         PIC X(06).
002220    05 MTH-DD-DAY           PIC 9(02).
002230 77 MTH-SALES-FILE-NAME     PIC X(80) VALUE SPACES.
002240 77 MTH-HISTORY-FILE-NAME   PIC X(80) VALUE SPACES.
002250 77 MTH-STMT-FILE-NAME      PIC X(80) VALUE SPACES.
002260 77 MTH-DAYSTAT-FILE-NAME   PIC X(80) VALUE SPACES.
002270 77 MTH-DAYSTAT-FILE-STATUS PIC XX VALUE SPACES.
002280 77 MTH-DAYSTAT-OPEN-SW     PIC X(01) VALUE 'N'.
002290     88 MTH-DAYSTAT-AVAILABLE     VALUE 'Y'.
002300     88 MTH-DAYSTAT-ABSENT        VALUE 'N'.
002310 77 MTH-DAY-CLOSED-SW       PIC X(01) VALUE 'N'.
002320     88 MTH-DAY-CLOSED            VALUE 'Y'.
002330     88 MTH-DAY-NOT-CLOSED        VALUE 'N'.
002340 77 MTH-DAYS-SKIPPED        PIC 9(02) COMP VALUE ZERO.
002350 77 MTH-OUTPUT-BASE-NAME    PIC X(60) VALUE SPACES.
002360 77 MTH-ENV-VALUE           PIC X(80) VALUE SPACES.
002370 77 MTH-DAYS-FOUND          PIC 9(02) COMP VALUE ZERO.
002380 77 MTH-RECORDS-READ        PIC 9(07) COMP VALUE ZERO.
002390 77 MTH-HIST-WRITTEN        PIC 9(07) COMP VALUE ZERO.
002400 77 MTH-HIST-REWRITTEN      PIC 9(07) COMP VALUE ZERO.
002410 77 MTH-SALES-EOF-SW        PIC X(01) VALUE 'N'.
002420     88 MTH-SALES-EOF              VALUE 'Y'.
002430     88 MTH-SALES-NOT-EOF          VALUE 'N'.
002440 77 MTH-SORT-EOF-SW         PIC X(01) VALUE 'N'.
002450     88 MTH-SORT-EOF               VALUE 'Y'.
002460     88 MTH-SORT-NOT-EOF           VALUE 'N'.
002470 77 MTH-FIRST-RECORD-SW     PIC X(01) VALUE 'Y'.
002480     88 MTH-FIRST-RECORD           VALUE 'Y'.
002490     88 MTH-NOT-FIRST-RECORD       VALUE 'N'.
002500 77 MTH-PREV-SLS-ID         PIC X(05) VALUE SPACES.
002510 77 MTH-PREV-NAME           PIC X(20) VALUE SPACES.
002520 77 MTH-PREV-DATE           PIC 9(08) VALUE ZERO.
002530 77 MTH-DAY-COUNT-ACC       PIC 9(05) COMP VALUE ZERO.
002540 77 MTH-DAY-GROSS-ACC       PIC S9(7)V99 VALUE ZERO.
002550 77 MTH-DAY-TAX-ACC         PIC S9(7)V99 VALUE ZERO.
002560 77 MTH-DAY-NET-ACC         PIC S9(7)V99 VALUE ZERO.
002570 77 MTH-PSN-COUNT-ACC       PIC 9(05) COMP VALUE ZERO.
002580 77 MTH-PSN-GROSS-ACC       PIC S9(7)V99 VALUE ZERO.
002590 77 MTH-PSN-TAX-ACC         PIC S9(7)V99 VALUE ZERO.
002600 77 MTH-PSN-NET-ACC         PIC S9(7)V99 VALUE ZERO.
002610 77 MTH-GRD-COUNT-ACC       PIC 9(07) COMP VALUE ZERO.
002620 77 MTH-GRD-GROSS-ACC       PIC S9(9)V99 VALUE ZERO.
002630 77 MTH-GRD-TAX-ACC         PIC S9(9)V99 VALUE ZERO.
002640 77 MTH-GRD-NET-ACC         PIC S9(9)V99 VALUE ZERO.
002650 77 MTH-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
002660 77 MTH-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.
002670 77 MTH-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
002680 PROCEDURE DIVISION.
002690 100-MAIN-MODULE.
002700     ACCEPT MTH-RUN-DATE FROM DATE YYYYMMDD
002710     PERFORM 105-ASSIGN-FILENAMES-RTN
002720     PERFORM 110-OPEN-HISTORY-RTN
002730     PERFORM 115-OPEN-DAYSTAT-RTN
002740     OPEN OUTPUT STATEMENT-FILE
002750     SORT SORT-WORK-FILE
002760         ON ASCENDING KEY SW-SLS-ID SW-RUN-DATE SW-SEQ-NO
002770         INPUT PROCEDURE 150-CONSOLIDATE-RTN
002780         OUTPUT PROCEDURE 400-STATEMENT-RTN
002790     CLOSE SALES-HISTORY-FILE
002800           STATEMENT-FILE
002810     DISPLAY 'MTHEND COMPLETE FOR ' MTH-STMT-MONTH
002820     DISPLAY '  DAYS CONSOLIDATED  ' MTH-DAYS-FOUND
002830     DISPLAY '  RECORDS READ       ' MTH-RECORDS-READ
002840     DISPLAY '  HISTORY WRITTEN    ' MTH-HIST-WRITTEN
002850     DISPLAY '  HISTORY REWRITTEN  ' MTH-HIST-REWRITTEN
002860     IF MTH-DAYSTAT-AVAILABLE
002870         CLOSE DAY-STATUS-FILE
002880     END-IF
002890     IF MTH-DAYS-SKIPPED > ZERO
002900         DISPLAY '  CLOSED DAYS SKIPPED ' MTH-DAYS-SKIPPED
002910         MOVE 4 TO RETURN-CODE
002920     END-IF
002930     STOP RUN.
002940 105-ASSIGN-FILENAMES-RTN.
002950     MOVE SPACES TO MTH-ENV-VALUE
002960     ACCEPT MTH-ENV-VALUE FROM ENVIRONMENT 'TRANS_STMT_MONTH'
002970     IF MTH-ENV-VALUE = SPACES
002980         MOVE MTH-RUN-DATE(1:6) TO MTH-STMT-MONTH
002990     ELSE
003000         MOVE MTH-ENV-VALUE(1:6) TO MTH-STMT-MONTH
003010     END-IF
003020     MOVE SPACES TO MTH-ENV-VALUE
003030     ACCEPT MTH-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
003040     IF MTH-ENV-VALUE = SPACES
003050         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
003060             TO MTH-OUTPUT-BASE-NAME
003070     ELSE
003080         MOVE MTH-ENV-VALUE TO MTH-OUTPUT-BASE-NAME
003090     END-IF
003100     MOVE SPACES TO MTH-ENV-VALUE
003110     ACCEPT MTH-ENV-VALUE FROM ENVIRONMENT 'TRANS_HISTORY_FILE'
003120     IF MTH-ENV-VALUE = SPACES
003130     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SalesHistory.TXT'
003140         TO MTH-HISTORY-FILE-NAME
003150     ELSE
003160         MOVE MTH-ENV-VALUE TO MTH-HISTORY-FILE-NAME
003170     END-IF
003180     MOVE SPACES TO MTH-ENV-VALUE
003190     ACCEPT MTH-ENV-VALUE FROM ENVIRONMENT 'TRANS_STMT_FILE'
003200     IF MTH-ENV-VALUE = SPACES
003210     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-MonthlyStmt.TXT'
003220         TO MTH-STMT-FILE-NAME
003230     ELSE
003240         MOVE MTH-ENV-VALUE TO MTH-STMT-FILE-NAME
003250     END-IF
003260     MOVE SPACES TO MTH-ENV-VALUE
003270     ACCEPT MTH-ENV-VALUE FROM ENVIRONMENT 'TRANS_DAYSTAT_FILE'
003280     IF MTH-ENV-VALUE = SPACES
003290     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DayStatus.TXT'
003300         TO MTH-DAYSTAT-FILE-NAME
003310     ELSE
003320         MOVE MTH-ENV-VALUE TO MTH-DAYSTAT-FILE-NAME
003330     END-IF.
003340 115-OPEN-DAYSTAT-RTN.
003350     OPEN INPUT DAY-STATUS-FILE
003360     IF MTH-DAYSTAT-FILE-STATUS = '00'
003370         SET MTH-DAYSTAT-AVAILABLE TO TRUE
003380     ELSE
003390         IF MTH-DAYSTAT-FILE-STATUS = '35'
003400             SET MTH-DAYSTAT-ABSENT TO TRUE
003410             DISPLAY 'NO DAY-STATUS-FILE, ALL DAYS TREATED '
003420                 'AS OPEN'
003430         ELSE
003440             DISPLAY 'DAY-STATUS-FILE OPEN ERROR, STATUS '
003450                 MTH-DAYSTAT-FILE-STATUS
003460             MOVE 16 TO RETURN-CODE
003470             STOP RUN
003480         END-IF
003490     END-IF.
003500 110-OPEN-HISTORY-RTN.
003510     OPEN I-O SALES-HISTORY-FILE
003520     IF MTH-HISTORY-FILE-STATUS = '35'
003530         OPEN OUTPUT SALES-HISTORY-FILE
003540         CLOSE SALES-HISTORY-FILE
003550         OPEN I-O SALES-HISTORY-FILE
003560     END-IF
003570     IF MTH-HISTORY-FILE-STATUS NOT = '00'
003580         DISPLAY 'SALES-HISTORY-FILE OPEN ERROR, STATUS '
003590             MTH-HISTORY-FILE-STATUS
003600         MOVE 16 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630 150-CONSOLIDATE-RTN.
003640     PERFORM 160-CONSOLIDATE-DAY-RTN
003650         VARYING MTH-DAY-NO FROM 1 BY 1
003660         UNTIL MTH-DAY-NO > 31.
003670 160-CONSOLIDATE-DAY-RTN.
003680     MOVE MTH-STMT-MONTH TO MTH-DD-MONTH
003690     MOVE MTH-DAY-NO TO MTH-DD-DAY
003700     PERFORM 165-CHECK-DAY-CLOSED-RTN
003710     IF MTH-DAY-CLOSED
003720         DISPLAY 'MTHEND: ' MTH-DAILY-DATE
003730             ' IS CLOSED, DAY SKIPPED'
003740         ADD 1 TO MTH-DAYS-SKIPPED
003750     ELSE
003760         PERFORM 168-CONSOLIDATE-OPEN-DAY-RTN
003770     END-IF.
003780 168-CONSOLIDATE-OPEN-DAY-RTN.
003790     MOVE SPACES TO MTH-SALES-FILE-NAME
003800     STRING MTH-OUTPUT-BASE-NAME DELIMITED BY SPACE
003810         '-' DELIMITED BY SIZE
003820         MTH-DAILY-DATE DELIMITED BY SIZE
003830         '.TXT' DELIMITED BY SIZE
003840         INTO MTH-SALES-FILE-NAME
003850     END-STRING
003860     OPEN INPUT SALES-FILE
003870     IF MTH-SALESFILE-STATUS = '35'
003880         CONTINUE
003890     ELSE
003900         IF MTH-SALESFILE-STATUS NOT = '00'
003910             DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
003920                 MTH-SALESFILE-STATUS ' FOR ' MTH-DAILY-DATE
003930             MOVE 16 TO RETURN-CODE
003940             STOP RUN
003950         ELSE
003960             ADD 1 TO MTH-DAYS-FOUND
003970             SET MTH-SALES-NOT-EOF TO TRUE
003980             PERFORM 170-READ-DAILY-RTN UNTIL MTH-SALES-EOF
003990             CLOSE SALES-FILE
004000         END-IF
004010     END-IF.
004020 165-CHECK-DAY-CLOSED-RTN.
004030     SET MTH-DAY-NOT-CLOSED TO TRUE
004040     IF MTH-DAYSTAT-AVAILABLE
004050         MOVE MTH-DAILY-DATE TO DST-DATE
004060         READ DAY-STATUS-FILE
004070             INVALID KEY
004080                 CONTINUE
004090             NOT INVALID KEY
004100                 IF DST-CLOSED
004110                     SET MTH-DAY-CLOSED TO TRUE
004120                 END-IF
004130         END-READ
004140     END-IF.
004150 170-READ-DAILY-RTN.
004160     READ SALES-FILE
004170         AT END
004180             SET MTH-SALES-EOF TO TRUE
004190         NOT AT END
004200             ADD 1 TO MTH-RECORDS-READ
004210             PERFORM 180-WRITE-HISTORY-RTN
004220             PERFORM 190-RELEASE-SORT-RTN
004230     END-READ.
004240 180-WRITE-HISTORY-RTN.
004250     MOVE MTH-DAILY-DATE TO HIST-RUN-DATE
004260     MOVE SALES-SEQ-NO TO HIST-SEQ-NO
004270     MOVE NAME-OUT TO HIST-NAME
004280     MOVE TOTAL-PRICE-OUT TO HIST-TOTAL-PRICE
004290     MOVE PRE-DISCOUNT-AMT-OUT TO HIST-PRE-DISC-AMT
004300     MOVE DISCOUNT-RATE-OUT TO HIST-DISCOUNT-RATE
004310     MOVE TAX-AMOUNT-OUT TO HIST-TAX-AMOUNT
004320     MOVE NET-TOTAL-OUT TO HIST-NET-TOTAL
004330     MOVE SOURCE-CODE-OUT TO HIST-SOURCE-CODE
004340     MOVE TRANS-TYPE-OUT TO HIST-TRANS-TYPE
004350     MOVE SLS-ID-OUT TO HIST-SLS-ID
004360     MOVE BATCH-NO-OUT TO HIST-BATCH-NO
004370     MOVE CUST-ID-OUT TO HIST-CUST-ID
004380     MOVE PRODUCT-CODE-OUT TO HIST-PRODUCT-CODE
004390     MOVE QTY-SOLD-OUT TO HIST-QTY-SOLD
004400     MOVE JURIS-CODE-OUT TO HIST-JURIS-CODE
004410     MOVE OVERRIDE-FLAG-OUT TO HIST-OVERRIDE-FLAG
004420     MOVE OVERRIDE-PRICE-OUT TO HIST-OVERRIDE-PRICE
004430     MOVE APPROVER-ID-OUT TO HIST-APPROVER-ID
004440     MOVE PRICE-VARIANCE-OUT TO HIST-PRICE-VARIANCE
004450     MOVE EXT-COST-OUT TO HIST-EXT-COST
004460     WRITE HISTORY-REC
004470         INVALID KEY
004480             REWRITE HISTORY-REC
004490             IF MTH-HISTORY-FILE-STATUS NOT = '00'
004500                 DISPLAY 'SALES-HISTORY REWRITE ERROR, STATUS '
004510                     MTH-HISTORY-FILE-STATUS
004520                 MOVE 16 TO RETURN-CODE
004530                 STOP RUN
004540             END-IF
004550             ADD 1 TO MTH-HIST-REWRITTEN
004560         NOT INVALID KEY
004570             ADD 1 TO MTH-HIST-WRITTEN
004580     END-WRITE.
004590 190-RELEASE-SORT-RTN.
004600     MOVE SLS-ID-OUT TO SW-SLS-ID
004610     MOVE MTH-DAILY-DATE TO SW-RUN-DATE
004620     MOVE SALES-SEQ-NO TO SW-SEQ-NO
004630     MOVE NAME-OUT TO SW-NAME
004640     MOVE TOTAL-PRICE-OUT TO SW-TOTAL-PRICE
004650     MOVE TAX-AMOUNT-OUT TO SW-TAX-AMOUNT
004660     MOVE NET-TOTAL-OUT TO SW-NET-TOTAL
004670     RELEASE SORT-REC.
004680 400-STATEMENT-RTN.
004690     PERFORM 410-HEADING-RTN
004700     SET MTH-SORT-NOT-EOF TO TRUE
004710     PERFORM 420-RETURN-SORT-RTN UNTIL MTH-SORT-EOF
004720     IF MTH-NOT-FIRST-RECORD
004730         PERFORM 440-DAY-TOTAL-RTN
004740         PERFORM 450-PERSON-TOTAL-RTN
004750     END-IF
004760     PERFORM 460-GRAND-TOTAL-RTN.
004770 410-HEADING-RTN.
004780     ADD 1 TO MTH-PAGE-COUNT
004790     MOVE MTH-PAGE-COUNT TO MTH-HDG-PAGE-NO
004800     MOVE MTH-STMT-MONTH TO MTH-HDG-MONTH
004810     MOVE MTH-HEADING-1 TO STATEMENT-LINE
004820     WRITE STATEMENT-LINE
004830     MOVE MTH-COLUMN-LINE TO STATEMENT-LINE
004840     WRITE STATEMENT-LINE
004850     MOVE SPACES TO STATEMENT-LINE
004860     WRITE STATEMENT-LINE
004870     MOVE ZERO TO MTH-LINE-COUNT.
004880 420-RETURN-SORT-RTN.
004890     RETURN SORT-WORK-FILE
004900         AT END
004910             SET MTH-SORT-EOF TO TRUE
004920         NOT AT END
004930             PERFORM 430-STATEMENT-DETAIL-RTN
004940     END-RETURN.
004950 430-STATEMENT-DETAIL-RTN.
004960     IF MTH-FIRST-RECORD
004970         SET MTH-NOT-FIRST-RECORD TO TRUE
004980         MOVE SW-SLS-ID TO MTH-PREV-SLS-ID
004990         MOVE SW-NAME TO MTH-PREV-NAME
005000         MOVE SW-RUN-DATE TO MTH-PREV-DATE
005010         PERFORM 470-PERSON-HEADER-RTN
005020     ELSE
005030         IF SW-SLS-ID NOT = MTH-PREV-SLS-ID
005040             PERFORM 440-DAY-TOTAL-RTN
005050             PERFORM 450-PERSON-TOTAL-RTN
005060             MOVE SW-SLS-ID TO MTH-PREV-SLS-ID
005070             MOVE SW-NAME TO MTH-PREV-NAME
005080             MOVE SW-RUN-DATE TO MTH-PREV-DATE
005090             PERFORM 470-PERSON-HEADER-RTN
005100         ELSE
005110             IF SW-RUN-DATE NOT = MTH-PREV-DATE
005120                 PERFORM 440-DAY-TOTAL-RTN
005130                 MOVE SW-RUN-DATE TO MTH-PREV-DATE
005140             END-IF
005150         END-IF
005160     END-IF
005170     ADD 1 TO MTH-DAY-COUNT-ACC
005180     ADD SW-TOTAL-PRICE TO MTH-DAY-GROSS-ACC
005190     ADD SW-TAX-AMOUNT TO MTH-DAY-TAX-ACC
005200     ADD SW-NET-TOTAL TO MTH-DAY-NET-ACC.
005210 440-DAY-TOTAL-RTN.
005220     IF MTH-LINE-COUNT NOT LESS THAN MTH-LINES-PER-PAGE
005230         PERFORM 410-HEADING-RTN
005240     END-IF
005250     MOVE MTH-PREV-DATE TO MTH-DAY-DATE
005260     MOVE MTH-DAY-COUNT-ACC TO MTH-DAY-COUNT
005270     MOVE MTH-DAY-GROSS-ACC TO MTH-DAY-GROSS
005280     MOVE MTH-DAY-TAX-ACC TO MTH-DAY-TAX
005290     MOVE MTH-DAY-NET-ACC TO MTH-DAY-NET
005300     MOVE MTH-DAY-LINE TO STATEMENT-LINE
005310     WRITE STATEMENT-LINE
005320     ADD 1 TO MTH-LINE-COUNT
005330     ADD MTH-DAY-COUNT-ACC TO MTH-PSN-COUNT-ACC
005340     ADD MTH-DAY-GROSS-ACC TO MTH-PSN-GROSS-ACC
005350     ADD MTH-DAY-TAX-ACC TO MTH-PSN-TAX-ACC
005360     ADD MTH-DAY-NET-ACC TO MTH-PSN-NET-ACC
005370     MOVE ZERO TO MTH-DAY-COUNT-ACC
005380     MOVE ZERO TO MTH-DAY-GROSS-ACC
005390     MOVE ZERO TO MTH-DAY-TAX-ACC
005400     MOVE ZERO TO MTH-DAY-NET-ACC.
005410 450-PERSON-TOTAL-RTN.
005420     MOVE MTH-PSN-COUNT-ACC TO MTH-MTD-COUNT
005430     MOVE MTH-PSN-GROSS-ACC TO MTH-MTD-GROSS
005440     MOVE MTH-PSN-TAX-ACC TO MTH-MTD-TAX
005450     MOVE MTH-PSN-NET-ACC TO MTH-MTD-NET
005460     MOVE MTH-MTD-LINE TO STATEMENT-LINE
005470     WRITE STATEMENT-LINE
005480     MOVE SPACES TO STATEMENT-LINE
005490     WRITE STATEMENT-LINE
005500     ADD 2 TO MTH-LINE-COUNT
005510     ADD MTH-PSN-COUNT-ACC TO MTH-GRD-COUNT-ACC
005520     ADD MTH-PSN-GROSS-ACC TO MTH-GRD-GROSS-ACC
005530     ADD MTH-PSN-TAX-ACC TO MTH-GRD-TAX-ACC
005540     ADD MTH-PSN-NET-ACC TO MTH-GRD-NET-ACC
005550     MOVE ZERO TO MTH-PSN-COUNT-ACC
005560     MOVE ZERO TO MTH-PSN-GROSS-ACC
005570     MOVE ZERO TO MTH-PSN-TAX-ACC
005580     MOVE ZERO TO MTH-PSN-NET-ACC.
005590 460-GRAND-TOTAL-RTN.
005600     MOVE MTH-GRD-COUNT-ACC TO MTH-GRD-COUNT
005610     MOVE MTH-GRD-GROSS-ACC TO MTH-GRD-GROSS
005620     MOVE MTH-GRD-TAX-ACC TO MTH-GRD-TAX
005630     MOVE MTH-GRD-NET-ACC TO MTH-GRD-NET
005640     MOVE MTH-GRAND-LINE TO STATEMENT-LINE
005650     WRITE STATEMENT-LINE.
005660 470-PERSON-HEADER-RTN.
005670     IF MTH-LINE-COUNT NOT LESS THAN MTH-LINES-PER-PAGE
005680         PERFORM 410-HEADING-RTN
005690     END-IF
005700     MOVE MTH-PREV-SLS-ID TO MTH-PSN-ID
005710     MOVE MTH-PREV-NAME TO MTH-PSN-NAME
005720     MOVE MTH-PERSON-LINE TO STATEMENT-LINE
005730     WRITE STATEMENT-LINE
005740     ADD 1 TO MTH-LINE-COUNT.
