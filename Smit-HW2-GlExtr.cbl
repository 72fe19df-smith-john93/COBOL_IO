000600*                   IN SYNC; THE EXTRACT LOGIC IS UNCHANGED     *
000610*                   SINCE AN OVERRIDE ALREADY FLOWS THROUGH     *
000620*                   THE POSTED DOLLAR FIELDS.                   *
000630*  10/15/2026  JS   STANDARD COST.  POSTS COST OF GOODS SOLD *
000640*                   DEBIT AND INVENTORY CREDIT FROM EXTENDED *
000650*                   COST VIA THE COGS AND INVT MAP ENTRIES.  *
000660*  10/15/2026  JS   SALES-REC PICKS UP THE STOREFRONT ORDER  *
000670*                   NUMBER (SEE ORDIMP AND ORDACK) SO RECORD *
000680*                   LAYOUTS STAY IN SYNC.                    *
000690*  10/15/2026  JS   SALES-REC PICKS UP THE PRICE-SOURCE      *
000700*                   INDICATOR (LIST, EFFECTIVE-DATED,        *
000710*                   CONTRACT OR OVERRIDE) SO RECORD LAYOUTS  *
000720*                   STAY IN SYNC.                            *
000730*----------------------------------------------------------*
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT SALES-FILE
000780         ASSIGN TO GLX-SALES-FILE-NAME
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS SALES-SEQ-NO
000820         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000830         FILE STATUS IS GLX-SALESFILE-STATUS.
000840     SELECT ACCOUNT-MAP-FILE
000850         ASSIGN TO GLX-ACCTMAP-FILE-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS GLX-ACCTMAP-FILE-STATUS.
000880     SELECT DAY-STATUS-FILE
000890         ASSIGN TO GLX-DAYSTAT-FILE-NAME
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS DST-DATE
000930         FILE STATUS IS GLX-DAYSTAT-FILE-STATUS.
000940     SELECT GL-POSTING-FILE
000950         ASSIGN TO GLX-GLPOST-FILE-NAME
000960         ORGANIZATION IS LINE SEQUENTIAL.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD SALES-FILE.
001000 01 SALES-REC.
001010    05 SALES-SEQ-NO         PIC 9(07).
001020    05 NAME-OUT             PIC X(20).
001030    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
001040    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
001050    05 DISCOUNT-RATE-OUT    PIC V999.
001060    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
001070    05 NET-TOTAL-OUT        PIC S9(6)V99.
001080    05 SOURCE-CODE-OUT      PIC X(01).
001090    05 TRANS-TYPE-OUT       PIC X(01).
001100    05 SLS-ID-OUT           PIC X(05).
001110    05 BATCH-NO-OUT         PIC 9(03).
001120    05 CUST-ID-OUT          PIC X(06).
001130    05 PRODUCT-CODE-OUT     PIC X(06).
001140    05 QTY-SOLD-OUT         PIC 9(03).
001150    05 JURIS-CODE-OUT       PIC X(02).
001160    05 OVERRIDE-FLAG-OUT    PIC X(01).
001170    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
001180    05 APPROVER-ID-OUT      PIC X(05).
001190    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
001200    05 EXT-COST-OUT         PIC S9(6)V99.
001210    05 ORDER-NO-OUT         PIC X(12).
001220    05 PRICE-SOURCE-OUT     PIC X(01).
001230 FD ACCOUNT-MAP-FILE.
001240 01 ACCOUNT-MAP-REC.
001250    05 MAP-LINE-CODE        PIC X(04).
001260    05 FILLER               PIC X(01).
001270    05 MAP-ACCOUNT-NO       PIC X(08).
001280 FD DAY-STATUS-FILE.
001290 01 DAY-STATUS-REC.
001300    05 DST-DATE             PIC 9(08).
001310    05 DST-STATUS           PIC X(01).
001320       88 DST-OPEN              VALUE 'O'.
001330       88 DST-BALANCED          VALUE 'B'.
001340       88 DST-POSTED-GL         VALUE 'P'.
001350       88 DST-CLOSED            VALUE 'C'.
001360    05 DST-UPDT-DATE        PIC 9(08).
001370    05 DST-UPDT-USER        PIC X(08).
001380 FD GL-POSTING-FILE.
001390 01 GL-POSTING-REC.
001400    05 GL-RUN-DATE          PIC 9(08).
001410    05 FILLER               PIC X(01).
001420    05 GL-ACCOUNT-NO        PIC X(08).
001430    05 FILLER               PIC X(01).
001440    05 GL-DR-CR             PIC X(02).
001450    05 FILLER               PIC X(01).
001460    05 GL-AMOUNT            PIC 9(09)V99.
001470    05 FILLER               PIC X(01).
001480    05 GL-DESC              PIC X(20).
001490 01 GL-HEADER-REC.
001500    05 GL-HDR-TAG           PIC X(05).
001510    05 FILLER               PIC X(01).
001520    05 GL-HDR-RUN-DATE      PIC 9(08).
001530    05 FILLER               PIC X(01).
001540    05 GL-HDR-STATUS        PIC X(08).
001550    05 FILLER               PIC X(30).
001560 WORKING-STORAGE SECTION.
001570 77 GLX-SALESFILE-STATUS    PIC XX VALUE SPACES.
001580 77 GLX-ACCTMAP-FILE-STATUS PIC XX VALUE SPACES.
001590 77 GLX-RUN-DATE            PIC 9(08) VALUE ZERO.
001600 77 GLX-SALES-FILE-NAME     PIC X(80) VALUE SPACES.
001610 77 GLX-ACCTMAP-FILE-NAME   PIC X(80) VALUE SPACES.
001620 77 GLX-GLPOST-FILE-NAME    PIC X(80) VALUE SPACES.
001630 77 GLX-DAYSTAT-FILE-NAME   PIC X(80) VALUE SPACES.
001640 77 GLX-DAYSTAT-FILE-STATUS PIC XX VALUE SPACES.
001650 77 GLX-TODAY-DATE          PIC 9(08) VALUE ZERO.
001660 77 GLX-DAYSTAT-FOUND-SW    PIC X(01) VALUE 'N'.
001670     88 GLX-DAYSTAT-FOUND         VALUE 'Y'.
001680     88 GLX-DAYSTAT-NOT-FOUND     VALUE 'N'.
001690 77 GLX-OUTPUT-BASE-NAME    PIC X(60) VALUE SPACES.
001700 77 GLX-ENV-VALUE           PIC X(80) VALUE SPACES.
001710 77 GLX-RECORDS-READ        PIC 9(07) COMP VALUE ZERO.
001720 77 GLX-GROSS-TOTAL         PIC S9(09)V99 VALUE ZERO.
001730 77 GLX-DISC-TOTAL          PIC S9(09)V99 VALUE ZERO.
001740 77 GLX-TAX-TOTAL           PIC S9(09)V99 VALUE ZERO.
001750 77 GLX-RECV-TOTAL          PIC S9(09)V99 VALUE ZERO.
001760 77 GLX-COST-TOTAL          PIC S9(09)V99 VALUE ZERO.
001770 77 GLX-DEBIT-TOTAL         PIC S9(10)V99 VALUE ZERO.
001780 77 GLX-CREDIT-TOTAL        PIC S9(10)V99 VALUE ZERO.
001790 77 GLX-WORK-AMOUNT         PIC S9(09)V99 VALUE ZERO.
001800 77 GLX-WORK-SIDE           PIC X(02) VALUE SPACES.
001810 77 GLX-WORK-ACCT           PIC X(08) VALUE SPACES.
001820 77 GLX-WORK-DESC           PIC X(20) VALUE SPACES.
001830 77 GLX-GROSS-ACCT          PIC X(08) VALUE SPACES.
001840 77 GLX-DISC-ACCT           PIC X(08) VALUE SPACES.
001850 77 GLX-TAX-ACCT            PIC X(08) VALUE SPACES.
001860 77 GLX-RECV-ACCT           PIC X(08) VALUE SPACES.
001870 77 GLX-COGS-ACCT           PIC X(08) VALUE SPACES.
001880 77 GLX-INVT-ACCT           PIC X(08) VALUE SPACES.
001890 01 GLX-JUR-TABLE.
001900    05 GLX-JUR-ENTRY OCCURS 20 TIMES.
001910       10 GLX-JUR-CODE         PIC X(02).
001920       10 GLX-JUR-TAX-AMT      PIC S9(09)V99.
001930       10 GLX-JUR-ACCT         PIC X(08).
001940 77 GLX-JUR-COUNT           PIC 9(02) COMP VALUE ZERO.
001950 77 GLX-JUR-MAX             PIC 9(02) COMP VALUE 20.
001960 77 GLX-JUR-SUB             PIC 9(02) COMP VALUE ZERO.
001970 77 GLX-JUR-WORK-CODE       PIC X(02) VALUE SPACES.
001980 77 GLX-JUR-FOUND-SW        PIC X(01) VALUE 'N'.
001990     88 GLX-JUR-FOUND              VALUE 'Y'.
002000     88 GLX-JUR-NOT-FOUND          VALUE 'N'.
002010 77 GLX-SALES-EOF-SW        PIC X(01) VALUE 'N'.
002020     88 GLX-SALES-EOF              VALUE 'Y'.
002030     88 GLX-SALES-NOT-EOF          VALUE 'N'.
002040 77 GLX-MAP-EOF-SW          PIC X(01) VALUE 'N'.
002050     88 GLX-MAP-EOF                VALUE 'Y'.
002060     88 GLX-MAP-NOT-EOF            VALUE 'N'.
002070 77 GLX-BALANCED-SW         PIC X(01) VALUE 'Y'.
002080     88 GLX-BALANCED               VALUE 'Y'.
002090     88 GLX-NOT-BALANCED           VALUE 'N'.
002100 PROCEDURE DIVISION.
002110 100-MAIN-MODULE.
002120     PERFORM 105-ASSIGN-FILENAMES-RTN
002130     PERFORM 107-CHECK-DAY-STATUS-RTN
002140     PERFORM 110-LOAD-ACCOUNT-MAP-RTN
002150     PERFORM 200-READ-SALES-RTN
002160     PERFORM 300-BALANCE-CHECK-RTN
002170     OPEN OUTPUT GL-POSTING-FILE
002180     PERFORM 400-WRITE-POSTINGS-RTN
002190     CLOSE GL-POSTING-FILE
002200     IF GLX-BALANCED
002210         PERFORM 430-MARK-DAY-POSTED-RTN
002220     END-IF
002230     IF GLX-NOT-BALANCED
002240         MOVE 12 TO RETURN-CODE
002250     END-IF
002260     STOP RUN.
002270 105-ASSIGN-FILENAMES-RTN.
002280     MOVE SPACES TO GLX-ENV-VALUE
002290     ACCEPT GLX-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
002300     IF GLX-ENV-VALUE = SPACES
002310         ACCEPT GLX-RUN-DATE FROM DATE YYYYMMDD
002320     ELSE
002330         MOVE GLX-ENV-VALUE(1:8) TO GLX-RUN-DATE
002340     END-IF
002350     MOVE SPACES TO GLX-ENV-VALUE
002360     ACCEPT GLX-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
002370     IF GLX-ENV-VALUE = SPACES
002380         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
002390             TO GLX-OUTPUT-BASE-NAME
002400     ELSE
002410         MOVE GLX-ENV-VALUE TO GLX-OUTPUT-BASE-NAME
002420     END-IF
002430     MOVE SPACES TO GLX-SALES-FILE-NAME
002440     STRING GLX-OUTPUT-BASE-NAME DELIMITED BY SPACE
002450         '-' DELIMITED BY SIZE
002460         GLX-RUN-DATE DELIMITED BY SIZE
002470         '.TXT' DELIMITED BY SIZE
002480         INTO GLX-SALES-FILE-NAME
002490     END-STRING
002500     MOVE SPACES TO GLX-ENV-VALUE
002510     ACCEPT GLX-ENV-VALUE FROM ENVIRONMENT 'TRANS_ACCTMAP_FILE'
002520     IF GLX-ENV-VALUE = SPACES
002530     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-AcctMap.TXT'
002540         TO GLX-ACCTMAP-FILE-NAME
002550     ELSE
002560         MOVE GLX-ENV-VALUE TO GLX-ACCTMAP-FILE-NAME
002570     END-IF
002580     MOVE SPACES TO GLX-ENV-VALUE
002590     ACCEPT GLX-ENV-VALUE FROM ENVIRONMENT 'TRANS_GLPOST_FILE'
002600     IF GLX-ENV-VALUE = SPACES
002610     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-GlPosting.TXT'
002620         TO GLX-GLPOST-FILE-NAME
002630     ELSE
002640         MOVE GLX-ENV-VALUE TO GLX-GLPOST-FILE-NAME
002650     END-IF
002660     MOVE SPACES TO GLX-ENV-VALUE
002670     ACCEPT GLX-ENV-VALUE FROM ENVIRONMENT 'TRANS_DAYSTAT_FILE'
002680     IF GLX-ENV-VALUE = SPACES
002690     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DayStatus.TXT'
002700         TO GLX-DAYSTAT-FILE-NAME
002710     ELSE
002720         MOVE GLX-ENV-VALUE TO GLX-DAYSTAT-FILE-NAME
002730     END-IF.
002740 107-CHECK-DAY-STATUS-RTN.
002750     SET GLX-DAYSTAT-NOT-FOUND TO TRUE
002760     OPEN INPUT DAY-STATUS-FILE
002770     IF GLX-DAYSTAT-FILE-STATUS = '35'
002780         DISPLAY 'NO DAY-STATUS-FILE, DATE TREATED AS OPEN'
002790     ELSE
002800         IF GLX-DAYSTAT-FILE-STATUS NOT = '00'
002810             DISPLAY 'DAY-STATUS-FILE OPEN ERROR, STATUS '
002820                 GLX-DAYSTAT-FILE-STATUS
002830             MOVE 16 TO RETURN-CODE
002840             STOP RUN
002850         ELSE
002860             MOVE GLX-RUN-DATE TO DST-DATE
002870             READ DAY-STATUS-FILE
002880                 INVALID KEY
002890                     CONTINUE
002900                 NOT INVALID KEY
002910                     SET GLX-DAYSTAT-FOUND TO TRUE
002920                     IF DST-CLOSED
002930                         DISPLAY 'GLEXTR: BUSINESS DATE '
002940                             GLX-RUN-DATE
002950                             ' IS CLOSED, EXTRACT REFUSED'
002960                         MOVE 12 TO RETURN-CODE
002970                         STOP RUN
002980                     END-IF
002990             END-READ
003000             CLOSE DAY-STATUS-FILE
003010         END-IF
003020     END-IF.
003030 430-MARK-DAY-POSTED-RTN.
003040     ACCEPT GLX-TODAY-DATE FROM DATE YYYYMMDD
003050     OPEN I-O DAY-STATUS-FILE
003060     IF GLX-DAYSTAT-FILE-STATUS = '35'
003070         OPEN OUTPUT DAY-STATUS-FILE
003080         CLOSE DAY-STATUS-FILE
003090         OPEN I-O DAY-STATUS-FILE
003100     END-IF
003110     IF GLX-DAYSTAT-FILE-STATUS NOT = '00'
003120         DISPLAY 'DAY-STATUS-FILE OPEN ERROR, STATUS '
003130             GLX-DAYSTAT-FILE-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF
003170     MOVE GLX-RUN-DATE TO DST-DATE
003180     READ DAY-STATUS-FILE
003190         INVALID KEY
003200             MOVE GLX-RUN-DATE TO DST-DATE
003210             MOVE 'P' TO DST-STATUS
003220             MOVE GLX-TODAY-DATE TO DST-UPDT-DATE
003230             MOVE 'GLEXTR  ' TO DST-UPDT-USER
003240             WRITE DAY-STATUS-REC
003250         NOT INVALID KEY
003260             IF NOT DST-CLOSED
003270                 MOVE 'P' TO DST-STATUS
003280                 MOVE GLX-TODAY-DATE TO DST-UPDT-DATE
003290                 MOVE 'GLEXTR  ' TO DST-UPDT-USER
003300                 REWRITE DAY-STATUS-REC
003310             END-IF
003320     END-READ
003330     CLOSE DAY-STATUS-FILE.
003340 110-LOAD-ACCOUNT-MAP-RTN.
003350     OPEN INPUT ACCOUNT-MAP-FILE
003360     IF GLX-ACCTMAP-FILE-STATUS NOT = '00'
003370         DISPLAY 'ACCOUNT-MAP-FILE OPEN ERROR, STATUS '
003380             GLX-ACCTMAP-FILE-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF
003420     SET GLX-MAP-NOT-EOF TO TRUE
003430     PERFORM 120-READ-MAP-REC-RTN UNTIL GLX-MAP-EOF
003440     CLOSE ACCOUNT-MAP-FILE
003450     IF GLX-GROSS-ACCT = SPACES OR GLX-DISC-ACCT = SPACES OR
003460         GLX-TAX-ACCT = SPACES OR GLX-RECV-ACCT = SPACES OR
003470         GLX-COGS-ACCT = SPACES OR GLX-INVT-ACCT = SPACES
003480         DISPLAY 'ACCOUNT-MAP-FILE IS MISSING AN ACCOUNT'
003490         MOVE 16 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520 120-READ-MAP-REC-RTN.
003530     READ ACCOUNT-MAP-FILE
003540         AT END
003550             SET GLX-MAP-EOF TO TRUE
003560         NOT AT END
003570             EVALUATE MAP-LINE-CODE
003580                 WHEN 'GRSS'
003590                     MOVE MAP-ACCOUNT-NO TO GLX-GROSS-ACCT
003600                 WHEN 'DISC'
003610                     MOVE MAP-ACCOUNT-NO TO GLX-DISC-ACCT
003620                 WHEN 'TAXP'
003630                     MOVE MAP-ACCOUNT-NO TO GLX-TAX-ACCT
003640                 WHEN 'RECV'
003650                     MOVE MAP-ACCOUNT-NO TO GLX-RECV-ACCT
003660                 WHEN 'COGS'
003670                     MOVE MAP-ACCOUNT-NO TO GLX-COGS-ACCT
003680                 WHEN 'INVT'
003690                     MOVE MAP-ACCOUNT-NO TO GLX-INVT-ACCT
003700                 WHEN OTHER
003710                     IF MAP-LINE-CODE(1:2) = 'TX' AND
003720                         MAP-LINE-CODE(3:2) NOT = SPACES
003730                         MOVE MAP-LINE-CODE(3:2)
003740                             TO GLX-JUR-WORK-CODE
003750                         PERFORM 230-FIND-JUR-RTN
003760                         MOVE MAP-ACCOUNT-NO
003770                             TO GLX-JUR-ACCT (GLX-JUR-SUB)
003780                     ELSE
003790                         DISPLAY 'UNKNOWN ACCOUNT MAP LINE '
003800                             MAP-LINE-CODE
003810                     END-IF
003820             END-EVALUATE
003830     END-READ.
003840 200-READ-SALES-RTN.
003850     OPEN INPUT SALES-FILE
003860     IF GLX-SALESFILE-STATUS NOT = '00'
003870         DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
003880             GLX-SALESFILE-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF
003920     SET GLX-SALES-NOT-EOF TO TRUE
003930     PERFORM 210-READ-SALES-REC-RTN UNTIL GLX-SALES-EOF
003940     CLOSE SALES-FILE.
003950 210-READ-SALES-REC-RTN.
003960     READ SALES-FILE
003970         AT END
003980             SET GLX-SALES-EOF TO TRUE
003990         NOT AT END
004000             ADD 1 TO GLX-RECORDS-READ
004010             ADD PRE-DISCOUNT-AMT-OUT TO GLX-GROSS-TOTAL
004020             COMPUTE GLX-DISC-TOTAL = GLX-DISC-TOTAL +
004030                 PRE-DISCOUNT-AMT-OUT - TOTAL-PRICE-OUT
004040             ADD TAX-AMOUNT-OUT TO GLX-TAX-TOTAL
004050             MOVE JURIS-CODE-OUT TO GLX-JUR-WORK-CODE
004060             PERFORM 230-FIND-JUR-RTN
004070             ADD TAX-AMOUNT-OUT
004080                 TO GLX-JUR-TAX-AMT (GLX-JUR-SUB)
004090             ADD NET-TOTAL-OUT TO GLX-RECV-TOTAL
004100             ADD EXT-COST-OUT TO GLX-COST-TOTAL
004110     END-READ.
004120 230-FIND-JUR-RTN.
004130     SET GLX-JUR-NOT-FOUND TO TRUE
004140     MOVE ZERO TO GLX-JUR-SUB
004150     PERFORM 235-SCAN-JUR-RTN UNTIL GLX-JUR-FOUND OR
004160         GLX-JUR-SUB NOT LESS THAN GLX-JUR-COUNT
004170     IF GLX-JUR-NOT-FOUND
004180         IF GLX-JUR-COUNT = GLX-JUR-MAX
004190             DISPLAY 'GLEXTR: JURISDICTION TABLE FULL AT '
004200                 GLX-JUR-WORK-CODE
004210             MOVE 16 TO RETURN-CODE
004220             STOP RUN
004230         END-IF
004240         ADD 1 TO GLX-JUR-COUNT
004250         MOVE GLX-JUR-COUNT TO GLX-JUR-SUB
004260         MOVE GLX-JUR-WORK-CODE TO GLX-JUR-CODE (GLX-JUR-SUB)
004270         MOVE ZERO TO GLX-JUR-TAX-AMT (GLX-JUR-SUB)
004280         MOVE SPACES TO GLX-JUR-ACCT (GLX-JUR-SUB)
004290     END-IF.
004300 235-SCAN-JUR-RTN.
004310     ADD 1 TO GLX-JUR-SUB
004320     IF GLX-JUR-CODE (GLX-JUR-SUB) = GLX-JUR-WORK-CODE
004330         SET GLX-JUR-FOUND TO TRUE
004340     END-IF.
004350 300-BALANCE-CHECK-RTN.
004360     SET GLX-BALANCED TO TRUE
004370     IF GLX-RECV-TOTAL + GLX-DISC-TOTAL NOT =
004380         GLX-GROSS-TOTAL + GLX-TAX-TOTAL
004390         SET GLX-NOT-BALANCED TO TRUE
004400         DISPLAY 'GLEXTR: DEBITS DO NOT EQUAL CREDITS, '
004410             'RUN REJECTED'
004420     END-IF.
004430 400-WRITE-POSTINGS-RTN.
004440     MOVE SPACES TO GL-HEADER-REC
004450     MOVE 'GLHDR' TO GL-HDR-TAG
004460     MOVE GLX-RUN-DATE TO GL-HDR-RUN-DATE
004470     IF GLX-BALANCED
004480         MOVE 'BALANCED' TO GL-HDR-STATUS
004490     ELSE
004500         MOVE 'REJECTED' TO GL-HDR-STATUS
004510     END-IF
004520     WRITE GL-HEADER-REC
004530     IF GLX-BALANCED
004540         MOVE GLX-RECV-TOTAL TO GLX-WORK-AMOUNT
004550         MOVE 'DR' TO GLX-WORK-SIDE
004560         MOVE GLX-RECV-ACCT TO GL-ACCOUNT-NO
004570         MOVE 'ACCOUNTS RECEIVABLE ' TO GL-DESC
004580         PERFORM 410-WRITE-POSTING-RTN
004590         MOVE GLX-DISC-TOTAL TO GLX-WORK-AMOUNT
004600         MOVE 'DR' TO GLX-WORK-SIDE
004610         MOVE GLX-DISC-ACCT TO GL-ACCOUNT-NO
004620         MOVE 'DISCOUNTS GIVEN     ' TO GL-DESC
004630         PERFORM 410-WRITE-POSTING-RTN
004640         MOVE GLX-GROSS-TOTAL TO GLX-WORK-AMOUNT
004650         MOVE 'CR' TO GLX-WORK-SIDE
004660         MOVE GLX-GROSS-ACCT TO GL-ACCOUNT-NO
004670         MOVE 'GROSS SALES         ' TO GL-DESC
004680         PERFORM 410-WRITE-POSTING-RTN
004690         PERFORM 420-POST-JUR-TAX-RTN
004700             VARYING GLX-JUR-SUB FROM 1 BY 1
004710             UNTIL GLX-JUR-SUB > GLX-JUR-COUNT
004720         MOVE GLX-COST-TOTAL TO GLX-WORK-AMOUNT
004730         MOVE 'DR' TO GLX-WORK-SIDE
004740         MOVE GLX-COGS-ACCT TO GL-ACCOUNT-NO
004750         MOVE 'COST OF GOODS SOLD  ' TO GL-DESC
004760         PERFORM 410-WRITE-POSTING-RTN
004770         MOVE GLX-COST-TOTAL TO GLX-WORK-AMOUNT
004780         MOVE 'CR' TO GLX-WORK-SIDE
004790         MOVE GLX-INVT-ACCT TO GL-ACCOUNT-NO
004800         MOVE 'INVENTORY           ' TO GL-DESC
004810         PERFORM 410-WRITE-POSTING-RTN
004820         DISPLAY 'GLEXTR: ' GLX-RUN-DATE ' RELEASED, DEBITS '
004830             GLX-DEBIT-TOTAL ' CREDITS ' GLX-CREDIT-TOTAL
004840     END-IF.
004850 420-POST-JUR-TAX-RTN.
004860     IF GLX-JUR-TAX-AMT (GLX-JUR-SUB) NOT = ZERO
004870         MOVE GLX-JUR-TAX-AMT (GLX-JUR-SUB) TO GLX-WORK-AMOUNT
004880         MOVE 'CR' TO GLX-WORK-SIDE
004890         IF GLX-JUR-ACCT (GLX-JUR-SUB) = SPACES
004900             MOVE GLX-TAX-ACCT TO GL-ACCOUNT-NO
004910         ELSE
004920             MOVE GLX-JUR-ACCT (GLX-JUR-SUB) TO GL-ACCOUNT-NO
004930         END-IF
004940         MOVE 'SALES TAX PAYABLE   ' TO GL-DESC
004950         MOVE GLX-JUR-CODE (GLX-JUR-SUB) TO GL-DESC(19:2)
004960         PERFORM 410-WRITE-POSTING-RTN
004970     END-IF.
004980 410-WRITE-POSTING-RTN.
004990     IF GLX-WORK-AMOUNT < ZERO
005000         COMPUTE GLX-WORK-AMOUNT = ZERO - GLX-WORK-AMOUNT
005010         IF GLX-WORK-SIDE = 'DR'
005020             MOVE 'CR' TO GLX-WORK-SIDE
005030         ELSE
005040             MOVE 'DR' TO GLX-WORK-SIDE
005050         END-IF
005060     END-IF
005070     MOVE GLX-RUN-DATE TO GL-RUN-DATE
005080     MOVE GLX-WORK-SIDE TO GL-DR-CR
005090     MOVE GLX-WORK-AMOUNT TO GL-AMOUNT
005100     MOVE SPACE TO GL-POSTING-REC(9:1)
005110     MOVE SPACE TO GL-POSTING-REC(18:1)
005120     MOVE SPACE TO GL-POSTING-REC(21:1)
005130     MOVE SPACE TO GL-POSTING-REC(33:1)
005140     IF GLX-WORK-SIDE = 'DR'
005150         ADD GLX-WORK-AMOUNT TO GLX-DEBIT-TOTAL
005160     ELSE
005170         ADD GLX-WORK-AMOUNT TO GLX-CREDIT-TOTAL
005180     END-IF
005190     WRITE GL-POSTING-REC.
