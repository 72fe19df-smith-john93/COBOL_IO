000380*                   AT -999.9 INSTEAD OF +999.9.  DROPPED A   *
000390*                   LEFTOVER MOVE OF HIST-SLS-ID INTO THE     *
000400*                   ENV-VAR SCRATCH FIELD THAT NOTHING READ.  *
000410*  10/15/2026  JS   HISTORY-REC PICKS UP EXTENDED COST SO    *
000420*                   RECORD LAYOUTS STAY IN SYNC.             *
000430*----------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SALES-HISTORY-FILE
000480         ASSIGN TO PRF-HISTORY-FILE-NAME
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS HIST-KEY
000520         FILE STATUS IS PRF-HISTORY-FILE-STATUS.
000530     SELECT SALESPERSON-MASTER-FILE
000540         ASSIGN TO PRF-SLSMST-FILE-NAME
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS SLS-ID-MST
000580         FILE STATUS IS PRF-SLSMST-FILE-STATUS.
000590     SELECT REPORT-FILE
000600         ASSIGN TO PRF-REPORT-FILE-NAME
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD SALES-HISTORY-FILE.
000650 01 HISTORY-REC.
000660    05 HIST-KEY.
000670       10 HIST-RUN-DATE     PIC 9(08).
000680       10 HIST-SEQ-NO       PIC 9(07).
000690    05 HIST-NAME            PIC X(20).
000700    05 HIST-TOTAL-PRICE     PIC S9(6)V99.
000710    05 HIST-PRE-DISC-AMT    PIC S9(6)V99.
000720    05 HIST-DISCOUNT-RATE   PIC V999.
000730    05 HIST-TAX-AMOUNT      PIC S9(6)V99.
000740    05 HIST-NET-TOTAL       PIC S9(6)V99.
000750    05 HIST-SOURCE-CODE     PIC X(01).
000760    05 HIST-TRANS-TYPE      PIC X(01).
000770    05 HIST-SLS-ID          PIC X(05).
000780    05 HIST-BATCH-NO        PIC 9(03).
000790    05 HIST-CUST-ID         PIC X(06).
000800    05 HIST-PRODUCT-CODE    PIC X(06).
000810    05 HIST-QTY-SOLD        PIC 9(03).
000820    05 HIST-JURIS-CODE      PIC X(02).
000830    05 HIST-OVERRIDE-FLAG   PIC X(01).
000840    05 HIST-OVERRIDE-PRICE  PIC 9(3)V99.
000850    05 HIST-APPROVER-ID     PIC X(05).
000860    05 HIST-PRICE-VARIANCE  PIC S9(6)V99.
000870    05 HIST-EXT-COST        PIC S9(6)V99.
000880 FD SALESPERSON-MASTER-FILE.
000890 01 SALESPERSON-MASTER-REC.
000900    05 SLS-ID-MST            PIC X(05).
000910    05 SLS-NAME-MST          PIC X(20).
000920    05 SLS-MTH-QUOTA-MST     PIC 9(7)V99.
000930    05 SLS-ANN-QUOTA-MST     PIC 9(8)V99.
000940 FD REPORT-FILE.
000950 01 REPORT-LINE                  PIC X(80).
000960 WORKING-STORAGE SECTION.
000970 01 PRF-HEADING-1.
000980    05 FILLER               PIC X(15) VALUE SPACES.
000990    05 FILLER               PIC X(31)
001000        VALUE 'SALESPERSON PERFORMANCE RANKING'.
001010    05 FILLER               PIC X(01) VALUE SPACE.
001020    05 PRF-HDG-MONTH        PIC X(06).
001030    05 FILLER               PIC X(19) VALUE SPACES.
001040    05 FILLER               PIC X(05) VALUE 'PAGE '.
001050    05 PRF-HDG-PAGE-NO      PIC ZZ9.
001060 01 PRF-HEADING-2.
001070    05 FILLER               PIC X(04) VALUE 'RNK '.
001080    05 FILLER               PIC X(06) VALUE 'ID    '.
001090    05 FILLER               PIC X(17) VALUE 'NAME'.
001100    05 FILLER               PIC X(13) VALUE '     MTD NET '.
001110    05 FILLER               PIC X(13) VALUE '   MTD QUOTA '.
001120    05 FILLER               PIC X(06) VALUE ' ATT% '.
001130    05 FILLER               PIC X(09) VALUE 'FLAG'.
001140 01 PRF-DETAIL-LINE-1.
001150    05 PRF-DTL-RANK         PIC ZZ9.
001160    05 FILLER               PIC X(01) VALUE SPACE.
001170    05 PRF-DTL-ID           PIC X(05).
001180    05 FILLER               PIC X(01) VALUE SPACE.
001190    05 PRF-DTL-NAME         PIC X(16).
001200    05 FILLER               PIC X(01) VALUE SPACE.
001210    05 PRF-DTL-MTD-NET      PIC Z,ZZZ,ZZ9.99-.
001220    05 FILLER               PIC X(01) VALUE SPACE.
001230    05 PRF-DTL-MTD-QUOTA    PIC Z,ZZZ,ZZ9.99.
001240    05 FILLER               PIC X(01) VALUE SPACE.
001250    05 PRF-DTL-ATT-PCT      PIC ZZ9.9-.
001260    05 FILLER               PIC X(01) VALUE SPACE.
001270    05 PRF-DTL-FLAG         PIC X(09).
001280 01 PRF-DETAIL-LINE-2.
001290    05 FILLER               PIC X(10) VALUE SPACES.
001300    05 FILLER               PIC X(04) VALUE 'YTD '.
001310    05 PRF-DT2-YTD-NET      PIC ZZ,ZZZ,ZZ9.99-.
001320    05 FILLER               PIC X(05) VALUE ' ANN '.
001330    05 PRF-DT2-ANN-QUOTA    PIC ZZ,ZZZ,ZZ9.99.
001340    05 FILLER               PIC X(06) VALUE ' ATT% '.
001350    05 PRF-DT2-ATT-PCT      PIC ZZ9.9-.
001360    05 FILLER               PIC X(06) VALUE ' RET% '.
001370    05 PRF-DT2-RET-PCT      PIC ZZ9.9.
001380 01 PRF-TABLE.
001390    05 PRF-ENTRY OCCURS 200 TIMES.
001400       10 PRF-TBL-ID        PIC X(05).
001410       10 PRF-TBL-MTD-NET   PIC S9(9)V99.
001420       10 PRF-TBL-YTD-NET   PIC S9(9)V99.
001430       10 PRF-TBL-MTD-GROSS PIC S9(9)V99.
001440       10 PRF-TBL-MTD-RETNS PIC S9(9)V99.
001450 01 PRF-HOLD-ENTRY           PIC X(49).
001460 01 PRF-TOTAL-LINE.
001470    05 FILLER               PIC X(22).
001480    05 PRF-TOT-COUNT        PIC Z,ZZ9.
001490 77 PRF-COUNT              PIC 9(03) COMP VALUE ZERO.
001500 77 PRF-MAX                PIC 9(03) COMP VALUE 200.
001510 77 PRF-SUB                PIC 9(03) COMP VALUE ZERO.
001520 77 PRF-I                  PIC 9(03) COMP VALUE ZERO.
001530 77 PRF-J                  PIC 9(03) COMP VALUE ZERO.
001540 77 PRF-BEST               PIC 9(03) COMP VALUE ZERO.
001550 77 PRF-FOUND-SW           PIC X(01) VALUE 'N'.
001560     88 PRF-FOUND               VALUE 'Y'.
001570     88 PRF-NOT-FOUND           VALUE 'N'.
001580 77 PRF-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
001590 77 PRF-SLSMST-FILE-STATUS PIC XX VALUE SPACES.
001600 77 PRF-HISTORY-FILE-NAME  PIC X(80) VALUE SPACES.
001610 77 PRF-SLSMST-FILE-NAME   PIC X(80) VALUE SPACES.
001620 77 PRF-REPORT-FILE-NAME   PIC X(80) VALUE SPACES.
001630 77 PRF-ENV-VALUE          PIC X(80) VALUE SPACES.
001640 77 PRF-RUN-DATE           PIC 9(08) VALUE ZERO.
001650 77 PRF-STMT-MONTH         PIC X(06) VALUE SPACES.
001660 77 PRF-STMT-YEAR          PIC X(04) VALUE SPACES.
001670 77 PRF-THRESHOLD-X        PIC X(03) VALUE SPACES.
001680 77 PRF-THRESHOLD          PIC 9(03) VALUE 080.
001690 77 PRF-HIST-EOF-SW        PIC X(01) VALUE 'N'.
001700     88 PRF-HIST-EOF            VALUE 'Y'.
001710     88 PRF-HIST-NOT-EOF        VALUE 'N'.
001720 77 PRF-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
001730 77 PRF-EXCEPTIONS         PIC 9(03) COMP VALUE ZERO.
001740 77 PRF-WORK-PCT           PIC S9(3)V9 VALUE ZERO.
001750 77 PRF-LINE-COUNT         PIC 9(03) COMP VALUE ZERO.
001760 77 PRF-PAGE-COUNT         PIC 9(03) COMP VALUE ZERO.
001770 77 PRF-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
001780 PROCEDURE DIVISION.
001790 100-MAIN-MODULE.
001800     ACCEPT PRF-RUN-DATE FROM DATE YYYYMMDD
001810     PERFORM 105-ASSIGN-FILENAMES-RTN
001820     OPEN INPUT SALES-HISTORY-FILE
001830     IF PRF-HISTORY-FILE-STATUS NOT = '00'
001840         DISPLAY 'SALES-HISTORY-FILE OPEN ERROR, STATUS '
001850             PRF-HISTORY-FILE-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF
001890     OPEN INPUT SALESPERSON-MASTER-FILE
001900     IF PRF-SLSMST-FILE-STATUS NOT = '00'
001910         DISPLAY 'SALESPERSON-MASTER-FILE OPEN ERROR, STATUS '
001920             PRF-SLSMST-FILE-STATUS
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF
001960     SET PRF-HIST-NOT-EOF TO TRUE
001970     PERFORM 200-READ-HISTORY-RTN UNTIL PRF-HIST-EOF
001980     CLOSE SALES-HISTORY-FILE
001990     PERFORM 300-RANK-RTN
002000     OPEN OUTPUT REPORT-FILE
002010     PERFORM 400-HEADING-RTN
002020     PERFORM 410-REPORT-ONE-RTN
002030         VARYING PRF-I FROM 1 BY 1 UNTIL PRF-I > PRF-COUNT
002040     PERFORM 500-WRAP-UP-RTN
002050     CLOSE SALESPERSON-MASTER-FILE
002060           REPORT-FILE
002070     STOP RUN.
002080 105-ASSIGN-FILENAMES-RTN.
002090     MOVE SPACES TO PRF-ENV-VALUE
002100     ACCEPT PRF-ENV-VALUE FROM ENVIRONMENT 'TRANS_STMT_MONTH'
002110     IF PRF-ENV-VALUE = SPACES
002120         MOVE PRF-RUN-DATE(1:6) TO PRF-STMT-MONTH
002130     ELSE
002140         MOVE PRF-ENV-VALUE(1:6) TO PRF-STMT-MONTH
002150     END-IF
002160     MOVE PRF-STMT-MONTH(1:4) TO PRF-STMT-YEAR
002170     MOVE SPACES TO PRF-ENV-VALUE
002180     ACCEPT PRF-ENV-VALUE
002190         FROM ENVIRONMENT 'TRANS_QUOTA_THRESHOLD'
002200     IF PRF-ENV-VALUE NOT = SPACES
002210         MOVE PRF-ENV-VALUE(1:3) TO PRF-THRESHOLD-X
002220         IF PRF-THRESHOLD-X IS NUMERIC
002230             MOVE PRF-THRESHOLD-X TO PRF-THRESHOLD
002240         END-IF
002250     END-IF
002260     MOVE SPACES TO PRF-ENV-VALUE
002270     ACCEPT PRF-ENV-VALUE FROM ENVIRONMENT 'TRANS_HISTORY_FILE'
002280     IF PRF-ENV-VALUE = SPACES
002290     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SalesHistory.TXT'
002300         TO PRF-HISTORY-FILE-NAME
002310     ELSE
002320         MOVE PRF-ENV-VALUE TO PRF-HISTORY-FILE-NAME
002330     END-IF
002340     MOVE SPACES TO PRF-ENV-VALUE
002350     ACCEPT PRF-ENV-VALUE FROM ENVIRONMENT 'TRANS_SLSMST_FILE'
002360     IF PRF-ENV-VALUE = SPACES
002370     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SlsMaster.TXT'
002380         TO PRF-SLSMST-FILE-NAME
002390     ELSE
002400         MOVE PRF-ENV-VALUE TO PRF-SLSMST-FILE-NAME
002410     END-IF
002420     MOVE SPACES TO PRF-ENV-VALUE
002430     ACCEPT PRF-ENV-VALUE FROM ENVIRONMENT 'TRANS_SLSPRF_FILE'
002440     IF PRF-ENV-VALUE = SPACES
002450     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SlsPerform.TXT'
002460         TO PRF-REPORT-FILE-NAME
002470     ELSE
002480         MOVE PRF-ENV-VALUE TO PRF-REPORT-FILE-NAME
002490     END-IF.
002500 200-READ-HISTORY-RTN.
002510     READ SALES-HISTORY-FILE
002520         AT END
002530             SET PRF-HIST-EOF TO TRUE
002540         NOT AT END
002550             ADD 1 TO PRF-RECORDS-READ
002560             IF HIST-RUN-DATE(1:4) = PRF-STMT-YEAR
002570                 PERFORM 210-ACCUMULATE-RTN
002580             END-IF
002590     END-READ.
002600 210-ACCUMULATE-RTN.
002610     PERFORM 220-FIND-ENTRY-RTN
002620     ADD HIST-TOTAL-PRICE TO PRF-TBL-YTD-NET (PRF-SUB)
002630     IF HIST-RUN-DATE(1:6) = PRF-STMT-MONTH
002640         ADD HIST-TOTAL-PRICE TO PRF-TBL-MTD-NET (PRF-SUB)
002650         IF HIST-TRANS-TYPE = 'R'
002660             SUBTRACT HIST-TOTAL-PRICE
002670                 FROM PRF-TBL-MTD-RETNS (PRF-SUB)
002680         ELSE
002690             ADD HIST-TOTAL-PRICE
002700                 TO PRF-TBL-MTD-GROSS (PRF-SUB)
002710         END-IF
002720     END-IF.
002730 220-FIND-ENTRY-RTN.
002740     SET PRF-NOT-FOUND TO TRUE
002750     MOVE ZERO TO PRF-SUB
002760     PERFORM 230-SCAN-ENTRY-RTN UNTIL PRF-FOUND OR
002770         PRF-SUB NOT LESS THAN PRF-COUNT
002780     IF PRF-NOT-FOUND
002790         IF PRF-COUNT = PRF-MAX
002800             DISPLAY 'SLSPRF: SALESPERSON TABLE FULL AT '
002810                 HIST-SLS-ID
002820             MOVE 16 TO RETURN-CODE
002830             STOP RUN
002840         END-IF
002850         ADD 1 TO PRF-COUNT
002860         MOVE PRF-COUNT TO PRF-SUB
002870         MOVE HIST-SLS-ID TO PRF-TBL-ID (PRF-SUB)
002880         MOVE ZERO TO PRF-TBL-MTD-NET (PRF-SUB)
002890         MOVE ZERO TO PRF-TBL-YTD-NET (PRF-SUB)
002900         MOVE ZERO TO PRF-TBL-MTD-GROSS (PRF-SUB)
002910         MOVE ZERO TO PRF-TBL-MTD-RETNS (PRF-SUB)
002920     END-IF.
002930 230-SCAN-ENTRY-RTN.
002940     ADD 1 TO PRF-SUB
002950     IF PRF-TBL-ID (PRF-SUB) = HIST-SLS-ID
002960         SET PRF-FOUND TO TRUE
002970     END-IF.
002980 300-RANK-RTN.
002990     IF PRF-COUNT > 1
003000         PERFORM 310-SORT-PASS-RTN
003010             VARYING PRF-I FROM 1 BY 1
003020             UNTIL PRF-I NOT LESS THAN PRF-COUNT
003030     END-IF.
003040 310-SORT-PASS-RTN.
003050     MOVE PRF-I TO PRF-BEST
003060     COMPUTE PRF-J = PRF-I + 1
003070     PERFORM 320-COMPARE-RTN UNTIL PRF-J > PRF-COUNT
003080     IF PRF-BEST NOT = PRF-I
003090         MOVE PRF-ENTRY (PRF-I) TO PRF-HOLD-ENTRY
003100         MOVE PRF-ENTRY (PRF-BEST) TO PRF-ENTRY (PRF-I)
003110         MOVE PRF-HOLD-ENTRY TO PRF-ENTRY (PRF-BEST)
003120     END-IF.
003130 320-COMPARE-RTN.
003140     IF PRF-TBL-MTD-NET (PRF-J) > PRF-TBL-MTD-NET (PRF-BEST)
003150         MOVE PRF-J TO PRF-BEST
003160     END-IF
003170     ADD 1 TO PRF-J.
003180 400-HEADING-RTN.
003190     ADD 1 TO PRF-PAGE-COUNT
003200     MOVE PRF-PAGE-COUNT TO PRF-HDG-PAGE-NO
003210     MOVE PRF-STMT-MONTH TO PRF-HDG-MONTH
003220     MOVE PRF-HEADING-1 TO REPORT-LINE
003230     WRITE REPORT-LINE
003240     MOVE PRF-HEADING-2 TO REPORT-LINE
003250     WRITE REPORT-LINE
003260     MOVE SPACES TO REPORT-LINE
003270     WRITE REPORT-LINE
003280     MOVE ZERO TO PRF-LINE-COUNT.
003290 410-REPORT-ONE-RTN.
003300     IF PRF-LINE-COUNT NOT LESS THAN PRF-LINES-PER-PAGE
003310         PERFORM 400-HEADING-RTN
003320     END-IF
003330     PERFORM 420-LOOKUP-MASTER-RTN
003340     MOVE PRF-I TO PRF-DTL-RANK
003350     MOVE PRF-TBL-ID (PRF-I) TO PRF-DTL-ID
003360     MOVE SLS-NAME-MST(1:16) TO PRF-DTL-NAME
003370     MOVE PRF-TBL-MTD-NET (PRF-I) TO PRF-DTL-MTD-NET
003380     MOVE SLS-MTH-QUOTA-MST TO PRF-DTL-MTD-QUOTA
003390     IF SLS-MTH-QUOTA-MST = ZERO
003400         MOVE ZERO TO PRF-DTL-ATT-PCT
003410         MOVE 'NO QUOTA ' TO PRF-DTL-FLAG
003420     ELSE
003430         COMPUTE PRF-WORK-PCT ROUNDED =
003440             PRF-TBL-MTD-NET (PRF-I) * 100 /
003450             SLS-MTH-QUOTA-MST
003460             ON SIZE ERROR
003470                 IF PRF-TBL-MTD-NET (PRF-I) < ZERO
003480                     MOVE -999.9 TO PRF-WORK-PCT
003490                 ELSE
003500                     MOVE 999.9 TO PRF-WORK-PCT
003510                 END-IF
003520         END-COMPUTE
003530         MOVE PRF-WORK-PCT TO PRF-DTL-ATT-PCT
003540         IF PRF-WORK-PCT < PRF-THRESHOLD
003550             MOVE 'UNDER    ' TO PRF-DTL-FLAG
003560             ADD 1 TO PRF-EXCEPTIONS
003570         ELSE
003580             MOVE SPACES TO PRF-DTL-FLAG
003590         END-IF
003600     END-IF
003610     MOVE PRF-DETAIL-LINE-1 TO REPORT-LINE
003620     WRITE REPORT-LINE
003630     MOVE PRF-TBL-YTD-NET (PRF-I) TO PRF-DT2-YTD-NET
003640     MOVE SLS-ANN-QUOTA-MST TO PRF-DT2-ANN-QUOTA
003650     IF SLS-ANN-QUOTA-MST = ZERO
003660         MOVE ZERO TO PRF-DT2-ATT-PCT
003670     ELSE
003680         COMPUTE PRF-WORK-PCT ROUNDED =
003690             PRF-TBL-YTD-NET (PRF-I) * 100 /
003700             SLS-ANN-QUOTA-MST
003710             ON SIZE ERROR
003720                 IF PRF-TBL-YTD-NET (PRF-I) < ZERO
003730                     MOVE -999.9 TO PRF-WORK-PCT
003740                 ELSE
003750                     MOVE 999.9 TO PRF-WORK-PCT
003760                 END-IF
003770         END-COMPUTE
003780         MOVE PRF-WORK-PCT TO PRF-DT2-ATT-PCT
003790     END-IF
003800     IF PRF-TBL-MTD-GROSS (PRF-I) = ZERO
003810         MOVE ZERO TO PRF-DT2-RET-PCT
003820     ELSE
003830         COMPUTE PRF-WORK-PCT ROUNDED =
003840             PRF-TBL-MTD-RETNS (PRF-I) * 100 /
003850             PRF-TBL-MTD-GROSS (PRF-I)
003860             ON SIZE ERROR
003870                 MOVE 999.9 TO PRF-WORK-PCT
003880         END-COMPUTE
003890         MOVE PRF-WORK-PCT TO PRF-DT2-RET-PCT
003900     END-IF
003910     MOVE PRF-DETAIL-LINE-2 TO REPORT-LINE
003920     WRITE REPORT-LINE
003930     ADD 2 TO PRF-LINE-COUNT.
003940 420-LOOKUP-MASTER-RTN.
003950     MOVE PRF-TBL-ID (PRF-I) TO SLS-ID-MST
003960     READ SALESPERSON-MASTER-FILE
003970         INVALID KEY
003980             MOVE '*UNKNOWN*' TO SLS-NAME-MST
003990             MOVE ZERO TO SLS-MTH-QUOTA-MST
004000             MOVE ZERO TO SLS-ANN-QUOTA-MST
004010     END-READ
004020     IF PRF-SLSMST-FILE-STATUS NOT = '00' AND
004030         PRF-SLSMST-FILE-STATUS NOT = '23'
004040         DISPLAY 'SALESPERSON-MASTER-FILE READ ERROR, STATUS '
004050             PRF-SLSMST-FILE-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090 500-WRAP-UP-RTN.
004100     MOVE SPACES TO REPORT-LINE
004110     WRITE REPORT-LINE
004120     MOVE 'SALESPEOPLE RANKED    ' TO PRF-TOTAL-LINE(1:22)
004130     MOVE PRF-COUNT TO PRF-TOT-COUNT
004140     MOVE PRF-TOTAL-LINE TO REPORT-LINE
004150     WRITE REPORT-LINE
004160     MOVE 'UNDER THRESHOLD       ' TO PRF-TOTAL-LINE(1:22)
004170     MOVE PRF-EXCEPTIONS TO PRF-TOT-COUNT
004180     MOVE PRF-TOTAL-LINE TO REPORT-LINE
004190     WRITE REPORT-LINE
004200     DISPLAY 'SLSPRF: HISTORY RECORDS READ ' PRF-RECORDS-READ
004210     DISPLAY 'SLSPRF: SALESPEOPLE RANKED   ' PRF-COUNT
004220     IF PRF-EXCEPTIONS > ZERO
004230         DISPLAY 'SLSPRF: ' PRF-EXCEPTIONS
004240             ' SALESPERSON(S) UNDER THRESHOLD'
004250     END-IF.
