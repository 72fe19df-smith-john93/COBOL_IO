000690*                   (SEE TRANS).  AN OVERRIDDEN SALE NOW DISPLAYS    *
000700*                   AN 'OVERRIDE' TAG WITH THE APPROVER ID AND       *
000710*                   THE VARIANCE FROM THE MASTER PRICE.              *
000720*  10/15/2026  JS   A SALE POSTED BY THE CRDREL CREDIT       *
000730*                   RELEASE PROGRAM (SOURCE CODE 'C') NOW    *
000740*                   DISPLAYS CREDIT RELEASE.                 *
000750*  10/15/2026  JS   SALES-REC PICKS UP EXTENDED COST SO      *
000760*                   RECORD LAYOUTS STAY IN SYNC.             *
000770*  10/15/2026  JS   SALES-REC PICKS UP THE STOREFRONT ORDER  *
000780*                   NUMBER (SEE ORDIMP AND ORDACK) SO RECORD *
000790*                   LAYOUTS STAY IN SYNC.                    *
000800*  10/15/2026  JS   A SALE POSTED BY THE DUPREL DUPLICATE    *
000810*                   RELEASE PROGRAM (SOURCE CODE 'D') NOW    *
000820*                   DISPLAYS DUPLICATE RELEASE.              *
000830*  10/15/2026  JS   SALES-REC PICKS UP THE PRICE-SOURCE      *
000840*                   INDICATOR.  A SALE PRICED FROM A         *
000850*                   CUSTOMER CONTRACT NOW DISPLAYS A         *
000860*                   CONTRACT PRICE TAG.                      *
000870*----------------------------------------------------------*
000880 ENVIRONMENT DIVISION.
000890 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
000910     SELECT SALES-FILE
000920         ASSIGN TO INQ-SALES-FILE-NAME
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS SALES-SEQ-NO
000960         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000970         FILE STATUS IS INQ-SALESFILE-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD SALES-FILE.
001010 01 SALES-REC.
001020    05 SALES-SEQ-NO         PIC 9(07).
001030    05 NAME-OUT             PIC X(20).
001040    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
001050    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
001060    05 DISCOUNT-RATE-OUT    PIC V999.
001070    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
001080    05 NET-TOTAL-OUT        PIC S9(6)V99.
001090    05 SOURCE-CODE-OUT      PIC X(01).
001100    05 TRANS-TYPE-OUT       PIC X(01).
001110    05 SLS-ID-OUT           PIC X(05).
001120    05 BATCH-NO-OUT         PIC 9(03).
001130    05 CUST-ID-OUT          PIC X(06).
001140    05 PRODUCT-CODE-OUT     PIC X(06).
001150    05 QTY-SOLD-OUT         PIC 9(03).
001160    05 JURIS-CODE-OUT       PIC X(02).
001170    05 OVERRIDE-FLAG-OUT    PIC X(01).
001180    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
001190    05 APPROVER-ID-OUT      PIC X(05).
001200    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
001210    05 EXT-COST-OUT         PIC S9(6)V99.
001220    05 ORDER-NO-OUT         PIC X(12).
001230    05 PRICE-SOURCE-OUT     PIC X(01).
001240 WORKING-STORAGE SECTION.
001250 77 INQ-SALESFILE-STATUS    PIC XX VALUE SPACES.
001260 77 INQ-SEARCH-NAME         PIC X(20) VALUE SPACES.
001270 77 INQ-SEARCH-LEN          PIC 9(02) COMP VALUE ZERO.
001280 77 INQ-DATE-ANSWER         PIC X(08) VALUE SPACES.
001290 77 INQ-LOOKUP-DATE         PIC 9(08) VALUE ZERO.
001300 77 INQ-DISPLAY-AMOUNT      PIC ZZZ,ZZ9.99-.
001310 77 INQ-DISPLAY-TOTAL       PIC ZZZ,ZZZ,ZZ9.99-.
001320 77 INQ-DISPLAY-RATE        PIC .999.
001330 77 INQ-DISPLAY-COUNT       PIC ZZ,ZZ9.
001340 77 INQ-MATCH-COUNT         PIC 9(05) COMP VALUE ZERO.
001350 77 INQ-TOT-GROSS           PIC S9(8)V99 VALUE ZERO.
001360 77 INQ-TOT-PREDISC         PIC S9(8)V99 VALUE ZERO.
001370 77 INQ-TOT-TAX             PIC S9(8)V99 VALUE ZERO.
001380 77 INQ-TOT-NET             PIC S9(8)V99 VALUE ZERO.
001390 77 INQ-SESSION-SW          PIC X(01) VALUE 'Y'.
001400     88 INQ-SESSION-LIVE           VALUE 'Y'.
001410     88 INQ-SESSION-DONE           VALUE 'N'.
001420 77 INQ-MORE-RECORDS-SW     PIC X(01) VALUE 'Y'.
001430     88 INQ-MORE-RECORDS            VALUE 'Y'.
001440     88 INQ-NO-MORE-RECORDS         VALUE 'N'.
001450 77 INQ-DEFAULT-DATE         PIC 9(08) VALUE ZERO.
001460 77 INQ-OUTPUT-BASE-NAME     PIC X(60) VALUE SPACES.
001470 77 INQ-ENV-VALUE            PIC X(80) VALUE SPACES.
001480 77 INQ-SALES-FILE-NAME      PIC X(80) VALUE SPACES.
001490 PROCEDURE DIVISION.
001500 100-MAIN-MODULE.
001510     PERFORM 105-ASSIGN-BASE-RTN
001520     DISPLAY 'SALES DESK INQUIRY - ENTER END TO QUIT'
001530     PERFORM 110-SESSION-RTN UNTIL INQ-SESSION-DONE
001540     DISPLAY 'SLSINQ SESSION ENDED'
001550     STOP RUN.
001560 105-ASSIGN-BASE-RTN.
001570     MOVE SPACES TO INQ-ENV-VALUE
001580     ACCEPT INQ-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
001590     IF INQ-ENV-VALUE = SPACES
001600         ACCEPT INQ-DEFAULT-DATE FROM DATE YYYYMMDD
001610     ELSE
001620         MOVE INQ-ENV-VALUE(1:8) TO INQ-DEFAULT-DATE
001630     END-IF
001640     MOVE SPACES TO INQ-ENV-VALUE
001650     ACCEPT INQ-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
001660     IF INQ-ENV-VALUE = SPACES
001670       MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
001680         TO INQ-OUTPUT-BASE-NAME
001690     ELSE
001700         MOVE INQ-ENV-VALUE TO INQ-OUTPUT-BASE-NAME
001710     END-IF.
001720 110-SESSION-RTN.
001730     MOVE SPACES TO INQ-SEARCH-NAME
001740     DISPLAY 'ENTER SALESPERSON NAME (LEADING PART IS ENOUGH): '
001750     ACCEPT INQ-SEARCH-NAME
001760     IF INQ-SEARCH-NAME = 'END'
001770         SET INQ-SESSION-DONE TO TRUE
001780     ELSE
001790         IF INQ-SEARCH-NAME = SPACES
001800             DISPLAY 'NAME IS REQUIRED, OR END TO QUIT'
001810         ELSE
001820             PERFORM 120-GET-LOOKUP-DATE-RTN
001830             IF INQ-LOOKUP-DATE NOT = ZERO
001840                 PERFORM 130-LOOKUP-RTN
001850             END-IF
001860         END-IF
001870     END-IF.
001880 120-GET-LOOKUP-DATE-RTN.
001890     MOVE SPACES TO INQ-DATE-ANSWER
001900     DISPLAY 'ENTER DATE YYYYMMDD (BLANK = CURRENT DAY): '
001910     ACCEPT INQ-DATE-ANSWER
001920     IF INQ-DATE-ANSWER = SPACES
001930         MOVE INQ-DEFAULT-DATE TO INQ-LOOKUP-DATE
001940     ELSE
001950         IF INQ-DATE-ANSWER IS NUMERIC
001960             MOVE INQ-DATE-ANSWER TO INQ-LOOKUP-DATE
001970         ELSE
001980             DISPLAY 'DATE MUST BE YYYYMMDD, LOOKUP SKIPPED'
001990             MOVE ZERO TO INQ-LOOKUP-DATE
002000         END-IF
002010     END-IF.
002020 130-LOOKUP-RTN.
002030     MOVE SPACES TO INQ-SALES-FILE-NAME
002040     STRING INQ-OUTPUT-BASE-NAME DELIMITED BY SPACE
002050         '-' DELIMITED BY SIZE
002060         INQ-LOOKUP-DATE DELIMITED BY SIZE
002070         '.TXT' DELIMITED BY SIZE
002080         INTO INQ-SALES-FILE-NAME
002090     END-STRING
002100     OPEN INPUT SALES-FILE
002110     IF INQ-SALESFILE-STATUS = '35'
002120         DISPLAY 'NO SALES FILE FOR ' INQ-LOOKUP-DATE
002130     ELSE
002140         IF INQ-SALESFILE-STATUS NOT = '00'
002150             DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
002160                 INQ-SALESFILE-STATUS
002170         ELSE
002180             PERFORM 140-SEARCH-RTN
002190             CLOSE SALES-FILE
002200         END-IF
002210     END-IF.
002220 140-SEARCH-RTN.
002230     PERFORM 150-FIND-SEARCH-LEN-RTN
002240     MOVE ZERO TO INQ-MATCH-COUNT
002250     MOVE ZERO TO INQ-TOT-GROSS
002260     MOVE ZERO TO INQ-TOT-PREDISC
002270     MOVE ZERO TO INQ-TOT-TAX
002280     MOVE ZERO TO INQ-TOT-NET
002290     SET INQ-MORE-RECORDS TO TRUE
002300     MOVE INQ-SEARCH-NAME TO NAME-OUT
002310     START SALES-FILE KEY IS NOT LESS THAN NAME-OUT
002320         INVALID KEY
002330             SET INQ-NO-MORE-RECORDS TO TRUE
002340     END-START
002350     PERFORM 200-DISPLAY-MATCHES-RTN UNTIL INQ-NO-MORE-RECORDS
002360     IF INQ-MATCH-COUNT = ZERO
002370         DISPLAY 'NO SALES FOUND FOR ' INQ-SEARCH-NAME
002380     ELSE
002390         PERFORM 210-LOOKUP-TOTALS-RTN
002400     END-IF.
002410 150-FIND-SEARCH-LEN-RTN.
002420     MOVE 20 TO INQ-SEARCH-LEN
002430     PERFORM 155-TRIM-TRAILING-RTN
002440         UNTIL INQ-SEARCH-LEN = 1 OR
002450         INQ-SEARCH-NAME(INQ-SEARCH-LEN:1) NOT = SPACE.
002460 155-TRIM-TRAILING-RTN.
002470     SUBTRACT 1 FROM INQ-SEARCH-LEN.
002480 200-DISPLAY-MATCHES-RTN.
002490     READ SALES-FILE NEXT RECORD
002500         AT END
002510             SET INQ-NO-MORE-RECORDS TO TRUE
002520         NOT AT END
002530             IF NAME-OUT(1:INQ-SEARCH-LEN) NOT =
002540                 INQ-SEARCH-NAME(1:INQ-SEARCH-LEN)
002550                 SET INQ-NO-MORE-RECORDS TO TRUE
002560             ELSE
002570                 PERFORM 205-DISPLAY-ONE-SALE-RTN
002580             END-IF
002590     END-READ.
002600 205-DISPLAY-ONE-SALE-RTN.
002610     ADD 1 TO INQ-MATCH-COUNT
002620     MOVE TOTAL-PRICE-OUT TO INQ-DISPLAY-AMOUNT
002630     DISPLAY NAME-OUT ' ID ' SLS-ID-OUT
002640         ' SEQ# ' SALES-SEQ-NO
002650         ' BATCH ' BATCH-NO-OUT
002660         ' CUST ' CUST-ID-OUT
002670         ' GROSS ' INQ-DISPLAY-AMOUNT
002680     MOVE PRE-DISCOUNT-AMT-OUT TO INQ-DISPLAY-AMOUNT
002690     DISPLAY '     PRE-DISCOUNT  ' INQ-DISPLAY-AMOUNT
002700     MOVE DISCOUNT-RATE-OUT TO INQ-DISPLAY-RATE
002710     DISPLAY '     DISCOUNT RATE ' INQ-DISPLAY-RATE
002720     MOVE TAX-AMOUNT-OUT TO INQ-DISPLAY-AMOUNT
002730     DISPLAY '     TAX           ' INQ-DISPLAY-AMOUNT
002740     MOVE NET-TOTAL-OUT TO INQ-DISPLAY-AMOUNT
002750     DISPLAY '     NET TOTAL     ' INQ-DISPLAY-AMOUNT
002760     IF SOURCE-CODE-OUT = 'R'
002770         DISPLAY '     RESUBMITTED'
002780     END-IF
002790     IF SOURCE-CODE-OUT = 'C'
002800         DISPLAY '     CREDIT RELEASE'
002810     END-IF
002820     IF SOURCE-CODE-OUT = 'D'
002830         DISPLAY '     DUPLICATE RELEASE'
002840     END-IF
002850     IF TRANS-TYPE-OUT = 'R'
002860         DISPLAY '     CREDIT'
002870     END-IF
002880     IF PRICE-SOURCE-OUT = 'C'
002890         DISPLAY '     CONTRACT PRICE'
002900     END-IF
002910     IF OVERRIDE-FLAG-OUT = 'O'
002920         MOVE PRICE-VARIANCE-OUT TO INQ-DISPLAY-AMOUNT
002930         DISPLAY '     OVERRIDE BY ' APPROVER-ID-OUT
002940             ' VARIANCE ' INQ-DISPLAY-AMOUNT
002950     END-IF
002960     ADD TOTAL-PRICE-OUT TO INQ-TOT-GROSS
002970     ADD PRE-DISCOUNT-AMT-OUT TO INQ-TOT-PREDISC
002980     ADD TAX-AMOUNT-OUT TO INQ-TOT-TAX
002990     ADD NET-TOTAL-OUT TO INQ-TOT-NET.
003000 210-LOOKUP-TOTALS-RTN.
003010     MOVE INQ-MATCH-COUNT TO INQ-DISPLAY-COUNT
003020     DISPLAY 'MATCHES        ' INQ-DISPLAY-COUNT
003030     MOVE INQ-TOT-GROSS TO INQ-DISPLAY-TOTAL
003040     DISPLAY 'GROSS TOTAL    ' INQ-DISPLAY-TOTAL
003050     MOVE INQ-TOT-PREDISC TO INQ-DISPLAY-TOTAL
003060     DISPLAY 'PRE-DISC TOTAL ' INQ-DISPLAY-TOTAL
003070     MOVE INQ-TOT-TAX TO INQ-DISPLAY-TOTAL
003080     DISPLAY 'TAX TOTAL      ' INQ-DISPLAY-TOTAL
003090     MOVE INQ-TOT-NET TO INQ-DISPLAY-TOTAL
003100     DISPLAY 'NET TOTAL      ' INQ-DISPLAY-TOTAL.
