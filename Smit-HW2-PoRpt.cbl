000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PORPT.
000030 AUTHOR. J SMITH.
000040 INSTALLATION. ACCOUNTING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                              *
000110*  10/15/2026  JS   ORIGINAL PROGRAM.  OPEN PURCHASE ORDER   *
000120*                   REPORT.  LISTS EVERY OPEN PO-LINE-FILE   *
000130*                   LINE WITH ORDERED AND RECEIVED           *
000140*                   QUANTITIES AND DAYS PAST ITS DUE DATE.   *
000150*                   AN OPEN LINE PAST DUE IS FLAGGED         *
000160*                   OVERDUE, OR UNDER RCPT WHEN PART OF IT   *
000170*                   HAS ARRIVED.  A CLOSED LINE RECEIVED     *
000180*                   OVER ITS ORDERED QUANTITY WITHIN THE     *
000190*                   LAST 30 DAYS IS LISTED AS OVER RCPT.     *
000200*                   RUN DATE FROM TRANS_RUN_DATE, DEFAULT    *
000210*                   TODAY.  ENDS WITH RETURN-CODE 4 WHEN ANY *
000220*                   LINE IS OVERDUE OR OVER-RECEIVED.        *
000230*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PO-LINE-FILE
000280         ASSIGN TO POR-POLINE-FILE-NAME
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS POL-KEY
000320         ALTERNATE RECORD KEY IS POL-PRODUCT-CODE WITH DUPLICATES
000330         FILE STATUS IS POR-POLINE-FILE-STATUS.
000340     SELECT REPORT-FILE
000350         ASSIGN TO POR-REPORT-FILE-NAME
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD PO-LINE-FILE.
000400 01 PO-LINE-REC.
000410    05 POL-KEY.
000420       10 POL-PO-NO              PIC 9(06).
000430       10 POL-LINE-NO            PIC 9(03).
000440    05 POL-VENDOR-ID            PIC X(06).
000450    05 POL-PRODUCT-CODE         PIC X(06).
000460    05 POL-ORDER-DATE           PIC 9(08).
000470    05 POL-DUE-DATE             PIC 9(08).
000480    05 POL-QTY-ORDERED          PIC 9(07).
000490    05 POL-QTY-RECEIVED         PIC 9(07).
000500    05 POL-LAST-RCPT-DATE       PIC 9(08).
000510    05 POL-STATUS               PIC X(01).
000520       88 POL-OPEN                   VALUE 'O'.
000530       88 POL-CLOSED                 VALUE 'C'.
000540 FD REPORT-FILE.
000550 01 REPORT-LINE                  PIC X(80).
000560 WORKING-STORAGE SECTION.
000570 01 POR-HEADING-1.
000580    05 FILLER               PIC X(20) VALUE SPACES.
000590    05 FILLER               PIC X(20)
000600        VALUE 'OPEN PO REPORT      '.
000610    05 POR-HDG-DATE         PIC 9(08).
000620    05 FILLER               PIC X(20) VALUE SPACES.
000630    05 FILLER               PIC X(05) VALUE 'PAGE '.
000640    05 POR-HDG-PAGE-NO      PIC ZZ9.
000650 01 POR-HEADING-2.
000660    05 FILLER               PIC X(07) VALUE 'PO NO  '.
000670    05 FILLER               PIC X(04) VALUE 'LN  '.
000680    05 FILLER               PIC X(07) VALUE 'VENDOR '.
000690    05 FILLER               PIC X(07) VALUE 'PRODCT '.
000700    05 FILLER               PIC X(09) VALUE 'DUE DATE '.
000710    05 FILLER               PIC X(08) VALUE ' ORDERED'.
000720    05 FILLER               PIC X(08) VALUE '   RCVD '.
000730    05 FILLER               PIC X(05) VALUE 'LATE '.
000740    05 FILLER               PIC X(13) VALUE 'STATUS'.
000750    05 FILLER               PIC X(09) VALUE 'EXCEPTION'.
000760 01 POR-DETAIL-LINE.
000770    05 POR-DTL-PO-NO        PIC 9(06).
000780    05 FILLER               PIC X(01) VALUE SPACE.
000790    05 POR-DTL-LINE-NO      PIC 9(03).
000800    05 FILLER               PIC X(01) VALUE SPACE.
000810    05 POR-DTL-VENDOR       PIC X(06).
000820    05 FILLER               PIC X(01) VALUE SPACE.
000830    05 POR-DTL-PRODUCT      PIC X(06).
000840    05 FILLER               PIC X(01) VALUE SPACE.
000850    05 POR-DTL-DUE-DATE     PIC 9(08).
000860    05 FILLER               PIC X(01) VALUE SPACE.
000870    05 POR-DTL-ORDERED      PIC ZZZZZZ9.
000880    05 FILLER               PIC X(01) VALUE SPACE.
000890    05 POR-DTL-RECEIVED     PIC ZZZZZZ9.
000900    05 FILLER               PIC X(01) VALUE SPACE.
000910    05 POR-DTL-DAYS-LATE    PIC ZZZ9.
000920    05 FILLER               PIC X(01) VALUE SPACE.
000930    05 POR-DTL-STATUS       PIC X(12).
000940    05 FILLER               PIC X(01) VALUE SPACE.
000950    05 POR-DTL-EXCEPTION    PIC X(10).
000960 01 POR-TOTAL-LINE.
000970    05 FILLER               PIC X(20).
000980    05 POR-TOT-COUNT        PIC Z,ZZZ,ZZ9.
000990 01 POR-WORK-DATE.
001000    05 POR-WORK-YYYY        PIC 9(04).
001010    05 POR-WORK-MM          PIC 9(02).
001020    05 POR-WORK-DD          PIC 9(02).
001030 01 POR-WORK-DATE-N REDEFINES POR-WORK-DATE PIC 9(08).
001040 01 POR-CUM-DAYS-TABLE.
001050    05 FILLER               PIC X(36)
001060        VALUE '000031059090120151181212243273304334'.
001070 01 POR-CUM-DAYS-R REDEFINES POR-CUM-DAYS-TABLE.
001080    05 POR-CUM-DAYS         PIC 9(03) OCCURS 12 TIMES.
001090 77 POR-POLINE-FILE-STATUS  PIC XX VALUE SPACES.
001100 77 POR-POLINE-FILE-NAME    PIC X(80) VALUE SPACES.
001110 77 POR-REPORT-FILE-NAME    PIC X(80) VALUE SPACES.
001120 77 POR-ENV-VALUE           PIC X(80) VALUE SPACES.
001130 77 POR-RUN-DATE            PIC 9(08) VALUE ZERO.
001140 77 POR-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
001150 77 POR-RUN-DAY-NUMBER      PIC 9(07) COMP VALUE ZERO.
001160 77 POR-DAYS-LATE           PIC S9(07) COMP VALUE ZERO.
001170 77 POR-DAYS-SINCE-RCPT     PIC S9(07) COMP VALUE ZERO.
001180 77 POR-OVER-RCPT-DAYS      PIC 9(03) COMP VALUE 30.
001190 77 POR-PRIOR-YEARS         PIC 9(04) COMP VALUE ZERO.
001200 77 POR-QUOTIENT            PIC 9(05) COMP VALUE ZERO.
001210 77 POR-REMAINDER           PIC 9(05) COMP VALUE ZERO.
001220 77 POR-OPEN-LINES          PIC 9(07) COMP VALUE ZERO.
001230 77 POR-OVERDUE-LINES       PIC 9(07) COMP VALUE ZERO.
001240 77 POR-UNDER-LINES         PIC 9(07) COMP VALUE ZERO.
001250 77 POR-OVER-LINES          PIC 9(07) COMP VALUE ZERO.
001260 77 POR-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001270 77 POR-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.
001280 77 POR-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
001290 77 POR-POLINE-EOF-SW       PIC X(01) VALUE 'N'.
001300     88 POR-POLINE-EOF             VALUE 'Y'.
001310     88 POR-POLINE-NOT-EOF         VALUE 'N'.
001320 77 POR-LEAP-YEAR-SW        PIC X(01) VALUE 'N'.
001330     88 POR-LEAP-YEAR              VALUE 'Y'.
001340     88 POR-NOT-LEAP-YEAR          VALUE 'N'.
001350 PROCEDURE DIVISION.
001360 100-MAIN-MODULE.
001370     ACCEPT POR-RUN-DATE FROM DATE YYYYMMDD
001380     PERFORM 105-ASSIGN-FILENAMES-RTN
001390     MOVE POR-RUN-DATE TO POR-WORK-DATE-N
001400     PERFORM 430-DAY-NUMBER-RTN
001410     MOVE POR-DAY-NUMBER TO POR-RUN-DAY-NUMBER
001420     OPEN INPUT PO-LINE-FILE
001430     IF POR-POLINE-FILE-STATUS NOT = '00'
001440         DISPLAY 'PO-LINE-FILE OPEN ERROR, STATUS '
001450             POR-POLINE-FILE-STATUS
001460         MOVE 16 TO RETURN-CODE
001470         STOP RUN
001480     END-IF
001490     OPEN OUTPUT REPORT-FILE
001500     PERFORM 200-HEADING-RTN
001510     SET POR-POLINE-NOT-EOF TO TRUE
001520     PERFORM 210-READ-POLINE-RTN UNTIL POR-POLINE-EOF
001530     PERFORM 500-WRITE-TOTALS-RTN
001540     CLOSE PO-LINE-FILE
001550           REPORT-FILE
001560     IF POR-OVERDUE-LINES > ZERO OR POR-OVER-LINES > ZERO
001570         MOVE 4 TO RETURN-CODE
001580     END-IF
001590     STOP RUN.
001600 105-ASSIGN-FILENAMES-RTN.
001610     MOVE SPACES TO POR-ENV-VALUE
001620     ACCEPT POR-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
001630     IF POR-ENV-VALUE NOT = SPACES
001640         MOVE POR-ENV-VALUE(1:8) TO POR-RUN-DATE
001650     END-IF
001660     MOVE SPACES TO POR-ENV-VALUE
001670     ACCEPT POR-ENV-VALUE FROM ENVIRONMENT 'TRANS_POLINE_FILE'
001680     IF POR-ENV-VALUE = SPACES
001690         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-POLine.TXT'
001700             TO POR-POLINE-FILE-NAME
001710     ELSE
001720         MOVE POR-ENV-VALUE TO POR-POLINE-FILE-NAME
001730     END-IF
001740     MOVE SPACES TO POR-ENV-VALUE
001750     ACCEPT POR-ENV-VALUE FROM ENVIRONMENT 'TRANS_PORPT_FILE'
001760     IF POR-ENV-VALUE = SPACES
001770         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-OpenPO.TXT'
001780             TO POR-REPORT-FILE-NAME
001790     ELSE
001800         MOVE POR-ENV-VALUE TO POR-REPORT-FILE-NAME
001810     END-IF.
001820 200-HEADING-RTN.
001830     ADD 1 TO POR-PAGE-COUNT
001840     MOVE POR-PAGE-COUNT TO POR-HDG-PAGE-NO
001850     MOVE POR-RUN-DATE TO POR-HDG-DATE
001860     MOVE POR-HEADING-1 TO REPORT-LINE
001870     WRITE REPORT-LINE
001880     MOVE POR-HEADING-2 TO REPORT-LINE
001890     WRITE REPORT-LINE
001900     MOVE SPACES TO REPORT-LINE
001910     WRITE REPORT-LINE
001920     MOVE ZERO TO POR-LINE-COUNT.
001930 210-READ-POLINE-RTN.
001940     READ PO-LINE-FILE NEXT RECORD
001950         AT END
001960             SET POR-POLINE-EOF TO TRUE
001970         NOT AT END
001980             IF POL-OPEN
001990                 PERFORM 220-OPEN-LINE-RTN
002000             ELSE
002010                 PERFORM 230-CLOSED-LINE-RTN
002020             END-IF
002030     END-READ.
002040 220-OPEN-LINE-RTN.
002050     ADD 1 TO POR-OPEN-LINES
002060     MOVE POL-DUE-DATE TO POR-WORK-DATE-N
002070     PERFORM 430-DAY-NUMBER-RTN
002080     COMPUTE POR-DAYS-LATE = POR-RUN-DAY-NUMBER - POR-DAY-NUMBER
002090     MOVE SPACES TO POR-DTL-EXCEPTION
002100     IF POR-DAYS-LATE > ZERO
002110         ADD 1 TO POR-OVERDUE-LINES
002120         MOVE POR-DAYS-LATE TO POR-DTL-DAYS-LATE
002130         IF POL-QTY-RECEIVED > ZERO
002140             ADD 1 TO POR-UNDER-LINES
002150             MOVE 'UNDER RCPT' TO POR-DTL-EXCEPTION
002160         ELSE
002170             MOVE 'OVERDUE' TO POR-DTL-EXCEPTION
002180         END-IF
002190     ELSE
002200         MOVE ZERO TO POR-DTL-DAYS-LATE
002210     END-IF
002220     IF POL-QTY-RECEIVED > ZERO
002230         MOVE 'PART RCVD' TO POR-DTL-STATUS
002240     ELSE
002250         MOVE 'OPEN' TO POR-DTL-STATUS
002260     END-IF
002270     PERFORM 400-WRITE-DETAIL-RTN.
002280 230-CLOSED-LINE-RTN.
002290     IF POL-QTY-RECEIVED > POL-QTY-ORDERED
002300         MOVE POL-LAST-RCPT-DATE TO POR-WORK-DATE-N
002310         PERFORM 430-DAY-NUMBER-RTN
002320         COMPUTE POR-DAYS-SINCE-RCPT =
002330             POR-RUN-DAY-NUMBER - POR-DAY-NUMBER
002340         IF POR-DAYS-SINCE-RCPT NOT > POR-OVER-RCPT-DAYS
002350             ADD 1 TO POR-OVER-LINES
002360             MOVE ZERO TO POR-DTL-DAYS-LATE
002370             MOVE 'CLOSED' TO POR-DTL-STATUS
002380             MOVE 'OVER RCPT' TO POR-DTL-EXCEPTION
002390             PERFORM 400-WRITE-DETAIL-RTN
002400         END-IF
002410     END-IF.
002420 400-WRITE-DETAIL-RTN.
002430     IF POR-LINE-COUNT NOT LESS THAN POR-LINES-PER-PAGE
002440         PERFORM 200-HEADING-RTN
002450     END-IF
002460     MOVE POL-PO-NO TO POR-DTL-PO-NO
002470     MOVE POL-LINE-NO TO POR-DTL-LINE-NO
002480     MOVE POL-VENDOR-ID TO POR-DTL-VENDOR
002490     MOVE POL-PRODUCT-CODE TO POR-DTL-PRODUCT
002500     MOVE POL-DUE-DATE TO POR-DTL-DUE-DATE
002510     MOVE POL-QTY-ORDERED TO POR-DTL-ORDERED
002520     MOVE POL-QTY-RECEIVED TO POR-DTL-RECEIVED
002530     MOVE POR-DETAIL-LINE TO REPORT-LINE
002540     WRITE REPORT-LINE
002550     ADD 1 TO POR-LINE-COUNT.
002560 430-DAY-NUMBER-RTN.
002570     SUBTRACT 1 FROM POR-WORK-YYYY GIVING POR-PRIOR-YEARS
002580     MULTIPLY POR-PRIOR-YEARS BY 365 GIVING POR-DAY-NUMBER
002590     DIVIDE POR-PRIOR-YEARS BY 4 GIVING POR-QUOTIENT
002600     ADD POR-QUOTIENT TO POR-DAY-NUMBER
002610     DIVIDE POR-PRIOR-YEARS BY 100 GIVING POR-QUOTIENT
002620     SUBTRACT POR-QUOTIENT FROM POR-DAY-NUMBER
002630     DIVIDE POR-PRIOR-YEARS BY 400 GIVING POR-QUOTIENT
002640     ADD POR-QUOTIENT TO POR-DAY-NUMBER
002650     ADD POR-CUM-DAYS (POR-WORK-MM) TO POR-DAY-NUMBER
002660     ADD POR-WORK-DD TO POR-DAY-NUMBER
002670     IF POR-WORK-MM > 2
002680         PERFORM 435-CHECK-LEAP-YEAR-RTN
002690         IF POR-LEAP-YEAR
002700             ADD 1 TO POR-DAY-NUMBER
002710         END-IF
002720     END-IF.
002730 435-CHECK-LEAP-YEAR-RTN.
002740     SET POR-NOT-LEAP-YEAR TO TRUE
002750     DIVIDE POR-WORK-YYYY BY 4 GIVING POR-QUOTIENT
002760         REMAINDER POR-REMAINDER
002770     IF POR-REMAINDER = ZERO
002780         SET POR-LEAP-YEAR TO TRUE
002790         DIVIDE POR-WORK-YYYY BY 100 GIVING POR-QUOTIENT
002800             REMAINDER POR-REMAINDER
002810         IF POR-REMAINDER = ZERO
002820             SET POR-NOT-LEAP-YEAR TO TRUE
002830             DIVIDE POR-WORK-YYYY BY 400 GIVING POR-QUOTIENT
002840                 REMAINDER POR-REMAINDER
002850             IF POR-REMAINDER = ZERO
002860                 SET POR-LEAP-YEAR TO TRUE
002870             END-IF
002880         END-IF
002890     END-IF.
002900 500-WRITE-TOTALS-RTN.
002910     MOVE SPACES TO REPORT-LINE
002920     WRITE REPORT-LINE
002930     MOVE 'OPEN LINES          ' TO POR-TOTAL-LINE(1:20)
002940     MOVE POR-OPEN-LINES TO POR-TOT-COUNT
002950     MOVE POR-TOTAL-LINE TO REPORT-LINE
002960     WRITE REPORT-LINE
002970     MOVE 'OVERDUE LINES       ' TO POR-TOTAL-LINE(1:20)
002980     MOVE POR-OVERDUE-LINES TO POR-TOT-COUNT
002990     MOVE POR-TOTAL-LINE TO REPORT-LINE
003000     WRITE REPORT-LINE
003010     MOVE '  UNDER-RECEIVED    ' TO POR-TOTAL-LINE(1:20)
003020     MOVE POR-UNDER-LINES TO POR-TOT-COUNT
003030     MOVE POR-TOTAL-LINE TO REPORT-LINE
003040     WRITE REPORT-LINE
003050     MOVE 'OVER-RECEIVED LINES ' TO POR-TOTAL-LINE(1:20)
003060     MOVE POR-OVER-LINES TO POR-TOT-COUNT
003070     MOVE POR-TOTAL-LINE TO REPORT-LINE
003080     WRITE REPORT-LINE
003090     DISPLAY 'PORPT: ' POR-OPEN-LINES ' OPEN LINE(S), '
003100         POR-OVERDUE-LINES ' OVERDUE, '
003110         POR-OVER-LINES ' OVER-RECEIVED'.
