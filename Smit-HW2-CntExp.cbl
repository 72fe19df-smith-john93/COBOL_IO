000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNTEXP.
000030 AUTHOR. J SMITH.
000040 INSTALLATION. ACCOUNTING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                              *
000110*  10/15/2026  JS   ORIGINAL PROGRAM.  CONTRACT EXPIRY       *
000120*                   REPORT.  LISTS EVERY CONTRACT-PRICE-FILE *
000130*                   AGREEMENT WHOSE END DATE FALLS WITHIN    *
000140*                   THE NEXT 30 DAYS, WITH CUSTOMER NAME,    *
000150*                   PRODUCT DESCRIPTION, CONTRACT PRICE AND  *
000160*                   DAYS LEFT, SO SALES CAN RENEW IT.  RUN   *
000170*                   DATE FROM TRANS_RUN_DATE, DEFAULT TODAY. *
000180*                   ENDS WITH RETURN-CODE 4 WHEN ANY         *
000190*                   CONTRACT IS EXPIRING.                    *
000200*----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CONTRACT-PRICE-FILE
000250         ASSIGN TO CNE-CONTRACT-FILE-NAME
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS CTR-KEY
000290         FILE STATUS IS CNE-CONTRACT-FILE-STATUS.
000300     SELECT CUSTOMER-MASTER-FILE
000310         ASSIGN TO CNE-CUSTMST-FILE-NAME
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS CUST-ID-MST
000350         FILE STATUS IS CNE-CUSTMST-FILE-STATUS.
000360     SELECT PRODUCT-MASTER-FILE
000370         ASSIGN TO CNE-PRODMST-FILE-NAME
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS PRODUCT-CODE-MST
000410         FILE STATUS IS CNE-PRODMST-FILE-STATUS.
000420     SELECT REPORT-FILE
000430         ASSIGN TO CNE-REPORT-FILE-NAME
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD CONTRACT-PRICE-FILE.
000480 01 CONTRACT-PRICE-REC.
000490    05 CTR-KEY.
000500       10 CTR-CUST-ID           PIC X(06).
000510       10 CTR-PRODUCT-CODE      PIC X(06).
000520    05 CTR-START-DATE           PIC 9(08).
000530    05 CTR-END-DATE             PIC 9(08).
000540    05 CTR-UNIT-PRICE           PIC 9(3)V99.
000550 FD CUSTOMER-MASTER-FILE.
000560 01 CUSTOMER-MASTER-REC.
000570    05 CUST-ID-MST           PIC X(06).
000580    05 CUST-NAME-MST         PIC X(20).
000590    05 CUST-ADDR1-MST        PIC X(25).
000600    05 CUST-ADDR2-MST        PIC X(25).
000610    05 CUST-CREDIT-LIMIT-MST PIC 9(7)V99.
000620    05 CUST-TERMS-MST        PIC X(03).
000630 FD PRODUCT-MASTER-FILE.
000640 01 PRODUCT-MASTER-REC.
000650    05 PRODUCT-CODE-MST      PIC X(06).
000660    05 PRODUCT-DESC-MST      PIC X(20).
000670    05 UNIT-PRICE-MST        PIC 9(3)V99.
000680    05 QTY-ON-HAND-MST       PIC 9(07).
000690    05 REORDER-POINT-MST     PIC 9(07).
000700    05 QTY-ON-ORDER-MST      PIC 9(07).
000710    05 PRIMARY-VENDOR-MST    PIC X(06).
000720    05 REORDER-QTY-MST       PIC 9(07).
000730    05 STD-COST-MST          PIC 9(3)V99.
000740 FD REPORT-FILE.
000750 01 REPORT-LINE                  PIC X(80).
000760 WORKING-STORAGE SECTION.
000770 01 CNE-HEADING-1.
000780    05 FILLER               PIC X(16) VALUE SPACES.
000790    05 FILLER               PIC X(24)
000800        VALUE 'CONTRACT EXPIRY REPORT  '.
000810    05 CNE-HDG-DATE         PIC 9(08).
000820    05 FILLER               PIC X(20) VALUE SPACES.
000830    05 FILLER               PIC X(05) VALUE 'PAGE '.
000840    05 CNE-HDG-PAGE-NO      PIC ZZ9.
000850 01 CNE-HEADING-2.
000860    05 FILLER               PIC X(07) VALUE 'CUST   '.
000870    05 FILLER               PIC X(17) VALUE 'CUSTOMER NAME    '.
000880    05 FILLER               PIC X(07) VALUE 'PRODCT '.
000890    05 FILLER               PIC X(17) VALUE 'DESCRIPTION      '.
000900    05 FILLER               PIC X(09) VALUE 'START    '.
000910    05 FILLER               PIC X(09) VALUE 'END      '.
000920    05 FILLER               PIC X(07) VALUE ' PRICE '.
000930    05 FILLER               PIC X(04) VALUE 'DAYS'.
000940 01 CNE-DETAIL-LINE.
000950    05 CNE-DTL-CUST-ID      PIC X(06).
000960    05 FILLER               PIC X(01) VALUE SPACE.
000970    05 CNE-DTL-CUST-NAME    PIC X(16).
000980    05 FILLER               PIC X(01) VALUE SPACE.
000990    05 CNE-DTL-PRODUCT      PIC X(06).
001000    05 FILLER               PIC X(01) VALUE SPACE.
001010    05 CNE-DTL-DESC         PIC X(16).
001020    05 FILLER               PIC X(01) VALUE SPACE.
001030    05 CNE-DTL-START        PIC 9(08).
001040    05 FILLER               PIC X(01) VALUE SPACE.
001050    05 CNE-DTL-END          PIC 9(08).
001060    05 FILLER               PIC X(01) VALUE SPACE.
001070    05 CNE-DTL-PRICE        PIC ZZ9.99.
001080    05 FILLER               PIC X(01) VALUE SPACE.
001090    05 CNE-DTL-DAYS-LEFT    PIC ZZ9.
001100 01 CNE-TOTAL-LINE.
001110    05 FILLER               PIC X(20).
001120    05 CNE-TOT-COUNT        PIC Z,ZZZ,ZZ9.
001130 01 CNE-WORK-DATE.
001140    05 CNE-WORK-YYYY        PIC 9(04).
001150    05 CNE-WORK-MM          PIC 9(02).
001160    05 CNE-WORK-DD          PIC 9(02).
001170 01 CNE-WORK-DATE-N REDEFINES CNE-WORK-DATE PIC 9(08).
001180 01 CNE-CUM-DAYS-TABLE.
001190    05 FILLER               PIC X(36)
001200        VALUE '000031059090120151181212243273304334'.
001210 01 CNE-CUM-DAYS-R REDEFINES CNE-CUM-DAYS-TABLE.
001220    05 CNE-CUM-DAYS         PIC 9(03) OCCURS 12 TIMES.
001230 77 CNE-CONTRACT-FILE-STATUS PIC XX VALUE SPACES.
001240 77 CNE-CUSTMST-FILE-STATUS PIC XX VALUE SPACES.
001250 77 CNE-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
001260 77 CNE-CONTRACT-FILE-NAME  PIC X(80) VALUE SPACES.
001270 77 CNE-CUSTMST-FILE-NAME   PIC X(80) VALUE SPACES.
001280 77 CNE-PRODMST-FILE-NAME   PIC X(80) VALUE SPACES.
001290 77 CNE-REPORT-FILE-NAME    PIC X(80) VALUE SPACES.
001300 77 CNE-ENV-VALUE           PIC X(80) VALUE SPACES.
001310 77 CNE-RUN-DATE            PIC 9(08) VALUE ZERO.
001320 77 CNE-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
001330 77 CNE-RUN-DAY-NUMBER      PIC 9(07) COMP VALUE ZERO.
001340 77 CNE-DAYS-LEFT           PIC S9(07) COMP VALUE ZERO.
001350 77 CNE-WINDOW-DAYS         PIC 9(03) COMP VALUE 30.
001360 77 CNE-PRIOR-YEARS         PIC 9(04) COMP VALUE ZERO.
001370 77 CNE-QUOTIENT            PIC 9(05) COMP VALUE ZERO.
001380 77 CNE-REMAINDER           PIC 9(05) COMP VALUE ZERO.
001390 77 CNE-CONTRACTS-READ      PIC 9(07) COMP VALUE ZERO.
001400 77 CNE-CONTRACTS-EXPIRING  PIC 9(07) COMP VALUE ZERO.
001410 77 CNE-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001420 77 CNE-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.
001430 77 CNE-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
001440 77 CNE-CONTRACT-EOF-SW     PIC X(01) VALUE 'N'.
001450     88 CNE-CONTRACT-EOF           VALUE 'Y'.
001460     88 CNE-CONTRACT-NOT-EOF       VALUE 'N'.
001470 77 CNE-LEAP-YEAR-SW        PIC X(01) VALUE 'N'.
001480     88 CNE-LEAP-YEAR              VALUE 'Y'.
001490     88 CNE-NOT-LEAP-YEAR          VALUE 'N'.
001500 PROCEDURE DIVISION.
001510 100-MAIN-MODULE.
001520     ACCEPT CNE-RUN-DATE FROM DATE YYYYMMDD
001530     PERFORM 105-ASSIGN-FILENAMES-RTN
001540     MOVE CNE-RUN-DATE TO CNE-WORK-DATE-N
001550     PERFORM 430-DAY-NUMBER-RTN
001560     MOVE CNE-DAY-NUMBER TO CNE-RUN-DAY-NUMBER
001570     SET CNE-CONTRACT-NOT-EOF TO TRUE
001580     OPEN INPUT CONTRACT-PRICE-FILE
001590     IF CNE-CONTRACT-FILE-STATUS = '35'
001600         SET CNE-CONTRACT-EOF TO TRUE
001610     ELSE
001620         IF CNE-CONTRACT-FILE-STATUS NOT = '00'
001630             DISPLAY 'CONTRACT-PRICE-FILE OPEN ERROR, STATUS '
001640                 CNE-CONTRACT-FILE-STATUS
001650             MOVE 16 TO RETURN-CODE
001660             STOP RUN
001670         END-IF
001680     END-IF
001690     OPEN INPUT CUSTOMER-MASTER-FILE
001700     IF CNE-CUSTMST-FILE-STATUS NOT = '00'
001710         DISPLAY 'CUSTOMER-MASTER-FILE OPEN ERROR, STATUS '
001720             CNE-CUSTMST-FILE-STATUS
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF
001760     OPEN INPUT PRODUCT-MASTER-FILE
001770     IF CNE-PRODMST-FILE-STATUS NOT = '00'
001780         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
001790             CNE-PRODMST-FILE-STATUS
001800         MOVE 16 TO RETURN-CODE
001810         STOP RUN
001820     END-IF
001830     OPEN OUTPUT REPORT-FILE
001840     PERFORM 200-HEADING-RTN
001850     PERFORM 210-READ-CONTRACT-RTN UNTIL CNE-CONTRACT-EOF
001860     PERFORM 500-WRITE-TOTALS-RTN
001870     IF CNE-CONTRACT-FILE-STATUS NOT = '35'
001880         CLOSE CONTRACT-PRICE-FILE
001890     END-IF
001900     CLOSE CUSTOMER-MASTER-FILE
001910           PRODUCT-MASTER-FILE
001920           REPORT-FILE
001930     IF CNE-CONTRACTS-EXPIRING > ZERO
001940         MOVE 4 TO RETURN-CODE
001950     END-IF
001960     STOP RUN.
001970 105-ASSIGN-FILENAMES-RTN.
001980     MOVE SPACES TO CNE-ENV-VALUE
001990     ACCEPT CNE-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
002000     IF CNE-ENV-VALUE NOT = SPACES
002010         MOVE CNE-ENV-VALUE(1:8) TO CNE-RUN-DATE
002020     END-IF
002030     MOVE SPACES TO CNE-ENV-VALUE
002040     ACCEPT CNE-ENV-VALUE FROM ENVIRONMENT 'TRANS_CONTRACT_FILE'
002050     IF CNE-ENV-VALUE = SPACES
002060     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ContractPrice.TXT'
002070         TO CNE-CONTRACT-FILE-NAME
002080     ELSE
002090         MOVE CNE-ENV-VALUE TO CNE-CONTRACT-FILE-NAME
002100     END-IF
002110     MOVE SPACES TO CNE-ENV-VALUE
002120     ACCEPT CNE-ENV-VALUE FROM ENVIRONMENT 'TRANS_CUSTMST_FILE'
002130     IF CNE-ENV-VALUE = SPACES
002140     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CustMaster.TXT'
002150         TO CNE-CUSTMST-FILE-NAME
002160     ELSE
002170         MOVE CNE-ENV-VALUE TO CNE-CUSTMST-FILE-NAME
002180     END-IF
002190     MOVE SPACES TO CNE-ENV-VALUE
002200     ACCEPT CNE-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
002210     IF CNE-ENV-VALUE = SPACES
002220     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
002230         TO CNE-PRODMST-FILE-NAME
002240     ELSE
002250         MOVE CNE-ENV-VALUE TO CNE-PRODMST-FILE-NAME
002260     END-IF
002270     MOVE SPACES TO CNE-ENV-VALUE
002280     ACCEPT CNE-ENV-VALUE FROM ENVIRONMENT 'TRANS_CNTEXP_FILE'
002290     IF CNE-ENV-VALUE = SPACES
002300     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CntExpiry.TXT'
002310         TO CNE-REPORT-FILE-NAME
002320     ELSE
002330         MOVE CNE-ENV-VALUE TO CNE-REPORT-FILE-NAME
002340     END-IF.
002350 200-HEADING-RTN.
002360     ADD 1 TO CNE-PAGE-COUNT
002370     MOVE CNE-PAGE-COUNT TO CNE-HDG-PAGE-NO
002380     MOVE CNE-RUN-DATE TO CNE-HDG-DATE
002390     MOVE CNE-HEADING-1 TO REPORT-LINE
002400     WRITE REPORT-LINE
002410     MOVE CNE-HEADING-2 TO REPORT-LINE
002420     WRITE REPORT-LINE
002430     MOVE SPACES TO REPORT-LINE
002440     WRITE REPORT-LINE
002450     MOVE ZERO TO CNE-LINE-COUNT.
002460 210-READ-CONTRACT-RTN.
002470     READ CONTRACT-PRICE-FILE NEXT RECORD
002480         AT END
002490             SET CNE-CONTRACT-EOF TO TRUE
002500         NOT AT END
002510             ADD 1 TO CNE-CONTRACTS-READ
002520             PERFORM 220-CHECK-EXPIRY-RTN
002530     END-READ.
002540 220-CHECK-EXPIRY-RTN.
002550     MOVE CTR-END-DATE TO CNE-WORK-DATE-N
002560     PERFORM 430-DAY-NUMBER-RTN
002570     COMPUTE CNE-DAYS-LEFT = CNE-DAY-NUMBER - CNE-RUN-DAY-NUMBER
002580     IF CNE-DAYS-LEFT NOT < ZERO AND
002590         CNE-DAYS-LEFT NOT > CNE-WINDOW-DAYS
002600         ADD 1 TO CNE-CONTRACTS-EXPIRING
002610         PERFORM 400-WRITE-DETAIL-RTN
002620     END-IF.
002630 400-WRITE-DETAIL-RTN.
002640     IF CNE-LINE-COUNT NOT LESS THAN CNE-LINES-PER-PAGE
002650         PERFORM 200-HEADING-RTN
002660     END-IF
002670     MOVE CTR-CUST-ID TO CUST-ID-MST
002680     READ CUSTOMER-MASTER-FILE
002690         INVALID KEY
002700             MOVE '*UNKNOWN*' TO CUST-NAME-MST
002710     END-READ
002720     MOVE CTR-PRODUCT-CODE TO PRODUCT-CODE-MST
002730     READ PRODUCT-MASTER-FILE
002740         INVALID KEY
002750             MOVE '*UNKNOWN*' TO PRODUCT-DESC-MST
002760     END-READ
002770     MOVE CTR-CUST-ID TO CNE-DTL-CUST-ID
002780     MOVE CUST-NAME-MST(1:16) TO CNE-DTL-CUST-NAME
002790     MOVE CTR-PRODUCT-CODE TO CNE-DTL-PRODUCT
002800     MOVE PRODUCT-DESC-MST(1:16) TO CNE-DTL-DESC
002810     MOVE CTR-START-DATE TO CNE-DTL-START
002820     MOVE CTR-END-DATE TO CNE-DTL-END
002830     MOVE CTR-UNIT-PRICE TO CNE-DTL-PRICE
002840     MOVE CNE-DAYS-LEFT TO CNE-DTL-DAYS-LEFT
002850     MOVE CNE-DETAIL-LINE TO REPORT-LINE
002860     WRITE REPORT-LINE
002870     ADD 1 TO CNE-LINE-COUNT.
002880 430-DAY-NUMBER-RTN.
002890     SUBTRACT 1 FROM CNE-WORK-YYYY GIVING CNE-PRIOR-YEARS
002900     MULTIPLY CNE-PRIOR-YEARS BY 365 GIVING CNE-DAY-NUMBER
002910     DIVIDE CNE-PRIOR-YEARS BY 4 GIVING CNE-QUOTIENT
002920     ADD CNE-QUOTIENT TO CNE-DAY-NUMBER
002930     DIVIDE CNE-PRIOR-YEARS BY 100 GIVING CNE-QUOTIENT
002940     SUBTRACT CNE-QUOTIENT FROM CNE-DAY-NUMBER
002950     DIVIDE CNE-PRIOR-YEARS BY 400 GIVING CNE-QUOTIENT
002960     ADD CNE-QUOTIENT TO CNE-DAY-NUMBER
002970     ADD CNE-CUM-DAYS (CNE-WORK-MM) TO CNE-DAY-NUMBER
002980     ADD CNE-WORK-DD TO CNE-DAY-NUMBER
002990     IF CNE-WORK-MM > 2
003000         PERFORM 435-CHECK-LEAP-YEAR-RTN
003010         IF CNE-LEAP-YEAR
003020             ADD 1 TO CNE-DAY-NUMBER
003030         END-IF
003040     END-IF.
003050 435-CHECK-LEAP-YEAR-RTN.
003060     SET CNE-NOT-LEAP-YEAR TO TRUE
003070     DIVIDE CNE-WORK-YYYY BY 4 GIVING CNE-QUOTIENT
003080         REMAINDER CNE-REMAINDER
003090     IF CNE-REMAINDER = ZERO
003100         SET CNE-LEAP-YEAR TO TRUE
003110         DIVIDE CNE-WORK-YYYY BY 100 GIVING CNE-QUOTIENT
003120             REMAINDER CNE-REMAINDER
003130         IF CNE-REMAINDER = ZERO
003140             SET CNE-NOT-LEAP-YEAR TO TRUE
003150             DIVIDE CNE-WORK-YYYY BY 400 GIVING CNE-QUOTIENT
003160                 REMAINDER CNE-REMAINDER
003170             IF CNE-REMAINDER = ZERO
003180                 SET CNE-LEAP-YEAR TO TRUE
003190             END-IF
003200         END-IF
003210     END-IF.
003220 500-WRITE-TOTALS-RTN.
003230     MOVE SPACES TO REPORT-LINE
003240     WRITE REPORT-LINE
003250     MOVE 'CONTRACTS ON FILE   ' TO CNE-TOTAL-LINE(1:20)
003260     MOVE CNE-CONTRACTS-READ TO CNE-TOT-COUNT
003270     MOVE CNE-TOTAL-LINE TO REPORT-LINE
003280     WRITE REPORT-LINE
003290     MOVE 'EXPIRING IN 30 DAYS ' TO CNE-TOTAL-LINE(1:20)
003300     MOVE CNE-CONTRACTS-EXPIRING TO CNE-TOT-COUNT
003310     MOVE CNE-TOTAL-LINE TO REPORT-LINE
003320     WRITE REPORT-LINE
003330     DISPLAY 'CNTEXP: ' CNE-CONTRACTS-READ ' CONTRACT(S), '
003340         CNE-CONTRACTS-EXPIRING ' EXPIRING WITHIN 30 DAYS'.
