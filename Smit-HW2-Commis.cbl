000430*  09/03/2026  JS   SALES-REC PICKS UP THE PRICE-OVERRIDE       *
000440*                   FIELDS (SEE TRANS) SO RECORD LAYOUTS STAY   *
000450*                   IN SYNC; COMMISSION LOGIC IS UNCHANGED.     *
000460*  10/15/2026  JS   SALES-REC PICKS UP EXTENDED COST SO      *
000470*                   RECORD LAYOUTS STAY IN SYNC.             *
000480*  10/15/2026  JS   SALES-REC PICKS UP THE STOREFRONT ORDER  *
000490*                   NUMBER (SEE ORDIMP AND ORDACK) SO RECORD *
000500*                   LAYOUTS STAY IN SYNC.                    *
000510*  10/15/2026  JS   SALES-REC PICKS UP THE PRICE-SOURCE      *
000520*                   INDICATOR (LIST, EFFECTIVE-DATED,        *
000530*                   CONTRACT OR OVERRIDE) SO RECORD LAYOUTS  *
000540*                   STAY IN SYNC.                            *
000550*  10/15/2026  JS   THE SORT RECORD AND THE SORTED-FILE      *
000560*                   RECORD NOW CARRY EXTENDED COST, ORDER    *
000570*                   NUMBER AND PRICE SOURCE SO BOTH MATCH    *
000580*                   SALES-REC BYTE FOR BYTE; THEY HAD        *
000590*                   STOPPED AT PRICE VARIANCE.               *
000600*----------------------------------------------------------*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT SALES-FILE
000650         ASSIGN TO COM-SALES-FILE-NAME
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS SALES-SEQ-NO
000690         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000700         FILE STATUS IS COM-SALESFILE-STATUS.
000710     SELECT COMM-SORTED-FILE
000720         ASSIGN TO
000730         '\\client\E$\COBOL\Homework2\Smit-HW2-CommSorted.TXT'
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT SORT-WORK-FILE
000760         ASSIGN TO 'SRTWK03'.
000770     SELECT COMMISSION-RATE-FILE
000780         ASSIGN TO COM-RATE-FILE-NAME
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS CRT-SLS-ID
000820         FILE STATUS IS COM-RATE-FILE-STATUS.
000830     SELECT REGISTER-FILE
000840         ASSIGN TO COM-REGISTER-FILE-NAME
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860     SELECT DETAIL-FILE
000870         ASSIGN TO COM-DETAIL-FILE-NAME
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD SALES-FILE.
000920 01 SALES-REC.
000930    05 SALES-SEQ-NO         PIC 9(07).
000940    05 NAME-OUT             PIC X(20).
000950    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
000960    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
000970    05 DISCOUNT-RATE-OUT    PIC V999.
000980    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
000990    05 NET-TOTAL-OUT        PIC S9(6)V99.
001000    05 SOURCE-CODE-OUT      PIC X(01).
001010    05 TRANS-TYPE-OUT       PIC X(01).
001020    05 SLS-ID-OUT           PIC X(05).
001030    05 BATCH-NO-OUT         PIC 9(03).
001040    05 CUST-ID-OUT          PIC X(06).
001050    05 PRODUCT-CODE-OUT     PIC X(06).
001060    05 QTY-SOLD-OUT         PIC 9(03).
001070    05 JURIS-CODE-OUT       PIC X(02).
001080    05 OVERRIDE-FLAG-OUT    PIC X(01).
001090    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
001100    05 APPROVER-ID-OUT      PIC X(05).
001110    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
001120    05 EXT-COST-OUT         PIC S9(6)V99.
001130    05 ORDER-NO-OUT         PIC X(12).
001140    05 PRICE-SOURCE-OUT     PIC X(01).
001150 FD COMM-SORTED-FILE.
001160 01 COMM-SORTED-REC.
001170    05 CSR-SEQ-NO           PIC 9(07).
001180    05 CSR-NAME             PIC X(20).
001190    05 CSR-TOTAL-PRICE      PIC S9(6)V99.
001200    05 CSR-PRE-DISC-AMT     PIC S9(6)V99.
001210    05 CSR-DISCOUNT-RATE    PIC V999.
001220    05 CSR-TAX-AMOUNT       PIC S9(6)V99.
001230    05 CSR-NET-TOTAL        PIC S9(6)V99.
001240    05 CSR-SOURCE-CODE      PIC X(01).
001250    05 CSR-TRANS-TYPE       PIC X(01).
001260    05 CSR-SLS-ID           PIC X(05).
001270    05 CSR-BATCH-NO         PIC 9(03).
001280    05 CSR-CUST-ID          PIC X(06).
001290    05 CSR-PRODUCT-CODE     PIC X(06).
001300    05 CSR-QTY-SOLD         PIC 9(03).
001310    05 CSR-JURIS-CODE       PIC X(02).
001320    05 CSR-OVR-FLAG         PIC X(01).
001330    05 CSR-OVR-PRICE        PIC 9(3)V99.
001340    05 CSR-APPROVER-ID      PIC X(05).
001350    05 CSR-PRICE-VARIANCE   PIC S9(6)V99.
001360    05 CSR-EXT-COST         PIC S9(6)V99.
001370    05 CSR-ORDER-NO         PIC X(12).
001380    05 CSR-PRICE-SOURCE     PIC X(01).
001390 SD SORT-WORK-FILE.
001400 01 SORT-REC.
001410    05 SRT-SEQ-NO           PIC 9(07).
001420    05 SRT-NAME             PIC X(20).
001430    05 SRT-TOTAL-PRICE      PIC S9(6)V99.
001440    05 SRT-PRE-DISC-AMT     PIC S9(6)V99.
001450    05 SRT-DISCOUNT-RATE    PIC V999.
001460    05 SRT-TAX-AMOUNT       PIC S9(6)V99.
001470    05 SRT-NET-TOTAL        PIC S9(6)V99.
001480    05 SRT-SOURCE-CODE      PIC X(01).
001490    05 SRT-TRANS-TYPE       PIC X(01).
001500    05 SRT-SLS-ID           PIC X(05).
001510    05 SRT-BATCH-NO         PIC 9(03).
001520    05 SRT-CUST-ID          PIC X(06).
001530    05 SRT-PRODUCT-CODE     PIC X(06).
001540    05 SRT-QTY-SOLD         PIC 9(03).
001550    05 SRT-JURIS-CODE       PIC X(02).
001560    05 SRT-OVR-FLAG         PIC X(01).
001570    05 SRT-OVR-PRICE        PIC 9(3)V99.
001580    05 SRT-APPROVER-ID      PIC X(05).
001590    05 SRT-PRICE-VARIANCE   PIC S9(6)V99.
001600    05 SRT-EXT-COST         PIC S9(6)V99.
001610    05 SRT-ORDER-NO         PIC X(12).
001620    05 SRT-PRICE-SOURCE     PIC X(01).
001630 FD COMMISSION-RATE-FILE.
001640 01 COMMISSION-RATE-REC.
001650    05 CRT-SLS-ID           PIC X(05).
001660    05 CRT-BASE-RATE        PIC V999.
001670    05 CRT-TIER1-VOLUME     PIC 9(7)V99.
001680    05 CRT-TIER1-RATE       PIC V999.
001690    05 CRT-TIER2-VOLUME     PIC 9(7)V99.
001700    05 CRT-TIER2-RATE       PIC V999.
001710 FD REGISTER-FILE.
001720 01 REGISTER-LINE               PIC X(80).
001730 FD DETAIL-FILE.
001740 01 DETAIL-REC.
001750    05 DTL-SLS-ID           PIC X(05).
001760    05 FILLER               PIC X(01).
001770    05 DTL-RUN-DATE         PIC 9(08).
001780    05 FILLER               PIC X(01).
001790    05 DTL-SEQ-NO           PIC 9(07).
001800    05 FILLER               PIC X(01).
001810    05 DTL-TOTAL-PRICE      PIC S9(6)V99
001820                            SIGN LEADING SEPARATE.
001830    05 FILLER               PIC X(01).
001840    05 DTL-RATE             PIC V999.
001850    05 FILLER               PIC X(01).
001860    05 DTL-COMMISSION       PIC S9(6)V99
001870                            SIGN LEADING SEPARATE.
001880 WORKING-STORAGE SECTION.
001890 01 COM-HEADING-1.
001900    05 FILLER               PIC X(20) VALUE SPACES.
001910    05 FILLER               PIC X(20)
001920        VALUE 'COMMISSION REGISTER '.
001930    05 COM-HDG-DATE         PIC 9(08).
001940    05 FILLER               PIC X(20) VALUE SPACES.
001950    05 FILLER               PIC X(05) VALUE 'PAGE '.
001960    05 COM-HDG-PAGE-NO      PIC ZZ9.
001970 01 COM-HEADING-2.
001980    05 FILLER               PIC X(06) VALUE 'ID    '.
001990    05 FILLER               PIC X(21) VALUE 'NAME'.
002000    05 FILLER               PIC X(14) VALUE '       VOLUME '.
002010    05 FILLER               PIC X(13) VALUE '   COMMISSION'.
002020 01 COM-REGISTER-LINE.
002030    05 COM-REG-ID           PIC X(05).
002040    05 FILLER               PIC X(01) VALUE SPACE.
002050    05 COM-REG-NAME         PIC X(20).
002060    05 FILLER               PIC X(01) VALUE SPACE.
002070    05 COM-REG-VOLUME       PIC Z,ZZZ,ZZ9.99-.
002080    05 FILLER               PIC X(01) VALUE SPACE.
002090    05 COM-REG-COMMISSION   PIC ZZZ,ZZ9.99-.
002100    05 FILLER               PIC X(01) VALUE SPACE.
002110    05 COM-REG-FLAG         PIC X(12).
002120 01 COM-TOTAL-LINE.
002130    05 FILLER               PIC X(06) VALUE 'TOTAL '.
002140    05 FILLER               PIC X(20) VALUE SPACES.
002150    05 FILLER               PIC X(01) VALUE SPACE.
002160    05 COM-TOT-VOLUME       PIC ZZZ,ZZZ,ZZ9.99-.
002170    05 FILLER               PIC X(01) VALUE SPACE.
002180    05 COM-TOT-COMMISSION   PIC Z,ZZZ,ZZ9.99-.
002190 77 COM-SALESFILE-STATUS    PIC XX VALUE SPACES.
002200 77 COM-RATE-FILE-STATUS    PIC XX VALUE SPACES.
002210 77 COM-RUN-DATE            PIC 9(08) VALUE ZERO.
002220 77 COM-SALES-FILE-NAME     PIC X(80) VALUE SPACES.
002230 77 COM-RATE-FILE-NAME      PIC X(80) VALUE SPACES.
002240 77 COM-REGISTER-FILE-NAME  PIC X(80) VALUE SPACES.
002250 77 COM-DETAIL-FILE-NAME    PIC X(80) VALUE SPACES.
002260 77 COM-OUTPUT-BASE-NAME    PIC X(60) VALUE SPACES.
002270 77 COM-ENV-VALUE           PIC X(80) VALUE SPACES.
002280 77 COM-MORE-RECORDS-SW     PIC X(01) VALUE 'Y'.
002290     88 COM-MORE-RECORDS           VALUE 'Y'.
002300     88 COM-NO-MORE-RECORDS        VALUE 'N'.
002310 77 COM-FIRST-RECORD-SW     PIC X(01) VALUE 'Y'.
002320     88 COM-FIRST-RECORD           VALUE 'Y'.
002330     88 COM-NOT-FIRST-RECORD       VALUE 'N'.
002340 77 COM-RATE-FOUND-SW       PIC X(01) VALUE 'N'.
002350     88 COM-RATE-FOUND             VALUE 'Y'.
002360     88 COM-RATE-NOT-FOUND         VALUE 'N'.
002370 77 COM-PREV-SLS-ID         PIC X(05) VALUE SPACES.
002380 77 COM-PREV-NAME           PIC X(20) VALUE SPACES.
002390 77 COM-PTD-VOLUME          PIC S9(7)V99 VALUE ZERO.
002400 77 COM-PSN-COMMISSION      PIC S9(6)V99 VALUE ZERO.
002410 77 COM-GRD-VOLUME          PIC S9(9)V99 VALUE ZERO.
002420 77 COM-GRD-COMMISSION      PIC S9(7)V99 VALUE ZERO.
002430 77 COM-WORK-RATE           PIC V999 VALUE ZERO.
002440 77 COM-WORK-COMMISSION     PIC S9(6)V99 VALUE ZERO.
002450 77 COM-RECORDS-READ        PIC 9(07) COMP VALUE ZERO.
002460 77 COM-NO-RATE-COUNT       PIC 9(05) COMP VALUE ZERO.
002470 77 COM-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
002480 77 COM-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.
002490 77 COM-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
002500 PROCEDURE DIVISION.
002510 100-MAIN-MODULE.
002520     PERFORM 105-ASSIGN-FILENAMES-RTN
002530     SORT SORT-WORK-FILE
002540         ON ASCENDING KEY SRT-SLS-ID SRT-SEQ-NO
002550         USING SALES-FILE
002560         GIVING COMM-SORTED-FILE
002570     IF COM-SALESFILE-STATUS NOT = '00'
002580         DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
002590             COM-SALESFILE-STATUS
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF
002630     OPEN INPUT COMM-SORTED-FILE
002640     OPEN INPUT COMMISSION-RATE-FILE
002650     IF COM-RATE-FILE-STATUS NOT = '00'
002660         DISPLAY 'COMMISSION-RATE-FILE OPEN ERROR, STATUS '
002670             COM-RATE-FILE-STATUS
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF
002710     OPEN OUTPUT REGISTER-FILE
002720          OUTPUT DETAIL-FILE
002730     PERFORM 200-HEADING-RTN
002740     PERFORM UNTIL COM-NO-MORE-RECORDS
002750          READ COMM-SORTED-FILE
002760             AT END
002770                 SET COM-NO-MORE-RECORDS TO TRUE
002780             NOT AT END
002790                 ADD 1 TO COM-RECORDS-READ
002800                 PERFORM 210-CALC-COMMISSION-RTN
002810          END-READ
002820     END-PERFORM
002830     IF COM-NOT-FIRST-RECORD
002840         PERFORM 250-PERSON-TOTAL-RTN
002850     END-IF
002860     PERFORM 300-GRAND-TOTAL-RTN
002870     CLOSE COMM-SORTED-FILE
002880           COMMISSION-RATE-FILE
002890           REGISTER-FILE
002900           DETAIL-FILE
002910     STOP RUN.
002920 105-ASSIGN-FILENAMES-RTN.
002930     MOVE SPACES TO COM-ENV-VALUE
002940     ACCEPT COM-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
002950     IF COM-ENV-VALUE = SPACES
002960         ACCEPT COM-RUN-DATE FROM DATE YYYYMMDD
002970     ELSE
002980         MOVE COM-ENV-VALUE(1:8) TO COM-RUN-DATE
002990     END-IF
003000     MOVE SPACES TO COM-ENV-VALUE
003010     ACCEPT COM-ENV-VALUE FROM ENVIRONMENT 'TRANS_COMM_SALES_FILE'
003020     IF COM-ENV-VALUE NOT = SPACES
003030         MOVE COM-ENV-VALUE TO COM-SALES-FILE-NAME
003040     ELSE
003050         MOVE SPACES TO COM-ENV-VALUE
003060         ACCEPT COM-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
003070         IF COM-ENV-VALUE = SPACES
003080           MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
003090             TO COM-OUTPUT-BASE-NAME
003100         ELSE
003110             MOVE COM-ENV-VALUE TO COM-OUTPUT-BASE-NAME
003120         END-IF
003130         MOVE SPACES TO COM-SALES-FILE-NAME
003140         STRING COM-OUTPUT-BASE-NAME DELIMITED BY SPACE
003150             '-' DELIMITED BY SIZE
003160             COM-RUN-DATE DELIMITED BY SIZE
003170             '.TXT' DELIMITED BY SIZE
003180             INTO COM-SALES-FILE-NAME
003190         END-STRING
003200     END-IF
003210     MOVE SPACES TO COM-ENV-VALUE
003220     ACCEPT COM-ENV-VALUE FROM ENVIRONMENT 'TRANS_COMMRATE_FILE'
003230     IF COM-ENV-VALUE = SPACES
003240     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CommRate.TXT'
003250         TO COM-RATE-FILE-NAME
003260     ELSE
003270         MOVE COM-ENV-VALUE TO COM-RATE-FILE-NAME
003280     END-IF
003290     MOVE SPACES TO COM-ENV-VALUE
003300     ACCEPT COM-ENV-VALUE FROM ENVIRONMENT 'TRANS_COMMREG_FILE'
003310     IF COM-ENV-VALUE = SPACES
003320     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CommRegister.TXT'
003330         TO COM-REGISTER-FILE-NAME
003340     ELSE
003350         MOVE COM-ENV-VALUE TO COM-REGISTER-FILE-NAME
003360     END-IF
003370     MOVE SPACES TO COM-ENV-VALUE
003380     ACCEPT COM-ENV-VALUE FROM ENVIRONMENT 'TRANS_COMMDTL_FILE'
003390     IF COM-ENV-VALUE = SPACES
003400     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CommDetail.TXT'
003410         TO COM-DETAIL-FILE-NAME
003420     ELSE
003430         MOVE COM-ENV-VALUE TO COM-DETAIL-FILE-NAME
003440     END-IF.
003450 200-HEADING-RTN.
003460     ADD 1 TO COM-PAGE-COUNT
003470     MOVE COM-PAGE-COUNT TO COM-HDG-PAGE-NO
003480     MOVE COM-RUN-DATE TO COM-HDG-DATE
003490     MOVE COM-HEADING-1 TO REGISTER-LINE
003500     WRITE REGISTER-LINE
003510     MOVE COM-HEADING-2 TO REGISTER-LINE
003520     WRITE REGISTER-LINE
003530     MOVE SPACES TO REGISTER-LINE
003540     WRITE REGISTER-LINE
003550     MOVE ZERO TO COM-LINE-COUNT.
003560 210-CALC-COMMISSION-RTN.
003570     IF COM-FIRST-RECORD
003580         SET COM-NOT-FIRST-RECORD TO TRUE
003590         MOVE CSR-SLS-ID TO COM-PREV-SLS-ID
003600         MOVE CSR-NAME TO COM-PREV-NAME
003610         PERFORM 220-LOOKUP-RATE-RTN
003620     ELSE
003630         IF CSR-SLS-ID NOT = COM-PREV-SLS-ID
003640             PERFORM 250-PERSON-TOTAL-RTN
003650             MOVE CSR-SLS-ID TO COM-PREV-SLS-ID
003660             MOVE CSR-NAME TO COM-PREV-NAME
003670             PERFORM 220-LOOKUP-RATE-RTN
003680         END-IF
003690     END-IF
003700     ADD CSR-TOTAL-PRICE TO COM-PTD-VOLUME
003710     PERFORM 230-PICK-TIER-RATE-RTN
003720     COMPUTE COM-WORK-COMMISSION ROUNDED =
003730         CSR-TOTAL-PRICE * COM-WORK-RATE
003740     ADD COM-WORK-COMMISSION TO COM-PSN-COMMISSION
003750     PERFORM 240-WRITE-DETAIL-RTN.
003760 220-LOOKUP-RATE-RTN.
003770     SET COM-RATE-NOT-FOUND TO TRUE
003780     MOVE COM-PREV-SLS-ID TO CRT-SLS-ID
003790     READ COMMISSION-RATE-FILE
003800         INVALID KEY
003810             MOVE ZERO TO CRT-BASE-RATE
003820             MOVE ZERO TO CRT-TIER1-VOLUME
003830             MOVE ZERO TO CRT-TIER1-RATE
003840             MOVE ZERO TO CRT-TIER2-VOLUME
003850             MOVE ZERO TO CRT-TIER2-RATE
003860             ADD 1 TO COM-NO-RATE-COUNT
003870         NOT INVALID KEY
003880             SET COM-RATE-FOUND TO TRUE
003890     END-READ
003900     IF COM-RATE-FILE-STATUS NOT = '00' AND
003910         COM-RATE-FILE-STATUS NOT = '23'
003920         DISPLAY 'COMMISSION-RATE-FILE READ ERROR, STATUS '
003930             COM-RATE-FILE-STATUS
003940         MOVE 16 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970 230-PICK-TIER-RATE-RTN.
003980     IF COM-RATE-NOT-FOUND
003990         MOVE ZERO TO COM-WORK-RATE
004000     ELSE
004010         IF CRT-TIER2-VOLUME > ZERO AND
004020             COM-PTD-VOLUME > CRT-TIER2-VOLUME
004030             MOVE CRT-TIER2-RATE TO COM-WORK-RATE
004040         ELSE
004050             IF CRT-TIER1-VOLUME > ZERO AND
004060                 COM-PTD-VOLUME > CRT-TIER1-VOLUME
004070                 MOVE CRT-TIER1-RATE TO COM-WORK-RATE
004080             ELSE
004090                 MOVE CRT-BASE-RATE TO COM-WORK-RATE
004100             END-IF
004110         END-IF
004120     END-IF.
004130 240-WRITE-DETAIL-RTN.
004140     MOVE SPACES TO DETAIL-REC
004150     MOVE CSR-SLS-ID TO DTL-SLS-ID
004160     MOVE COM-RUN-DATE TO DTL-RUN-DATE
004170     MOVE CSR-SEQ-NO TO DTL-SEQ-NO
004180     MOVE CSR-TOTAL-PRICE TO DTL-TOTAL-PRICE
004190     MOVE COM-WORK-RATE TO DTL-RATE
004200     MOVE COM-WORK-COMMISSION TO DTL-COMMISSION
004210     WRITE DETAIL-REC.
004220 250-PERSON-TOTAL-RTN.
004230     IF COM-LINE-COUNT NOT LESS THAN COM-LINES-PER-PAGE
004240         PERFORM 200-HEADING-RTN
004250     END-IF
004260     MOVE COM-PREV-SLS-ID TO COM-REG-ID
004270     MOVE COM-PREV-NAME TO COM-REG-NAME
004280     MOVE COM-PTD-VOLUME TO COM-REG-VOLUME
004290     MOVE COM-PSN-COMMISSION TO COM-REG-COMMISSION
004300     IF COM-RATE-FOUND
004310         MOVE SPACES TO COM-REG-FLAG
004320     ELSE
004330         MOVE 'NO RATE     ' TO COM-REG-FLAG
004340     END-IF
004350     MOVE COM-REGISTER-LINE TO REGISTER-LINE
004360     WRITE REGISTER-LINE
004370     ADD 1 TO COM-LINE-COUNT
004380     ADD COM-PTD-VOLUME TO COM-GRD-VOLUME
004390     ADD COM-PSN-COMMISSION TO COM-GRD-COMMISSION
004400     MOVE ZERO TO COM-PTD-VOLUME
004410     MOVE ZERO TO COM-PSN-COMMISSION.
004420 300-GRAND-TOTAL-RTN.
004430     MOVE SPACES TO REGISTER-LINE
004440     WRITE REGISTER-LINE
004450     MOVE COM-GRD-VOLUME TO COM-TOT-VOLUME
004460     MOVE COM-GRD-COMMISSION TO COM-TOT-COMMISSION
004470     MOVE COM-TOTAL-LINE TO REGISTER-LINE
004480     WRITE REGISTER-LINE
004490     IF COM-NO-RATE-COUNT > ZERO
004500         DISPLAY 'COMMIS: ' COM-NO-RATE-COUNT
004510             ' SALESPERSON(S) WITH NO RATE RECORD'
004520     END-IF.
