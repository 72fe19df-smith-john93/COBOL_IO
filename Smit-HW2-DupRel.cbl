000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DUPREL.
000030 AUTHOR. J SMITH.
000040 INSTALLATION. ACCOUNTING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                              *
000110*  10/15/2026  JS   ORIGINAL PROGRAM.  DUPLICATE SUSPECT     *
000120*                   RELEASE RUN.  READS THE DAY'S DUPLICATE  *
000130*                   DECISION FILE, ONE LINE PER SUSPECT HELD *
000140*                   BY TRANS (SUSPECT DATE, BATCH AND RECORD *
000150*                   NO, ACTION R TO RELEASE OR D TO DISCARD, *
000160*                   SUPERVISOR ID).  THE SUPERVISOR MUST BE  *
000170*                   ON THE AUTH-MASTER-FILE.  A RELEASED     *
000180*                   SUSPECT IS CHECKED AGAINST STOCK AGAIN,  *
000190*                   POSTS TO THE CURRENT DAY'S SALES-FILE AT *
000200*                   THE PRICE TRANS HELD IT AT WITH          *
000210*                   SOURCE-CODE-OUT 'D' AND BATCH 000, MOVES *
000220*                   STOCK AND IS MARKED RELEASED WITH ITS    *
000230*                   NEW SALES-SEQ-NO.  A DISCARDED SUSPECT   *
000240*                   NEVER POSTS.  A SUSPECT ALREADY ACTIONED *
000250*                   IS LEFT ALONE SO A RERUN POSTS NOTHING   *
000260*                   TWICE.  WRITES ITS OWN CONTROL FILE FOR  *
000270*                   DLYBAL AND AN AUDIT-LOG LINE UNDER BATCH *
000280*                   998, PRINTS A RELEASE REGISTER, AND ENDS *
000290*                   WITH RETURN-CODE 4 WHEN A DECISION WAS   *
000300*                   REFUSED (REASONS D001-D006).             *
000310*  10/15/2026  JS   SALES-REC AND THE SUSPECT IMAGE PICK UP  *
000320*                   THE PRICE-SOURCE INDICATOR, WHICH IS     *
000330*                   CARRIED THROUGH ON RELEASE.              *
000340*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DECISION-FILE
000390         ASSIGN TO DUP-DECISION-FILE-NAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS DUP-DECISION-FILE-STATUS.
000420     SELECT DUP-SUSPECT-FILE
000430         ASSIGN TO DUP-DUPSUSP-FILE-NAME
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS SUS-KEY
000470         FILE STATUS IS DUP-DUPSUSP-FILE-STATUS.
000480     SELECT SALES-FILE
000490         ASSIGN TO DUP-SALES-FILE-NAME
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SALES-SEQ-NO
000530         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000540         FILE STATUS IS DUP-SALESFILE-STATUS.
000550     SELECT PRODUCT-MASTER-FILE
000560         ASSIGN TO DUP-PRODMST-FILE-NAME
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS PRODUCT-CODE-MST
000600         FILE STATUS IS DUP-PRODMST-FILE-STATUS.
000610     SELECT AUTH-MASTER-FILE
000620         ASSIGN TO DUP-AUTHMST-FILE-NAME
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS AUTH-ID-MST
000660         FILE STATUS IS DUP-AUTHMST-FILE-STATUS.
000670     SELECT DAY-STATUS-FILE
000680         ASSIGN TO DUP-DAYSTAT-FILE-NAME
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS DST-DATE
000720         FILE STATUS IS DUP-DAYSTAT-FILE-STATUS.
000730     SELECT CONTROL-FILE
000740         ASSIGN TO DUP-CONTROL-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS DUP-CONTROL-FILE-STATUS.
000770     SELECT AUDIT-LOG-FILE
000780         ASSIGN TO DUP-AUDIT-FILE-NAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS DUP-AUDIT-FILE-STATUS.
000810     SELECT STOCK-JOURNAL-FILE
000820         ASSIGN TO DUP-STKJRNL-FILE-NAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS DUP-STKJRNL-FILE-STATUS.
000850     SELECT REPORT-FILE
000860         ASSIGN TO DUP-REPORT-FILE-NAME
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD DECISION-FILE.
000910 01 DECISION-REC.
000920    05 DDEC-SUSPECT-DATE     PIC 9(08).
000930    05 DDEC-BATCH-NO         PIC 9(03).
000940    05 DDEC-REC-NO           PIC 9(07).
000950    05 DDEC-ACTION           PIC X(01).
000960       88 DDEC-RELEASE           VALUE 'R'.
000970       88 DDEC-DISCARD           VALUE 'D'.
000980    05 DDEC-SUPERVISOR-ID    PIC X(05).
000990 FD DUP-SUSPECT-FILE.
001000 01 DUP-SUSPECT-REC.
001010    05 SUS-KEY.
001020       10 SUS-DATE            PIC 9(08).
001030       10 SUS-BATCH-NO        PIC 9(03).
001040       10 SUS-REC-NO          PIC 9(07).
001050    05 SUS-STATUS             PIC X(01).
001060       88 SUS-SUSPECT              VALUE 'S'.
001070       88 SUS-RELEASED             VALUE 'R'.
001080       88 SUS-DISCARDED            VALUE 'D'.
001090    05 SUS-MATCH-BATCH-NO     PIC 9(03).
001100    05 SUS-MATCH-SEQ-NO       PIC 9(07).
001110    05 SUS-ACTION-DATE        PIC 9(08).
001120    05 SUS-ACTION-BY          PIC X(05).
001130    05 SUS-POSTED-DATE        PIC 9(08).
001140    05 SUS-SALES-SEQ-NO       PIC 9(07).
001150    05 SUS-NAME-OUT           PIC X(20).
001160    05 SUS-TOTAL-PRICE-OUT    PIC S9(6)V99.
001170    05 SUS-PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
001180    05 SUS-DISCOUNT-RATE-OUT  PIC V999.
001190    05 SUS-TAX-AMOUNT-OUT     PIC S9(6)V99.
001200    05 SUS-NET-TOTAL-OUT      PIC S9(6)V99.
001210    05 SUS-TRANS-TYPE-OUT     PIC X(01).
001220    05 SUS-SLS-ID-OUT         PIC X(05).
001230    05 SUS-CUST-ID-OUT        PIC X(06).
001240    05 SUS-PRODUCT-CODE-OUT   PIC X(06).
001250    05 SUS-QTY-SOLD-OUT       PIC 9(03).
001260    05 SUS-JURIS-CODE-OUT     PIC X(02).
001270    05 SUS-OVERRIDE-FLAG-OUT  PIC X(01).
001280    05 SUS-OVERRIDE-PRICE-OUT PIC 9(3)V99.
001290    05 SUS-APPROVER-ID-OUT    PIC X(05).
001300    05 SUS-PRICE-VARIANCE-OUT PIC S9(6)V99.
001310    05 SUS-EXT-COST-OUT       PIC S9(6)V99.
001320    05 SUS-ORDER-NO-OUT       PIC X(12).
001330    05 SUS-PRICE-SOURCE-OUT   PIC X(01).
001340 FD SALES-FILE.
001350 01 SALES-REC.
001360    05 SALES-SEQ-NO         PIC 9(07).
001370    05 NAME-OUT             PIC X(20).
001380    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
001390    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
001400    05 DISCOUNT-RATE-OUT    PIC V999.
001410    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
001420    05 NET-TOTAL-OUT        PIC S9(6)V99.
001430    05 SOURCE-CODE-OUT      PIC X(01).
001440    05 TRANS-TYPE-OUT       PIC X(01).
001450    05 SLS-ID-OUT           PIC X(05).
001460    05 BATCH-NO-OUT         PIC 9(03).
001470    05 CUST-ID-OUT          PIC X(06).
001480    05 PRODUCT-CODE-OUT     PIC X(06).
001490    05 QTY-SOLD-OUT         PIC 9(03).
001500    05 JURIS-CODE-OUT       PIC X(02).
001510    05 OVERRIDE-FLAG-OUT    PIC X(01).
001520    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
001530    05 APPROVER-ID-OUT      PIC X(05).
001540    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
001550    05 EXT-COST-OUT         PIC S9(6)V99.
001560    05 ORDER-NO-OUT         PIC X(12).
001570    05 PRICE-SOURCE-OUT     PIC X(01).
001580 FD PRODUCT-MASTER-FILE.
001590 01 PRODUCT-MASTER-REC.
001600    05 PRODUCT-CODE-MST      PIC X(06).
001610    05 PRODUCT-DESC-MST      PIC X(20).
001620    05 UNIT-PRICE-MST        PIC 9(3)V99.
001630    05 QTY-ON-HAND-MST       PIC 9(07).
001640    05 REORDER-POINT-MST     PIC 9(07).
001650    05 QTY-ON-ORDER-MST      PIC 9(07).
001660    05 PRIMARY-VENDOR-MST    PIC X(06).
001670    05 REORDER-QTY-MST       PIC 9(07).
001680    05 STD-COST-MST          PIC 9(3)V99.
001690 FD AUTH-MASTER-FILE.
001700 01 AUTH-MASTER-REC.
001710    05 AUTH-ID-MST           PIC X(05).
001720    05 AUTH-NAME-MST         PIC X(20).
001730    05 AUTH-LIMIT-MST        PIC 9(6)V99.
001740 FD DAY-STATUS-FILE.
001750 01 DAY-STATUS-REC.
001760    05 DST-DATE             PIC 9(08).
001770    05 DST-STATUS           PIC X(01).
001780       88 DST-OPEN              VALUE 'O'.
001790       88 DST-BALANCED          VALUE 'B'.
001800       88 DST-POSTED-GL         VALUE 'P'.
001810       88 DST-CLOSED            VALUE 'C'.
001820    05 DST-UPDT-DATE        PIC 9(08).
001830    05 DST-UPDT-USER        PIC X(08).
001840 FD CONTROL-FILE.
001850 01 CONTROL-REC.
001860    05 CTL-LABEL             PIC X(20).
001870    05 CTL-VALUE             PIC X(20).
001880 FD AUDIT-LOG-FILE.
001890 01 AUDIT-LOG-REC.
001900    05 AUD-RUN-DATE             PIC 9(08).
001910    05 FILLER                   PIC X(01) VALUE SPACE.
001920    05 AUD-RECORDS-READ         PIC 9(07).
001930    05 FILLER                   PIC X(01) VALUE SPACE.
001940    05 AUD-RECORDS-WRITTEN      PIC 9(07).
001950    05 FILLER                   PIC X(01) VALUE SPACE.
001960    05 AUD-RECORDS-REJECTED     PIC 9(07).
001970    05 FILLER                   PIC X(01) VALUE SPACE.
001980    05 AUD-DOLLAR-TOTAL         PIC S9(09)V99
001990                                SIGN LEADING SEPARATE.
002000    05 FILLER                   PIC X(01) VALUE SPACE.
002010    05 AUD-BATCH-NO             PIC 9(03).
002020 FD STOCK-JOURNAL-FILE.
002030 01 STOCK-JOURNAL-REC.
002040    05 JRN-PRODUCT-CODE         PIC X(06).
002050    05 FILLER                   PIC X(01).
002060    05 JRN-MOVE-DATE            PIC 9(08).
002070    05 FILLER                   PIC X(01).
002080    05 JRN-SOURCE-PGM           PIC X(08).
002090    05 FILLER                   PIC X(01).
002100    05 JRN-MOVE-TYPE            PIC X(01).
002110    05 FILLER                   PIC X(01).
002120    05 JRN-REFERENCE.
002130       10 JRN-BATCH-NO          PIC 9(03).
002140       10 JRN-SEQ-NO            PIC 9(07).
002150       10 FILLER                PIC X(05).
002160    05 JRN-MAINT-REF REDEFINES JRN-REFERENCE.
002170       10 JRN-USER-ID           PIC X(08).
002180       10 JRN-MAINT-REC-NO      PIC 9(07).
002190    05 FILLER                   PIC X(01).
002200    05 JRN-QTY-BEFORE           PIC 9(07).
002210    05 FILLER                   PIC X(01).
002220    05 JRN-QTY-AFTER            PIC 9(07).
002230    05 FILLER                   PIC X(01).
002240    05 JRN-STAMP-DATE           PIC 9(08).
002250    05 FILLER                   PIC X(01).
002260    05 JRN-STAMP-TIME           PIC 9(08).
002270 FD REPORT-FILE.
002280 01 REPORT-LINE                  PIC X(80).
002290 WORKING-STORAGE SECTION.
002300 01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
002310 01 DUP-HEADING-1.
002320    05 FILLER               PIC X(20) VALUE SPACES.
002330    05 FILLER               PIC X(20)
002340        VALUE 'DUPLICATE SUSPECTS  '.
002350    05 DUP-HDG-DATE         PIC 9(08).
002360    05 FILLER               PIC X(20) VALUE SPACES.
002370    05 FILLER               PIC X(05) VALUE 'PAGE '.
002380    05 DUP-HDG-PAGE-NO      PIC ZZ9.
002390 01 DUP-HEADING-2.
002400    05 FILLER               PIC X(10) VALUE 'SUSP DATE '.
002410    05 FILLER               PIC X(11) VALUE 'BAT REC NO '.
002420    05 FILLER               PIC X(07) VALUE 'CUST   '.
002430    05 FILLER               PIC X(12) VALUE '  NET AMOUNT'.
002440    05 FILLER               PIC X(09) VALUE ' A SUPV  '.
002450    05 FILLER               PIC X(06) VALUE 'RESULT'.
002460 01 DUP-DETAIL-LINE.
002470    05 DUP-DTL-SUSP-DATE    PIC 9(08).
002480    05 FILLER               PIC X(01) VALUE SPACE.
002490    05 DUP-DTL-BATCH-NO     PIC 9(03).
002500    05 FILLER               PIC X(01) VALUE SPACE.
002510    05 DUP-DTL-REC-NO       PIC 9(07).
002520    05 FILLER               PIC X(01) VALUE SPACE.
002530    05 DUP-DTL-CUST         PIC X(06).
002540    05 FILLER               PIC X(01) VALUE SPACE.
002550    05 DUP-DTL-NET          PIC ZZZ,ZZ9.99-.
002560    05 FILLER               PIC X(02) VALUE SPACES.
002570    05 DUP-DTL-ACTION       PIC X(01).
002580    05 FILLER               PIC X(01) VALUE SPACE.
002590    05 DUP-DTL-SUPERVISOR   PIC X(05).
002600    05 FILLER               PIC X(02) VALUE SPACES.
002610    05 DUP-DTL-RESULT       PIC X(30).
002620 01 DUP-TOTAL-LINE.
002630    05 DUP-TOT-LABEL        PIC X(24).
002640    05 DUP-TOT-COUNT        PIC Z,ZZZ,ZZ9.
002650    05 FILLER               PIC X(02) VALUE SPACES.
002660    05 DUP-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
002670 77 DUP-DEC-STATUS-SW      PIC X(01) VALUE 'Y'.
002680     88 DUP-DEC-OK                 VALUE 'Y'.
002690     88 DUP-DEC-REFUSED            VALUE 'N'.
002700     88 DUP-DEC-ALREADY-DONE       VALUE 'A'.
002710 77 DUP-REASON-CODE        PIC X(04) VALUE SPACES.
002720 77 DUP-RESULT-TEXT        PIC X(30) VALUE SPACES.
002730 77 DUP-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
002740 77 DUP-RECORDS-WRITTEN    PIC 9(07) COMP VALUE ZERO.
002750 77 DUP-RECORDS-DISCARDED  PIC 9(07) COMP VALUE ZERO.
002760 77 DUP-RECORDS-REFUSED    PIC 9(07) COMP VALUE ZERO.
002770 77 DUP-RECORDS-ALREADY    PIC 9(07) COMP VALUE ZERO.
002780 77 DUP-DOLLAR-TOTAL       PIC S9(09)V99 VALUE ZERO.
002790 77 DUP-DISCARDED-TOTAL    PIC S9(09)V99 VALUE ZERO.
002800 77 DUP-EDIT-COUNT         PIC ZZZ,ZZ9.
002810 77 DUP-EDIT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
002820 77 DUP-RUN-DATE           PIC 9(08) VALUE ZERO.
002830 77 DUP-LINE-COUNT         PIC 9(03) COMP VALUE ZERO.
002840 77 DUP-PAGE-COUNT         PIC 9(03) COMP VALUE ZERO.
002850 77 DUP-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
002860 77 DUP-SALES-SEQ-NO       PIC 9(07) COMP VALUE ZERO.
002870 77 DUP-DECISION-FILE-STATUS PIC XX VALUE SPACES.
002880 77 DUP-DUPSUSP-FILE-STATUS PIC XX VALUE SPACES.
002890 77 DUP-SALESFILE-STATUS    PIC XX VALUE SPACES.
002900 77 DUP-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
002910 77 DUP-AUTHMST-FILE-STATUS PIC XX VALUE SPACES.
002920 77 DUP-DAYSTAT-FILE-STATUS PIC XX VALUE SPACES.
002930 77 DUP-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
002940 77 DUP-AUDIT-FILE-STATUS   PIC XX VALUE SPACES.
002950 77 DUP-STKJRNL-FILE-STATUS PIC XX VALUE SPACES.
002960 77 DUP-DECISION-FILE-NAME  PIC X(80) VALUE SPACES.
002970 77 DUP-DUPSUSP-FILE-NAME   PIC X(80) VALUE SPACES.
002980 77 DUP-SALES-FILE-NAME     PIC X(80) VALUE SPACES.
002990 77 DUP-PRODMST-FILE-NAME   PIC X(80) VALUE SPACES.
003000 77 DUP-AUTHMST-FILE-NAME   PIC X(80) VALUE SPACES.
003010 77 DUP-DAYSTAT-FILE-NAME   PIC X(80) VALUE SPACES.
003020 77 DUP-CONTROL-FILE-NAME   PIC X(80) VALUE SPACES.
003030 77 DUP-CONTROL-BASE-NAME   PIC X(60) VALUE SPACES.
003040 77 DUP-AUDIT-FILE-NAME     PIC X(80) VALUE SPACES.
003050 77 DUP-STKJRNL-FILE-NAME   PIC X(80) VALUE SPACES.
003060 77 DUP-QTY-BEFORE          PIC 9(07) VALUE ZERO.
003070 77 DUP-REPORT-FILE-NAME    PIC X(80) VALUE SPACES.
003080 77 DUP-OUTPUT-BASE-NAME    PIC X(60) VALUE SPACES.
003090 77 DUP-ENV-VALUE           PIC X(80) VALUE SPACES.
003100 77 DUP-SALES-EOF-SW        PIC X(01) VALUE 'N'.
003110     88 DUP-SALES-EOF               VALUE 'Y'.
003120     88 DUP-SALES-NOT-EOF           VALUE 'N'.
003130 PROCEDURE DIVISION.
003140 100-MAIN-MODULE.
003150     ACCEPT DUP-RUN-DATE FROM DATE YYYYMMDD
003160     PERFORM 105-ASSIGN-FILENAMES-RTN
003170     PERFORM 107-CHECK-DAY-STATUS-RTN
003180     OPEN INPUT DECISION-FILE
003190     IF DUP-DECISION-FILE-STATUS = '35'
003200         DISPLAY 'NO DUPLICATE DECISION FILE, NOTHING RELEASED'
003210         STOP RUN
003220     END-IF
003230     IF DUP-DECISION-FILE-STATUS NOT = '00'
003240         DISPLAY 'DECISION-FILE OPEN ERROR, STATUS '
003250             DUP-DECISION-FILE-STATUS
003260         MOVE 16 TO RETURN-CODE
003270         STOP RUN
003280     END-IF
003290     OPEN I-O DUP-SUSPECT-FILE
003300     IF DUP-DUPSUSP-FILE-STATUS NOT = '00'
003310         DISPLAY 'DUP-SUSPECT-FILE OPEN ERROR, STATUS '
003320             DUP-DUPSUSP-FILE-STATUS
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF
003360     OPEN I-O PRODUCT-MASTER-FILE
003370     IF DUP-PRODMST-FILE-STATUS NOT = '00'
003380         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
003390             DUP-PRODMST-FILE-STATUS
003400         MOVE 16 TO RETURN-CODE
003410         STOP RUN
003420     END-IF
003430     OPEN INPUT AUTH-MASTER-FILE
003440     IF DUP-AUTHMST-FILE-STATUS NOT = '00'
003450         DISPLAY 'AUTH-MASTER-FILE OPEN ERROR, STATUS '
003460             DUP-AUTHMST-FILE-STATUS
003470         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF
003500     OPEN I-O SALES-FILE
003510     IF DUP-SALESFILE-STATUS NOT = '00'
003520         DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
003530             DUP-SALESFILE-STATUS
003540         DISPLAY 'RUN TRANS FOR THE DAY BEFORE RELEASING SUSPECTS'
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF
003580     PERFORM 115-DERIVE-SALES-SEQ-RTN
003590     OPEN EXTEND CONTROL-FILE
003600     IF DUP-CONTROL-FILE-STATUS = '35'
003610         OPEN OUTPUT CONTROL-FILE
003620     END-IF
003630     IF DUP-CONTROL-FILE-STATUS NOT = '00'
003640         DISPLAY 'CONTROL-FILE OPEN ERROR, STATUS '
003650             DUP-CONTROL-FILE-STATUS
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF
003690     OPEN EXTEND AUDIT-LOG-FILE
003700     IF DUP-AUDIT-FILE-STATUS = '35'
003710         OPEN OUTPUT AUDIT-LOG-FILE
003720     END-IF
003730     IF DUP-AUDIT-FILE-STATUS NOT = '00'
003740         DISPLAY 'AUDIT-LOG-FILE OPEN ERROR, STATUS '
003750             DUP-AUDIT-FILE-STATUS
003760         MOVE 16 TO RETURN-CODE
003770         STOP RUN
003780     END-IF
003790     OPEN EXTEND STOCK-JOURNAL-FILE
003800     IF DUP-STKJRNL-FILE-STATUS = '35'
003810         OPEN OUTPUT STOCK-JOURNAL-FILE
003820     END-IF
003830     IF DUP-STKJRNL-FILE-STATUS NOT = '00'
003840         DISPLAY 'STOCK-JOURNAL-FILE OPEN ERROR, STATUS '
003850             DUP-STKJRNL-FILE-STATUS
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF
003890     OPEN OUTPUT REPORT-FILE
003900     PERFORM 400-HEADING-RTN
003910     PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
003920          READ DECISION-FILE
003930             AT END
003940                 MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
003950             NOT AT END
003960                 ADD 1 TO DUP-RECORDS-READ
003970                 PERFORM 200-PROCESS-DECISION-RTN
003980          END-READ
003990     END-PERFORM
004000     IF DUP-RECORDS-READ > ZERO
004010         PERFORM 300-WRITE-CONTROLS-RTN
004020         PERFORM 297-WRITE-AUDIT-LOG-RTN
004030     ELSE
004040         DISPLAY 'NO DUPLICATE DECISIONS TO PROCESS, '
004050             'NOTHING POSTED'
004060     END-IF
004070     PERFORM 420-WRITE-TOTALS-RTN
004080     CLOSE DECISION-FILE
004090           DUP-SUSPECT-FILE
004100           SALES-FILE
004110           PRODUCT-MASTER-FILE
004120           AUTH-MASTER-FILE
004130           CONTROL-FILE
004140           AUDIT-LOG-FILE
004150           STOCK-JOURNAL-FILE
004160           REPORT-FILE
004170     IF DUP-RECORDS-REFUSED > ZERO
004180         MOVE 4 TO RETURN-CODE
004190     END-IF
004200     STOP RUN.
004210 105-ASSIGN-FILENAMES-RTN.
004220     MOVE SPACES TO DUP-ENV-VALUE
004230     ACCEPT DUP-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
004240     IF DUP-ENV-VALUE NOT = SPACES
004250         MOVE DUP-ENV-VALUE(1:8) TO DUP-RUN-DATE
004260     END-IF
004270     MOVE SPACES TO DUP-ENV-VALUE
004280     ACCEPT DUP-ENV-VALUE FROM ENVIRONMENT
004290         'TRANS_DUPDECISION_FILE'
004300     IF DUP-ENV-VALUE = SPACES
004310     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DupDecision.TXT'
004320         TO DUP-DECISION-FILE-NAME
004330     ELSE
004340         MOVE DUP-ENV-VALUE TO DUP-DECISION-FILE-NAME
004350     END-IF
004360     MOVE SPACES TO DUP-ENV-VALUE
004370     ACCEPT DUP-ENV-VALUE FROM ENVIRONMENT 'TRANS_DUPSUSP_FILE'
004380     IF DUP-ENV-VALUE = SPACES
004390     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DupSuspect.TXT'
004400         TO DUP-DUPSUSP-FILE-NAME
004410     ELSE
004420         MOVE DUP-ENV-VALUE TO DUP-DUPSUSP-FILE-NAME
004430     END-IF
004440     MOVE SPACES TO DUP-ENV-VALUE
004450     ACCEPT DUP-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
004460     IF DUP-ENV-VALUE = SPACES
004470         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
004480             TO DUP-OUTPUT-BASE-NAME
004490     ELSE
004500         MOVE DUP-ENV-VALUE TO DUP-OUTPUT-BASE-NAME
004510     END-IF
004520     MOVE SPACES TO DUP-SALES-FILE-NAME
004530     STRING DUP-OUTPUT-BASE-NAME DELIMITED BY SPACE
004540         '-' DELIMITED BY SIZE
004550         DUP-RUN-DATE DELIMITED BY SIZE
004560         '.TXT' DELIMITED BY SIZE
004570         INTO DUP-SALES-FILE-NAME
004580     END-STRING
004590     MOVE SPACES TO DUP-ENV-VALUE
004600     ACCEPT DUP-ENV-VALUE FROM ENVIRONMENT 'TRANS_DUPRELCTL_BASE'
004610     IF DUP-ENV-VALUE = SPACES
004620     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DupRelControl'
004630         TO DUP-CONTROL-BASE-NAME
004640     ELSE
004650         MOVE DUP-ENV-VALUE TO DUP-CONTROL-BASE-NAME
004660     END-IF
004670     MOVE SPACES TO DUP-CONTROL-FILE-NAME
004680     STRING DUP-CONTROL-BASE-NAME DELIMITED BY SPACE
004690         '-' DELIMITED BY SIZE
004700         DUP-RUN-DATE DELIMITED BY SIZE
004710         '.TXT' DELIMITED BY SIZE
004720         INTO DUP-CONTROL-FILE-NAME
004730     END-STRING
004740     MOVE SPACES TO DUP-ENV-VALUE
004750     ACCEPT DUP-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
004760     IF DUP-ENV-VALUE = SPACES
004770     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
004780         TO DUP-PRODMST-FILE-NAME
004790     ELSE
004800         MOVE DUP-ENV-VALUE TO DUP-PRODMST-FILE-NAME
004810     END-IF
004820     MOVE SPACES TO DUP-ENV-VALUE
004830     ACCEPT DUP-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUTHMST_FILE'
004840     IF DUP-ENV-VALUE = SPACES
004850     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-AuthMaster.TXT'
004860         TO DUP-AUTHMST-FILE-NAME
004870     ELSE
004880         MOVE DUP-ENV-VALUE TO DUP-AUTHMST-FILE-NAME
004890     END-IF
004900     MOVE SPACES TO DUP-ENV-VALUE
004910     ACCEPT DUP-ENV-VALUE FROM ENVIRONMENT 'TRANS_DAYSTAT_FILE'
004920     IF DUP-ENV-VALUE = SPACES
004930     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DayStatus.TXT'
004940         TO DUP-DAYSTAT-FILE-NAME
004950     ELSE
004960         MOVE DUP-ENV-VALUE TO DUP-DAYSTAT-FILE-NAME
004970     END-IF
004980     MOVE SPACES TO DUP-ENV-VALUE
004990     ACCEPT DUP-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUDIT_FILE'
005000     IF DUP-ENV-VALUE = SPACES
005010     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransAudit.TXT'
005020         TO DUP-AUDIT-FILE-NAME
005030     ELSE
005040         MOVE DUP-ENV-VALUE TO DUP-AUDIT-FILE-NAME
005050     END-IF
005060     MOVE SPACES TO DUP-ENV-VALUE
005070     ACCEPT DUP-ENV-VALUE FROM ENVIRONMENT 'TRANS_STKJRNL_FILE'
005080     IF DUP-ENV-VALUE = SPACES
005090     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-StockJournal.TXT'
005100         TO DUP-STKJRNL-FILE-NAME
005110     ELSE
005120         MOVE DUP-ENV-VALUE TO DUP-STKJRNL-FILE-NAME
005130     END-IF
005140     MOVE SPACES TO DUP-ENV-VALUE
005150     ACCEPT DUP-ENV-VALUE FROM ENVIRONMENT 'TRANS_DUPREL_RPT'
005160     IF DUP-ENV-VALUE = SPACES
005170     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DupRelease.TXT'
005180         TO DUP-REPORT-FILE-NAME
005190     ELSE
005200         MOVE DUP-ENV-VALUE TO DUP-REPORT-FILE-NAME
005210     END-IF.
005220 107-CHECK-DAY-STATUS-RTN.
005230     OPEN INPUT DAY-STATUS-FILE
005240     IF DUP-DAYSTAT-FILE-STATUS = '35'
005250         DISPLAY 'NO DAY-STATUS-FILE, DATE TREATED AS OPEN'
005260     ELSE
005270         IF DUP-DAYSTAT-FILE-STATUS NOT = '00'
005280             DISPLAY 'DAY-STATUS-FILE OPEN ERROR, STATUS '
005290                 DUP-DAYSTAT-FILE-STATUS
005300             MOVE 16 TO RETURN-CODE
005310             STOP RUN
005320         ELSE
005330             MOVE DUP-RUN-DATE TO DST-DATE
005340             READ DAY-STATUS-FILE
005350                 INVALID KEY
005360                     CONTINUE
005370                 NOT INVALID KEY
005380                     IF DST-CLOSED
005390                         DISPLAY 'DUPREL: BUSINESS DATE '
005400                             DUP-RUN-DATE
005410                             ' IS CLOSED, POSTING REFUSED'
005420                         MOVE 12 TO RETURN-CODE
005430                         STOP RUN
005440                     END-IF
005450             END-READ
005460             CLOSE DAY-STATUS-FILE
005470         END-IF
005480     END-IF.
005490 115-DERIVE-SALES-SEQ-RTN.
005500     SET DUP-SALES-NOT-EOF TO TRUE
005510     MOVE ZERO TO SALES-SEQ-NO
005520     START SALES-FILE KEY IS NOT LESS THAN SALES-SEQ-NO
005530         INVALID KEY
005540             SET DUP-SALES-EOF TO TRUE
005550     END-START
005560     PERFORM 116-FIND-HIGH-SEQ-RTN UNTIL DUP-SALES-EOF.
005570 116-FIND-HIGH-SEQ-RTN.
005580     READ SALES-FILE NEXT RECORD
005590         AT END
005600             SET DUP-SALES-EOF TO TRUE
005610         NOT AT END
005620             IF SALES-SEQ-NO > DUP-SALES-SEQ-NO
005630                 MOVE SALES-SEQ-NO TO DUP-SALES-SEQ-NO
005640             END-IF
005650     END-READ.
005660 200-PROCESS-DECISION-RTN.
005670     SET DUP-DEC-OK TO TRUE
005680     MOVE SPACES TO DUP-REASON-CODE
005690     MOVE SPACES TO DUP-RESULT-TEXT
005700     PERFORM 210-READ-SUSPECT-RTN
005710     IF DUP-DEC-OK
005720         PERFORM 215-EDIT-DECISION-RTN
005730     END-IF
005740     IF DUP-DEC-OK AND DDEC-RELEASE
005750         PERFORM 220-CHECK-RELEASE-RTN
005760     END-IF
005770     EVALUATE TRUE
005780         WHEN DUP-DEC-REFUSED
005790             ADD 1 TO DUP-RECORDS-REFUSED
005800         WHEN DUP-DEC-ALREADY-DONE
005810             ADD 1 TO DUP-RECORDS-ALREADY
005820         WHEN DDEC-RELEASE
005830             PERFORM 230-POST-RELEASE-RTN
005840         WHEN OTHER
005850             PERFORM 240-DISCARD-SUSPECT-RTN
005860     END-EVALUATE
005870     PERFORM 410-WRITE-DETAIL-RTN.
005880 210-READ-SUSPECT-RTN.
005890     MOVE DDEC-SUSPECT-DATE TO SUS-DATE
005900     MOVE DDEC-BATCH-NO TO SUS-BATCH-NO
005910     MOVE DDEC-REC-NO TO SUS-REC-NO
005920     READ DUP-SUSPECT-FILE
005930         INVALID KEY
005940             SET DUP-DEC-REFUSED TO TRUE
005950             MOVE 'D001' TO DUP-REASON-CODE
005960             MOVE 'SUSPECT NOT ON FILE' TO DUP-RESULT-TEXT
005970             MOVE ZERO TO SUS-NET-TOTAL-OUT
005980             MOVE SPACES TO SUS-CUST-ID-OUT
005990     END-READ
006000     IF DUP-DUPSUSP-FILE-STATUS NOT = '00' AND
006010         DUP-DUPSUSP-FILE-STATUS NOT = '23'
006020         DISPLAY 'DUP-SUSPECT-FILE READ ERROR, STATUS '
006030             DUP-DUPSUSP-FILE-STATUS
006040         MOVE 16 TO RETURN-CODE
006050         STOP RUN
006060     END-IF
006070     IF DUP-DEC-OK AND SUS-RELEASED
006080         SET DUP-DEC-ALREADY-DONE TO TRUE
006090         MOVE 'ALREADY RELEASED' TO DUP-RESULT-TEXT
006100     END-IF
006110     IF DUP-DEC-OK AND SUS-DISCARDED
006120         SET DUP-DEC-ALREADY-DONE TO TRUE
006130         MOVE 'ALREADY DISCARDED' TO DUP-RESULT-TEXT
006140     END-IF.
006150 215-EDIT-DECISION-RTN.
006160     IF NOT DDEC-RELEASE AND NOT DDEC-DISCARD
006170         SET DUP-DEC-REFUSED TO TRUE
006180         MOVE 'D002' TO DUP-REASON-CODE
006190         MOVE 'ACTION NOT R OR D' TO DUP-RESULT-TEXT
006200     END-IF
006210     IF DUP-DEC-OK AND DDEC-SUPERVISOR-ID = SPACES
006220         SET DUP-DEC-REFUSED TO TRUE
006230         MOVE 'D003' TO DUP-REASON-CODE
006240         MOVE 'SUPERVISOR ID IS MISSING' TO DUP-RESULT-TEXT
006250     END-IF
006260     IF DUP-DEC-OK
006270         MOVE DDEC-SUPERVISOR-ID TO AUTH-ID-MST
006280         READ AUTH-MASTER-FILE
006290             INVALID KEY
006300                 SET DUP-DEC-REFUSED TO TRUE
006310                 MOVE 'D004' TO DUP-REASON-CODE
006320                 MOVE 'SUPERVISOR NOT ON AUTH MASTER'
006330                     TO DUP-RESULT-TEXT
006340         END-READ
006350         IF DUP-AUTHMST-FILE-STATUS NOT = '00' AND
006360             DUP-AUTHMST-FILE-STATUS NOT = '23'
006370             DISPLAY 'AUTH-MASTER-FILE READ ERROR, STATUS '
006380                 DUP-AUTHMST-FILE-STATUS
006390             MOVE 16 TO RETURN-CODE
006400             STOP RUN
006410         END-IF
006420     END-IF.
006430 220-CHECK-RELEASE-RTN.
006440     MOVE SUS-PRODUCT-CODE-OUT TO PRODUCT-CODE-MST
006450     READ PRODUCT-MASTER-FILE
006460         INVALID KEY
006470             SET DUP-DEC-REFUSED TO TRUE
006480             MOVE 'D005' TO DUP-REASON-CODE
006490             MOVE 'PRODUCT NOT ON PRODUCT MASTER'
006500                 TO DUP-RESULT-TEXT
006510     END-READ
006520     IF DUP-PRODMST-FILE-STATUS NOT = '00' AND
006530         DUP-PRODMST-FILE-STATUS NOT = '23'
006540         DISPLAY 'PRODUCT-MASTER-FILE READ ERROR, STATUS '
006550             DUP-PRODMST-FILE-STATUS
006560         MOVE 16 TO RETURN-CODE
006570         STOP RUN
006580     END-IF
006590     IF DUP-DEC-OK AND SUS-TRANS-TYPE-OUT NOT = 'R' AND
006600         SUS-QTY-SOLD-OUT > QTY-ON-HAND-MST
006610         SET DUP-DEC-REFUSED TO TRUE
006620         MOVE 'D006' TO DUP-REASON-CODE
006630         MOVE 'QTY SOLD EXCEEDS STOCK ON HAND' TO DUP-RESULT-TEXT
006640     END-IF.
006650*----------------------------------------------------------*
006660* A RELEASED SUSPECT POSTS TO THE CURRENT DAY'S SALES-FILE  *
006670* AT THE PRICE TRANS HELD IT AT, WITH SOURCE-CODE-OUT 'D'   *
006680* AND BATCH 000, THE SAME WAY CRDREL POSTS A CREDIT RELEASE.*
006690*----------------------------------------------------------*
006700 230-POST-RELEASE-RTN.
006710     ADD 1 TO DUP-SALES-SEQ-NO
006720     MOVE DUP-SALES-SEQ-NO TO SALES-SEQ-NO
006730     MOVE SUS-NAME-OUT TO NAME-OUT
006740     MOVE SUS-TOTAL-PRICE-OUT TO TOTAL-PRICE-OUT
006750     MOVE SUS-PRE-DISCOUNT-AMT-OUT TO PRE-DISCOUNT-AMT-OUT
006760     MOVE SUS-DISCOUNT-RATE-OUT TO DISCOUNT-RATE-OUT
006770     MOVE SUS-TAX-AMOUNT-OUT TO TAX-AMOUNT-OUT
006780     MOVE SUS-NET-TOTAL-OUT TO NET-TOTAL-OUT
006790     MOVE 'D' TO SOURCE-CODE-OUT
006800     MOVE SUS-TRANS-TYPE-OUT TO TRANS-TYPE-OUT
006810     MOVE SUS-SLS-ID-OUT TO SLS-ID-OUT
006820     MOVE ZERO TO BATCH-NO-OUT
006830     MOVE SUS-CUST-ID-OUT TO CUST-ID-OUT
006840     MOVE SUS-PRODUCT-CODE-OUT TO PRODUCT-CODE-OUT
006850     MOVE SUS-QTY-SOLD-OUT TO QTY-SOLD-OUT
006860     MOVE SUS-JURIS-CODE-OUT TO JURIS-CODE-OUT
006870     MOVE SUS-OVERRIDE-FLAG-OUT TO OVERRIDE-FLAG-OUT
006880     MOVE SUS-OVERRIDE-PRICE-OUT TO OVERRIDE-PRICE-OUT
006890     MOVE SUS-APPROVER-ID-OUT TO APPROVER-ID-OUT
006900     MOVE SUS-PRICE-VARIANCE-OUT TO PRICE-VARIANCE-OUT
006910     MOVE SUS-EXT-COST-OUT TO EXT-COST-OUT
006920     MOVE SUS-ORDER-NO-OUT TO ORDER-NO-OUT
006930     MOVE SUS-PRICE-SOURCE-OUT TO PRICE-SOURCE-OUT
006940     PERFORM 222-UPDATE-STOCK-RTN
006950     WRITE SALES-REC
006960     IF DUP-SALESFILE-STATUS NOT = '00'
006970         DISPLAY 'SALES-FILE WRITE ERROR, STATUS '
006980             DUP-SALESFILE-STATUS
006990         MOVE 16 TO RETURN-CODE
007000         STOP RUN
007010     END-IF
007020     ADD 1 TO DUP-RECORDS-WRITTEN
007030     ADD TOTAL-PRICE-OUT TO DUP-DOLLAR-TOTAL
007040     MOVE 'R' TO SUS-STATUS
007050     MOVE DUP-RUN-DATE TO SUS-POSTED-DATE
007060     MOVE DUP-SALES-SEQ-NO TO SUS-SALES-SEQ-NO
007070     PERFORM 250-REWRITE-SUSPECT-RTN
007080     MOVE 'RELEASED, POSTED SEQ ' TO DUP-RESULT-TEXT
007090     MOVE SALES-SEQ-NO TO DUP-RESULT-TEXT(22:7).
007100 222-UPDATE-STOCK-RTN.
007110     MOVE QTY-ON-HAND-MST TO DUP-QTY-BEFORE
007120     IF SUS-TRANS-TYPE-OUT = 'R'
007130         ADD SUS-QTY-SOLD-OUT TO QTY-ON-HAND-MST
007140     ELSE
007150         SUBTRACT SUS-QTY-SOLD-OUT FROM QTY-ON-HAND-MST
007160     END-IF
007170     REWRITE PRODUCT-MASTER-REC
007180     IF DUP-PRODMST-FILE-STATUS NOT = '00'
007190         DISPLAY 'PRODUCT-MASTER-FILE REWRITE ERROR, STATUS '
007200             DUP-PRODMST-FILE-STATUS
007210         MOVE 16 TO RETURN-CODE
007220         STOP RUN
007230     END-IF
007240     PERFORM 226-WRITE-JOURNAL-RTN.
007250 226-WRITE-JOURNAL-RTN.
007260     MOVE SPACES TO STOCK-JOURNAL-REC
007270     MOVE PRODUCT-CODE-MST TO JRN-PRODUCT-CODE
007280     MOVE DUP-RUN-DATE TO JRN-MOVE-DATE
007290     MOVE 'DUPREL' TO JRN-SOURCE-PGM
007300     IF SUS-TRANS-TYPE-OUT = 'R'
007310         MOVE 'R' TO JRN-MOVE-TYPE
007320     ELSE
007330         MOVE 'S' TO JRN-MOVE-TYPE
007340     END-IF
007350     MOVE BATCH-NO-OUT TO JRN-BATCH-NO
007360     MOVE SALES-SEQ-NO TO JRN-SEQ-NO
007370     MOVE DUP-QTY-BEFORE TO JRN-QTY-BEFORE
007380     MOVE QTY-ON-HAND-MST TO JRN-QTY-AFTER
007390     ACCEPT JRN-STAMP-DATE FROM DATE YYYYMMDD
007400     ACCEPT JRN-STAMP-TIME FROM TIME
007410     WRITE STOCK-JOURNAL-REC
007420     IF DUP-STKJRNL-FILE-STATUS NOT = '00'
007430         DISPLAY 'STOCK-JOURNAL-FILE WRITE ERROR, STATUS '
007440             DUP-STKJRNL-FILE-STATUS
007450         MOVE 16 TO RETURN-CODE
007460         STOP RUN
007470     END-IF.
007480 240-DISCARD-SUSPECT-RTN.
007490     ADD 1 TO DUP-RECORDS-DISCARDED
007500     ADD SUS-TOTAL-PRICE-OUT TO DUP-DISCARDED-TOTAL
007510     MOVE 'D' TO SUS-STATUS
007520     PERFORM 250-REWRITE-SUSPECT-RTN
007530     MOVE 'DISCARDED' TO DUP-RESULT-TEXT.
007540 250-REWRITE-SUSPECT-RTN.
007550     MOVE DUP-RUN-DATE TO SUS-ACTION-DATE
007560     MOVE DDEC-SUPERVISOR-ID TO SUS-ACTION-BY
007570     REWRITE DUP-SUSPECT-REC
007580     IF DUP-DUPSUSP-FILE-STATUS NOT = '00'
007590         DISPLAY 'DUP-SUSPECT-FILE REWRITE ERROR, STATUS '
007600             DUP-DUPSUSP-FILE-STATUS
007610         MOVE 16 TO RETURN-CODE
007620         STOP RUN
007630     END-IF.
007640 300-WRITE-CONTROLS-RTN.
007650     MOVE 'DECISIONS READ      ' TO CTL-LABEL
007660     MOVE DUP-RECORDS-READ TO DUP-EDIT-COUNT
007670     MOVE DUP-EDIT-COUNT TO CTL-VALUE
007680     WRITE CONTROL-REC
007690     MOVE 'SALES RECORDS WRITTEN' TO CTL-LABEL
007700     MOVE DUP-RECORDS-WRITTEN TO DUP-EDIT-COUNT
007710     MOVE DUP-EDIT-COUNT TO CTL-VALUE
007720     WRITE CONTROL-REC
007730     MOVE 'SUSPECTS DISCARDED  ' TO CTL-LABEL
007740     MOVE DUP-RECORDS-DISCARDED TO DUP-EDIT-COUNT
007750     MOVE DUP-EDIT-COUNT TO CTL-VALUE
007760     WRITE CONTROL-REC
007770     MOVE 'DECISIONS REFUSED   ' TO CTL-LABEL
007780     MOVE DUP-RECORDS-REFUSED TO DUP-EDIT-COUNT
007790     MOVE DUP-EDIT-COUNT TO CTL-VALUE
007800     WRITE CONTROL-REC
007810     MOVE 'DOLLAR CONTROL TOTAL' TO CTL-LABEL
007820     MOVE DUP-DOLLAR-TOTAL TO DUP-EDIT-AMOUNT
007830     MOVE DUP-EDIT-AMOUNT TO CTL-VALUE
007840     WRITE CONTROL-REC.
007850 297-WRITE-AUDIT-LOG-RTN.
007860     MOVE DUP-RUN-DATE TO AUD-RUN-DATE
007870     MOVE DUP-RECORDS-READ TO AUD-RECORDS-READ
007880     MOVE DUP-RECORDS-WRITTEN TO AUD-RECORDS-WRITTEN
007890     MOVE DUP-RECORDS-DISCARDED TO AUD-RECORDS-REJECTED
007900     MOVE DUP-DOLLAR-TOTAL TO AUD-DOLLAR-TOTAL
007910     MOVE 998 TO AUD-BATCH-NO
007920     WRITE AUDIT-LOG-REC
007930     IF DUP-AUDIT-FILE-STATUS NOT = '00'
007940         DISPLAY 'AUDIT-LOG-FILE WRITE ERROR, STATUS '
007950             DUP-AUDIT-FILE-STATUS
007960         MOVE 16 TO RETURN-CODE
007970         STOP RUN
007980     END-IF.
007990 400-HEADING-RTN.
008000     ADD 1 TO DUP-PAGE-COUNT
008010     MOVE DUP-PAGE-COUNT TO DUP-HDG-PAGE-NO
008020     MOVE DUP-RUN-DATE TO DUP-HDG-DATE
008030     MOVE DUP-HEADING-1 TO REPORT-LINE
008040     WRITE REPORT-LINE
008050     MOVE DUP-HEADING-2 TO REPORT-LINE
008060     WRITE REPORT-LINE
008070     MOVE SPACES TO REPORT-LINE
008080     WRITE REPORT-LINE
008090     MOVE ZERO TO DUP-LINE-COUNT.
008100 410-WRITE-DETAIL-RTN.
008110     IF DUP-LINE-COUNT NOT LESS THAN DUP-LINES-PER-PAGE
008120         PERFORM 400-HEADING-RTN
008130     END-IF
008140     MOVE DDEC-SUSPECT-DATE TO DUP-DTL-SUSP-DATE
008150     MOVE DDEC-BATCH-NO TO DUP-DTL-BATCH-NO
008160     MOVE DDEC-REC-NO TO DUP-DTL-REC-NO
008170     MOVE SUS-CUST-ID-OUT TO DUP-DTL-CUST
008180     MOVE SUS-NET-TOTAL-OUT TO DUP-DTL-NET
008190     MOVE DDEC-ACTION TO DUP-DTL-ACTION
008200     MOVE DDEC-SUPERVISOR-ID TO DUP-DTL-SUPERVISOR
008210     IF DUP-DEC-REFUSED
008220         MOVE SPACES TO DUP-DTL-RESULT
008230         STRING DUP-REASON-CODE DELIMITED BY SIZE
008240             ' ' DELIMITED BY SIZE
008250             DUP-RESULT-TEXT DELIMITED BY SIZE
008260             INTO DUP-DTL-RESULT
008270         END-STRING
008280     ELSE
008290         MOVE DUP-RESULT-TEXT TO DUP-DTL-RESULT
008300     END-IF
008310     MOVE DUP-DETAIL-LINE TO REPORT-LINE
008320     WRITE REPORT-LINE
008330     ADD 1 TO DUP-LINE-COUNT.
008340 420-WRITE-TOTALS-RTN.
008350     MOVE SPACES TO REPORT-LINE
008360     WRITE REPORT-LINE
008370     MOVE SPACES TO DUP-TOTAL-LINE
008380     MOVE 'DECISIONS READ          ' TO DUP-TOT-LABEL
008390     MOVE DUP-RECORDS-READ TO DUP-TOT-COUNT
008400     MOVE DUP-TOTAL-LINE TO REPORT-LINE
008410     WRITE REPORT-LINE
008420     MOVE SPACES TO DUP-TOTAL-LINE
008430     MOVE 'SUSPECTS RELEASED       ' TO DUP-TOT-LABEL
008440     MOVE DUP-RECORDS-WRITTEN TO DUP-TOT-COUNT
008450     MOVE DUP-DOLLAR-TOTAL TO DUP-TOT-AMOUNT
008460     MOVE DUP-TOTAL-LINE TO REPORT-LINE
008470     WRITE REPORT-LINE
008480     MOVE SPACES TO DUP-TOTAL-LINE
008490     MOVE 'SUSPECTS DISCARDED      ' TO DUP-TOT-LABEL
008500     MOVE DUP-RECORDS-DISCARDED TO DUP-TOT-COUNT
008510     MOVE DUP-DISCARDED-TOTAL TO DUP-TOT-AMOUNT
008520     MOVE DUP-TOTAL-LINE TO REPORT-LINE
008530     WRITE REPORT-LINE
008540     MOVE SPACES TO DUP-TOTAL-LINE
008550     MOVE 'ALREADY ACTIONED        ' TO DUP-TOT-LABEL
008560     MOVE DUP-RECORDS-ALREADY TO DUP-TOT-COUNT
008570     MOVE DUP-TOTAL-LINE TO REPORT-LINE
008580     WRITE REPORT-LINE
008590     MOVE SPACES TO DUP-TOTAL-LINE
008600     MOVE 'DECISIONS REFUSED       ' TO DUP-TOT-LABEL
008610     MOVE DUP-RECORDS-REFUSED TO DUP-TOT-COUNT
008620     MOVE DUP-TOTAL-LINE TO REPORT-LINE
008630     WRITE REPORT-LINE
008640     IF DUP-RECORDS-REFUSED > ZERO
008650         DISPLAY 'DUPREL: ' DUP-RECORDS-REFUSED
008660             ' DUPLICATE DECISION(S) REFUSED, SALES STILL HELD'
008670     END-IF.
