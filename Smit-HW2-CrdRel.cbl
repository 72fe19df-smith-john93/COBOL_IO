000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CRDREL.
000030 AUTHOR. J SMITH.
000040 INSTALLATION. ACCOUNTING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                              *
000110*  10/15/2026  JS   ORIGINAL PROGRAM.  CREDIT RELEASE RUN.   *
000120*                   READS THE DAY'S CREDIT DECISION FILE,    *
000130*                   ONE LINE PER HELD SALE (HOLD DATE, BATCH *
000140*                   AND RECORD NO AS KEYED BY TRANS, ACTION  *
000150*                   R OR D, APPROVER ID).  THE APPROVER MUST *
000160*                   BE ON THE AUTH-MASTER-FILE AND, TO       *
000170*                   RELEASE, HAVE AN AUTH-LIMIT-MST THAT     *
000180*                   COVERS THE AMOUNT THE SALE PUTS THE      *
000190*                   CUSTOMER OVER THEIR CREDIT LIMIT.  STOCK *
000200*                   IS CHECKED AGAIN AT RELEASE.  A RELEASED *
000210*                   SALE POSTS TO THE CURRENT DAY'S          *
000220*                   SALES-FILE AT THE PRICE TRANS HELD IT    *
000230*                   AT, WITH SOURCE-CODE-OUT 'C' AND BATCH   *
000240*                   000, RELIEVES STOCK, AND IS MARKED       *
000250*                   RELEASED ON THE CREDIT-HOLD-FILE WITH    *
000260*                   ITS NEW SALES-SEQ-NO.  A DECLINED SALE   *
000270*                   IS MARKED DECLINED AND NEVER POSTS.  A   *
000280*                   HOLD ALREADY ACTIONED IS LEFT ALONE SO A *
000290*                   RERUN POSTS NOTHING TWICE.  WRITES ITS   *
000300*                   OWN CONTROL FILE FOR DLYBAL AND AN       *
000310*                   AUDIT-LOG LINE UNDER BATCH 999, PRINTS A *
000320*                   RELEASE REGISTER, AND ENDS WITH          *
000330*                   RETURN-CODE 4 WHEN A DECISION WAS        *
000340*                   REFUSED.  AS IN REJRSB, A CRASH BETWEEN  *
000350*                   WRITE SALES-REC AND THE HOLD REWRITE CAN *
000360*                   LEAVE A POSTED SALE STILL MARKED HELD;   *
000370*                   CHECK THE SALES-FILE BEFORE RERUNNING    *
000380*                   AFTER AN ABEND.                          *
000390*  10/15/2026  JS   PRODUCT-MASTER-REC PICKS UP THE PRIMARY  *
000400*                   VENDOR AND REORDER QUANTITY (SEE MSTMNT  *
000410*                   AND THE NEW POGEN PURCHASE ORDER RUN) SO *
000420*                   RECORD LAYOUTS STAY IN SYNC.             *
000430*  10/15/2026  JS   STANDARD COST.  RELEASED HOLDS CARRY THE *
000440*                   EXTENDED COST FROM THE HELD IMAGE.       *
000450*  10/15/2026  JS   STOCK JOURNAL.  THE ON-HAND CHANGE FOR A *
000460*                   RELEASED HOLD IS WRITTEN TO              *
000470*                   STOCK-JOURNAL-FILE.                      *
000480*  10/15/2026  JS   STOREFRONT ORDER NUMBER CARRIED FROM THE *
000490*                   HOLD IMAGE TO SALES-REC ON RELEASE.      *
000500*  10/15/2026  JS   SALES-REC AND THE HOLD IMAGE PICK UP THE *
000510*                   PRICE-SOURCE INDICATOR, WHICH IS CARRIED *
000520*                   THROUGH ON RELEASE.                      *
000530*----------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT DECISION-FILE
000580         ASSIGN TO CRD-DECISION-FILE-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CRD-DECISION-FILE-STATUS.
000610     SELECT CREDIT-HOLD-FILE
000620         ASSIGN TO CRD-CRHOLD-FILE-NAME
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS HLD-KEY
000660         FILE STATUS IS CRD-CRHOLD-FILE-STATUS.
000670     SELECT SALES-FILE
000680         ASSIGN TO CRD-SALES-FILE-NAME
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS SALES-SEQ-NO
000720         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000730         FILE STATUS IS CRD-SALESFILE-STATUS.
000740     SELECT PRODUCT-MASTER-FILE
000750         ASSIGN TO CRD-PRODMST-FILE-NAME
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS PRODUCT-CODE-MST
000790         FILE STATUS IS CRD-PRODMST-FILE-STATUS.
000800     SELECT AUTH-MASTER-FILE
000810         ASSIGN TO CRD-AUTHMST-FILE-NAME
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS AUTH-ID-MST
000850         FILE STATUS IS CRD-AUTHMST-FILE-STATUS.
000860     SELECT DAY-STATUS-FILE
000870         ASSIGN TO CRD-DAYSTAT-FILE-NAME
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS DST-DATE
000910         FILE STATUS IS CRD-DAYSTAT-FILE-STATUS.
000920     SELECT CONTROL-FILE
000930         ASSIGN TO CRD-CONTROL-FILE-NAME
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS CRD-CONTROL-FILE-STATUS.
000960     SELECT AUDIT-LOG-FILE
000970         ASSIGN TO CRD-AUDIT-FILE-NAME
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS CRD-AUDIT-FILE-STATUS.
001000     SELECT STOCK-JOURNAL-FILE
001010         ASSIGN TO CRD-STKJRNL-FILE-NAME
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS CRD-STKJRNL-FILE-STATUS.
001040     SELECT REPORT-FILE
001050         ASSIGN TO CRD-REPORT-FILE-NAME
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD DECISION-FILE.
001100 01 DECISION-REC.
001110    05 CRDEC-HOLD-DATE       PIC 9(08).
001120    05 CRDEC-BATCH-NO        PIC 9(03).
001130    05 CRDEC-REC-NO          PIC 9(07).
001140    05 CRDEC-ACTION          PIC X(01).
001150       88 CRDEC-RELEASE          VALUE 'R'.
001160       88 CRDEC-DECLINE          VALUE 'D'.
001170    05 CRDEC-APPROVER-ID     PIC X(05).
001180 FD CREDIT-HOLD-FILE.
001190 01 CREDIT-HOLD-REC.
001200    05 HLD-KEY.
001210       10 HLD-DATE            PIC 9(08).
001220       10 HLD-BATCH-NO        PIC 9(03).
001230       10 HLD-REC-NO          PIC 9(07).
001240    05 HLD-STATUS             PIC X(01).
001250       88 HLD-ON-HOLD              VALUE 'H'.
001260       88 HLD-RELEASED             VALUE 'R'.
001270       88 HLD-DECLINED             VALUE 'D'.
001280    05 HLD-CREDIT-LIMIT       PIC 9(7)V99.
001290    05 HLD-EXPOSURE           PIC S9(9)V99.
001300    05 HLD-ACTION-DATE        PIC 9(08).
001310    05 HLD-ACTION-BY          PIC X(05).
001320    05 HLD-POSTED-DATE        PIC 9(08).
001330    05 HLD-SALES-SEQ-NO       PIC 9(07).
001340    05 HLD-NAME-OUT           PIC X(20).
001350    05 HLD-TOTAL-PRICE-OUT    PIC S9(6)V99.
001360    05 HLD-PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
001370    05 HLD-DISCOUNT-RATE-OUT  PIC V999.
001380    05 HLD-TAX-AMOUNT-OUT     PIC S9(6)V99.
001390    05 HLD-NET-TOTAL-OUT      PIC S9(6)V99.
001400    05 HLD-TRANS-TYPE-OUT     PIC X(01).
001410    05 HLD-SLS-ID-OUT         PIC X(05).
001420    05 HLD-CUST-ID-OUT        PIC X(06).
001430    05 HLD-PRODUCT-CODE-OUT   PIC X(06).
001440    05 HLD-QTY-SOLD-OUT       PIC 9(03).
001450    05 HLD-JURIS-CODE-OUT     PIC X(02).
001460    05 HLD-OVERRIDE-FLAG-OUT  PIC X(01).
001470    05 HLD-OVERRIDE-PRICE-OUT PIC 9(3)V99.
001480    05 HLD-APPROVER-ID-OUT    PIC X(05).
001490    05 HLD-PRICE-VARIANCE-OUT PIC S9(6)V99.
001500    05 HLD-EXT-COST-OUT     PIC S9(6)V99.
001510    05 HLD-ORDER-NO-OUT     PIC X(12).
001520    05 HLD-PRICE-SOURCE-OUT PIC X(01).
001530 FD SALES-FILE.
001540 01 SALES-REC.
001550    05 SALES-SEQ-NO         PIC 9(07).
001560    05 NAME-OUT             PIC X(20).
001570    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
001580    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
001590    05 DISCOUNT-RATE-OUT    PIC V999.
001600    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
001610    05 NET-TOTAL-OUT        PIC S9(6)V99.
001620    05 SOURCE-CODE-OUT      PIC X(01).
001630    05 TRANS-TYPE-OUT       PIC X(01).
001640    05 SLS-ID-OUT           PIC X(05).
001650    05 BATCH-NO-OUT         PIC 9(03).
001660    05 CUST-ID-OUT          PIC X(06).
001670    05 PRODUCT-CODE-OUT     PIC X(06).
001680    05 QTY-SOLD-OUT         PIC 9(03).
001690    05 JURIS-CODE-OUT       PIC X(02).
001700    05 OVERRIDE-FLAG-OUT    PIC X(01).
001710    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
001720    05 APPROVER-ID-OUT      PIC X(05).
001730    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
001740    05 EXT-COST-OUT         PIC S9(6)V99.
001750    05 ORDER-NO-OUT         PIC X(12).
001760    05 PRICE-SOURCE-OUT     PIC X(01).
001770 FD PRODUCT-MASTER-FILE.
001780 01 PRODUCT-MASTER-REC.
001790    05 PRODUCT-CODE-MST      PIC X(06).
001800    05 PRODUCT-DESC-MST      PIC X(20).
001810    05 UNIT-PRICE-MST        PIC 9(3)V99.
001820    05 QTY-ON-HAND-MST       PIC 9(07).
001830    05 REORDER-POINT-MST     PIC 9(07).
001840    05 QTY-ON-ORDER-MST      PIC 9(07).
001850    05 PRIMARY-VENDOR-MST    PIC X(06).
001860    05 REORDER-QTY-MST       PIC 9(07).
001870    05 STD-COST-MST          PIC 9(3)V99.
001880 FD AUTH-MASTER-FILE.
001890 01 AUTH-MASTER-REC.
001900    05 AUTH-ID-MST           PIC X(05).
001910    05 AUTH-NAME-MST         PIC X(20).
001920    05 AUTH-LIMIT-MST        PIC 9(6)V99.
001930 FD DAY-STATUS-FILE.
001940 01 DAY-STATUS-REC.
001950    05 DST-DATE             PIC 9(08).
001960    05 DST-STATUS           PIC X(01).
001970       88 DST-OPEN              VALUE 'O'.
001980       88 DST-BALANCED          VALUE 'B'.
001990       88 DST-POSTED-GL         VALUE 'P'.
002000       88 DST-CLOSED            VALUE 'C'.
002010    05 DST-UPDT-DATE        PIC 9(08).
002020    05 DST-UPDT-USER        PIC X(08).
002030 FD CONTROL-FILE.
002040 01 CONTROL-REC.
002050    05 CTL-LABEL             PIC X(20).
002060    05 CTL-VALUE             PIC X(20).
002070 FD AUDIT-LOG-FILE.
002080 01 AUDIT-LOG-REC.
002090    05 AUD-RUN-DATE             PIC 9(08).
002100    05 FILLER                   PIC X(01) VALUE SPACE.
002110    05 AUD-RECORDS-READ         PIC 9(07).
002120    05 FILLER                   PIC X(01) VALUE SPACE.
002130    05 AUD-RECORDS-WRITTEN      PIC 9(07).
002140    05 FILLER                   PIC X(01) VALUE SPACE.
002150    05 AUD-RECORDS-REJECTED     PIC 9(07).
002160    05 FILLER                   PIC X(01) VALUE SPACE.
002170    05 AUD-DOLLAR-TOTAL         PIC S9(09)V99
002180                                SIGN LEADING SEPARATE.
002190    05 FILLER                   PIC X(01) VALUE SPACE.
002200    05 AUD-BATCH-NO             PIC 9(03).
002210 FD STOCK-JOURNAL-FILE.
002220 01 STOCK-JOURNAL-REC.
002230    05 JRN-PRODUCT-CODE         PIC X(06).
002240    05 FILLER                   PIC X(01).
002250    05 JRN-MOVE-DATE            PIC 9(08).
002260    05 FILLER                   PIC X(01).
002270    05 JRN-SOURCE-PGM           PIC X(08).
002280    05 FILLER                   PIC X(01).
002290    05 JRN-MOVE-TYPE            PIC X(01).
002300    05 FILLER                   PIC X(01).
002310    05 JRN-REFERENCE.
002320       10 JRN-BATCH-NO          PIC 9(03).
002330       10 JRN-SEQ-NO            PIC 9(07).
002340       10 FILLER                PIC X(05).
002350    05 JRN-MAINT-REF REDEFINES JRN-REFERENCE.
002360       10 JRN-USER-ID           PIC X(08).
002370       10 JRN-MAINT-REC-NO      PIC 9(07).
002380    05 FILLER                   PIC X(01).
002390    05 JRN-QTY-BEFORE           PIC 9(07).
002400    05 FILLER                   PIC X(01).
002410    05 JRN-QTY-AFTER            PIC 9(07).
002420    05 FILLER                   PIC X(01).
002430    05 JRN-STAMP-DATE           PIC 9(08).
002440    05 FILLER                   PIC X(01).
002450    05 JRN-STAMP-TIME           PIC 9(08).
002460 FD REPORT-FILE.
002470 01 REPORT-LINE                  PIC X(80).
002480 WORKING-STORAGE SECTION.
002490 01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
002500 01 CRD-HEADING-1.
002510    05 FILLER               PIC X(20) VALUE SPACES.
002520    05 FILLER               PIC X(20)
002530        VALUE 'CREDIT RELEASE REG  '.
002540    05 CRD-HDG-DATE         PIC 9(08).
002550    05 FILLER               PIC X(20) VALUE SPACES.
002560    05 FILLER               PIC X(05) VALUE 'PAGE '.
002570    05 CRD-HDG-PAGE-NO      PIC ZZ9.
002580 01 CRD-HEADING-2.
002590    05 FILLER               PIC X(10) VALUE 'HOLD DATE '.
002600    05 FILLER               PIC X(11) VALUE 'BAT REC NO '.
002610    05 FILLER               PIC X(07) VALUE 'CUST   '.
002620    05 FILLER               PIC X(12) VALUE '  NET AMOUNT'.
002630    05 FILLER               PIC X(09) VALUE ' A APPR  '.
002640    05 FILLER               PIC X(06) VALUE 'RESULT'.
002650 01 CRD-DETAIL-LINE.
002660    05 CRD-DTL-HOLD-DATE    PIC 9(08).
002670    05 FILLER               PIC X(01) VALUE SPACE.
002680    05 CRD-DTL-BATCH-NO     PIC 9(03).
002690    05 FILLER               PIC X(01) VALUE SPACE.
002700    05 CRD-DTL-REC-NO       PIC 9(07).
002710    05 FILLER               PIC X(01) VALUE SPACE.
002720    05 CRD-DTL-CUST         PIC X(06).
002730    05 FILLER               PIC X(01) VALUE SPACE.
002740    05 CRD-DTL-NET          PIC ZZZ,ZZ9.99-.
002750    05 FILLER               PIC X(02) VALUE SPACES.
002760    05 CRD-DTL-ACTION       PIC X(01).
002770    05 FILLER               PIC X(01) VALUE SPACE.
002780    05 CRD-DTL-APPROVER     PIC X(05).
002790    05 FILLER               PIC X(02) VALUE SPACES.
002800    05 CRD-DTL-RESULT       PIC X(30).
002810 01 CRD-TOTAL-LINE.
002820    05 CRD-TOT-LABEL        PIC X(24).
002830    05 CRD-TOT-COUNT        PIC Z,ZZZ,ZZ9.
002840    05 FILLER               PIC X(02) VALUE SPACES.
002850    05 CRD-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
002860 77 CRD-DEC-STATUS-SW      PIC X(01) VALUE 'Y'.
002870     88 CRD-DEC-OK                 VALUE 'Y'.
002880     88 CRD-DEC-REFUSED            VALUE 'N'.
002890     88 CRD-DEC-ALREADY-DONE       VALUE 'A'.
002900 77 CRD-REASON-CODE        PIC X(04) VALUE SPACES.
002910 77 CRD-RESULT-TEXT        PIC X(30) VALUE SPACES.
002920 77 CRD-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
002930 77 CRD-RECORDS-WRITTEN    PIC 9(07) COMP VALUE ZERO.
002940 77 CRD-RECORDS-DECLINED   PIC 9(07) COMP VALUE ZERO.
002950 77 CRD-RECORDS-REFUSED    PIC 9(07) COMP VALUE ZERO.
002960 77 CRD-RECORDS-ALREADY    PIC 9(07) COMP VALUE ZERO.
002970 77 CRD-DOLLAR-TOTAL       PIC S9(09)V99 VALUE ZERO.
002980 77 CRD-DECLINED-TOTAL     PIC S9(09)V99 VALUE ZERO.
002990 77 CRD-OVERAGE            PIC S9(09)V99 VALUE ZERO.
003000 77 CRD-EDIT-COUNT         PIC ZZZ,ZZ9.
003010 77 CRD-EDIT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
003020 77 CRD-RUN-DATE           PIC 9(08) VALUE ZERO.
003030 77 CRD-LINE-COUNT         PIC 9(03) COMP VALUE ZERO.
003040 77 CRD-PAGE-COUNT         PIC 9(03) COMP VALUE ZERO.
003050 77 CRD-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
003060 77 CRD-SALES-SEQ-NO       PIC 9(07) COMP VALUE ZERO.
003070 77 CRD-DECISION-FILE-STATUS PIC XX VALUE SPACES.
003080 77 CRD-CRHOLD-FILE-STATUS  PIC XX VALUE SPACES.
003090 77 CRD-SALESFILE-STATUS    PIC XX VALUE SPACES.
003100 77 CRD-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
003110 77 CRD-AUTHMST-FILE-STATUS PIC XX VALUE SPACES.
003120 77 CRD-DAYSTAT-FILE-STATUS PIC XX VALUE SPACES.
003130 77 CRD-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
003140 77 CRD-AUDIT-FILE-STATUS   PIC XX VALUE SPACES.
003150 77 CRD-STKJRNL-FILE-STATUS PIC XX VALUE SPACES.
003160 77 CRD-DECISION-FILE-NAME  PIC X(80) VALUE SPACES.
003170 77 CRD-CRHOLD-FILE-NAME    PIC X(80) VALUE SPACES.
003180 77 CRD-SALES-FILE-NAME     PIC X(80) VALUE SPACES.
003190 77 CRD-PRODMST-FILE-NAME   PIC X(80) VALUE SPACES.
003200 77 CRD-AUTHMST-FILE-NAME   PIC X(80) VALUE SPACES.
003210 77 CRD-DAYSTAT-FILE-NAME   PIC X(80) VALUE SPACES.
003220 77 CRD-CONTROL-FILE-NAME   PIC X(80) VALUE SPACES.
003230 77 CRD-CONTROL-BASE-NAME   PIC X(60) VALUE SPACES.
003240 77 CRD-AUDIT-FILE-NAME     PIC X(80) VALUE SPACES.
003250 77 CRD-STKJRNL-FILE-NAME PIC X(80) VALUE SPACES.
003260 77 CRD-QTY-BEFORE        PIC 9(07) VALUE ZERO.
003270 77 CRD-REPORT-FILE-NAME    PIC X(80) VALUE SPACES.
003280 77 CRD-OUTPUT-BASE-NAME    PIC X(60) VALUE SPACES.
003290 77 CRD-ENV-VALUE           PIC X(80) VALUE SPACES.
003300 77 CRD-SALES-EOF-SW        PIC X(01) VALUE 'N'.
003310     88 CRD-SALES-EOF               VALUE 'Y'.
003320     88 CRD-SALES-NOT-EOF           VALUE 'N'.
003330 PROCEDURE DIVISION.
003340 100-MAIN-MODULE.
003350     ACCEPT CRD-RUN-DATE FROM DATE YYYYMMDD
003360     PERFORM 105-ASSIGN-FILENAMES-RTN
003370     PERFORM 107-CHECK-DAY-STATUS-RTN
003380     OPEN INPUT DECISION-FILE
003390     IF CRD-DECISION-FILE-STATUS = '35'
003400         DISPLAY 'NO CREDIT DECISION FILE, NOTHING RELEASED'
003410         STOP RUN
003420     END-IF
003430     IF CRD-DECISION-FILE-STATUS NOT = '00'
003440         DISPLAY 'DECISION-FILE OPEN ERROR, STATUS '
003450             CRD-DECISION-FILE-STATUS
003460         MOVE 16 TO RETURN-CODE
003470         STOP RUN
003480     END-IF
003490     OPEN I-O CREDIT-HOLD-FILE
003500     IF CRD-CRHOLD-FILE-STATUS NOT = '00'
003510         DISPLAY 'CREDIT-HOLD-FILE OPEN ERROR, STATUS '
003520             CRD-CRHOLD-FILE-STATUS
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF
003560     OPEN I-O PRODUCT-MASTER-FILE
003570     IF CRD-PRODMST-FILE-STATUS NOT = '00'
003580         DISPLAY 'PRODUCT-MASTER-FILE OPEN ERROR, STATUS '
003590             CRD-PRODMST-FILE-STATUS
003600         MOVE 16 TO RETURN-CODE
003610         STOP RUN
003620     END-IF
003630     OPEN INPUT AUTH-MASTER-FILE
003640     IF CRD-AUTHMST-FILE-STATUS NOT = '00'
003650         DISPLAY 'AUTH-MASTER-FILE OPEN ERROR, STATUS '
003660             CRD-AUTHMST-FILE-STATUS
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF
003700     OPEN I-O SALES-FILE
003710     IF CRD-SALESFILE-STATUS NOT = '00'
003720         DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
003730             CRD-SALESFILE-STATUS
003740         DISPLAY 'RUN TRANS FOR THE DAY BEFORE RELEASING HOLDS'
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF
003780     PERFORM 115-DERIVE-SALES-SEQ-RTN
003790     OPEN EXTEND CONTROL-FILE
003800     IF CRD-CONTROL-FILE-STATUS = '35'
003810         OPEN OUTPUT CONTROL-FILE
003820     END-IF
003830     IF CRD-CONTROL-FILE-STATUS NOT = '00'
003840         DISPLAY 'CONTROL-FILE OPEN ERROR, STATUS '
003850             CRD-CONTROL-FILE-STATUS
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF
003890     OPEN EXTEND AUDIT-LOG-FILE
003900     IF CRD-AUDIT-FILE-STATUS = '35'
003910         OPEN OUTPUT AUDIT-LOG-FILE
003920     END-IF
003930     IF CRD-AUDIT-FILE-STATUS NOT = '00'
003940         DISPLAY 'AUDIT-LOG-FILE OPEN ERROR, STATUS '
003950             CRD-AUDIT-FILE-STATUS
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990     OPEN EXTEND STOCK-JOURNAL-FILE
004000     IF CRD-STKJRNL-FILE-STATUS = '35'
004010         OPEN OUTPUT STOCK-JOURNAL-FILE
004020     END-IF
004030     IF CRD-STKJRNL-FILE-STATUS NOT = '00'
004040         DISPLAY 'STOCK-JOURNAL-FILE OPEN ERROR, STATUS '
004050             CRD-STKJRNL-FILE-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF
004090     OPEN OUTPUT REPORT-FILE
004100     PERFORM 400-HEADING-RTN
004110     PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
004120          READ DECISION-FILE
004130             AT END
004140                 MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
004150             NOT AT END
004160                 ADD 1 TO CRD-RECORDS-READ
004170                 PERFORM 200-PROCESS-DECISION-RTN
004180          END-READ
004190     END-PERFORM
004200     IF CRD-RECORDS-READ > ZERO
004210         PERFORM 300-WRITE-CONTROLS-RTN
004220         PERFORM 297-WRITE-AUDIT-LOG-RTN
004230     ELSE
004240         DISPLAY 'NO CREDIT DECISIONS TO PROCESS, NOTHING POSTED'
004250     END-IF
004260     PERFORM 420-WRITE-TOTALS-RTN
004270     CLOSE DECISION-FILE
004280           CREDIT-HOLD-FILE
004290           SALES-FILE
004300           PRODUCT-MASTER-FILE
004310           AUTH-MASTER-FILE
004320           CONTROL-FILE
004330           AUDIT-LOG-FILE
004340           STOCK-JOURNAL-FILE
004350           REPORT-FILE
004360     IF CRD-RECORDS-REFUSED > ZERO
004370         MOVE 4 TO RETURN-CODE
004380     END-IF
004390     STOP RUN.
004400 105-ASSIGN-FILENAMES-RTN.
004410     MOVE SPACES TO CRD-ENV-VALUE
004420     ACCEPT CRD-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
004430     IF CRD-ENV-VALUE NOT = SPACES
004440         MOVE CRD-ENV-VALUE(1:8) TO CRD-RUN-DATE
004450     END-IF
004460     MOVE SPACES TO CRD-ENV-VALUE
004470     ACCEPT CRD-ENV-VALUE FROM ENVIRONMENT 'TRANS_CRDECISION_FILE'
004480     IF CRD-ENV-VALUE = SPACES
004490     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CrDecision.TXT'
004500         TO CRD-DECISION-FILE-NAME
004510     ELSE
004520         MOVE CRD-ENV-VALUE TO CRD-DECISION-FILE-NAME
004530     END-IF
004540     MOVE SPACES TO CRD-ENV-VALUE
004550     ACCEPT CRD-ENV-VALUE FROM ENVIRONMENT 'TRANS_CRHOLD_FILE'
004560     IF CRD-ENV-VALUE = SPACES
004570     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CreditHold.TXT'
004580         TO CRD-CRHOLD-FILE-NAME
004590     ELSE
004600         MOVE CRD-ENV-VALUE TO CRD-CRHOLD-FILE-NAME
004610     END-IF
004620     MOVE SPACES TO CRD-ENV-VALUE
004630     ACCEPT CRD-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
004640     IF CRD-ENV-VALUE = SPACES
004650         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
004660             TO CRD-OUTPUT-BASE-NAME
004670     ELSE
004680         MOVE CRD-ENV-VALUE TO CRD-OUTPUT-BASE-NAME
004690     END-IF
004700     MOVE SPACES TO CRD-SALES-FILE-NAME
004710     STRING CRD-OUTPUT-BASE-NAME DELIMITED BY SPACE
004720         '-' DELIMITED BY SIZE
004730         CRD-RUN-DATE DELIMITED BY SIZE
004740         '.TXT' DELIMITED BY SIZE
004750         INTO CRD-SALES-FILE-NAME
004760     END-STRING
004770     MOVE SPACES TO CRD-ENV-VALUE
004780     ACCEPT CRD-ENV-VALUE FROM ENVIRONMENT 'TRANS_CRDRELCTL_BASE'
004790     IF CRD-ENV-VALUE = SPACES
004800     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CrdRelControl'
004810         TO CRD-CONTROL-BASE-NAME
004820     ELSE
004830         MOVE CRD-ENV-VALUE TO CRD-CONTROL-BASE-NAME
004840     END-IF
004850     MOVE SPACES TO CRD-CONTROL-FILE-NAME
004860     STRING CRD-CONTROL-BASE-NAME DELIMITED BY SPACE
004870         '-' DELIMITED BY SIZE
004880         CRD-RUN-DATE DELIMITED BY SIZE
004890         '.TXT' DELIMITED BY SIZE
004900         INTO CRD-CONTROL-FILE-NAME
004910     END-STRING
004920     MOVE SPACES TO CRD-ENV-VALUE
004930     ACCEPT CRD-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
004940     IF CRD-ENV-VALUE = SPACES
004950     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
004960         TO CRD-PRODMST-FILE-NAME
004970     ELSE
004980         MOVE CRD-ENV-VALUE TO CRD-PRODMST-FILE-NAME
004990     END-IF
005000     MOVE SPACES TO CRD-ENV-VALUE
005010     ACCEPT CRD-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUTHMST_FILE'
005020     IF CRD-ENV-VALUE = SPACES
005030     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-AuthMaster.TXT'
005040         TO CRD-AUTHMST-FILE-NAME
005050     ELSE
005060         MOVE CRD-ENV-VALUE TO CRD-AUTHMST-FILE-NAME
005070     END-IF
005080     MOVE SPACES TO CRD-ENV-VALUE
005090     ACCEPT CRD-ENV-VALUE FROM ENVIRONMENT 'TRANS_DAYSTAT_FILE'
005100     IF CRD-ENV-VALUE = SPACES
005110     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DayStatus.TXT'
005120         TO CRD-DAYSTAT-FILE-NAME
005130     ELSE
005140         MOVE CRD-ENV-VALUE TO CRD-DAYSTAT-FILE-NAME
005150     END-IF
005160     MOVE SPACES TO CRD-ENV-VALUE
005170     ACCEPT CRD-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUDIT_FILE'
005180     IF CRD-ENV-VALUE = SPACES
005190     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransAudit.TXT'
005200         TO CRD-AUDIT-FILE-NAME
005210     ELSE
005220         MOVE CRD-ENV-VALUE TO CRD-AUDIT-FILE-NAME
005230     END-IF
005240     MOVE SPACES TO CRD-ENV-VALUE
005250     ACCEPT CRD-ENV-VALUE FROM ENVIRONMENT 'TRANS_STKJRNL_FILE'
005260     IF CRD-ENV-VALUE = SPACES
005270     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-StockJournal.TXT'
005280         TO CRD-STKJRNL-FILE-NAME
005290     ELSE
005300         MOVE CRD-ENV-VALUE TO CRD-STKJRNL-FILE-NAME
005310     END-IF
005320     MOVE SPACES TO CRD-ENV-VALUE
005330     ACCEPT CRD-ENV-VALUE FROM ENVIRONMENT 'TRANS_CRDREL_RPT'
005340     IF CRD-ENV-VALUE = SPACES
005350     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CreditRelease.TXT'
005360         TO CRD-REPORT-FILE-NAME
005370     ELSE
005380         MOVE CRD-ENV-VALUE TO CRD-REPORT-FILE-NAME
005390     END-IF.
005400 107-CHECK-DAY-STATUS-RTN.
005410     OPEN INPUT DAY-STATUS-FILE
005420     IF CRD-DAYSTAT-FILE-STATUS = '35'
005430         DISPLAY 'NO DAY-STATUS-FILE, DATE TREATED AS OPEN'
005440     ELSE
005450         IF CRD-DAYSTAT-FILE-STATUS NOT = '00'
005460             DISPLAY 'DAY-STATUS-FILE OPEN ERROR, STATUS '
005470                 CRD-DAYSTAT-FILE-STATUS
005480             MOVE 16 TO RETURN-CODE
005490             STOP RUN
005500         ELSE
005510             MOVE CRD-RUN-DATE TO DST-DATE
005520             READ DAY-STATUS-FILE
005530                 INVALID KEY
005540                     CONTINUE
005550                 NOT INVALID KEY
005560                     IF DST-CLOSED
005570                         DISPLAY 'CRDREL: BUSINESS DATE '
005580                             CRD-RUN-DATE
005590                             ' IS CLOSED, POSTING REFUSED'
005600                         MOVE 12 TO RETURN-CODE
005610                         STOP RUN
005620                     END-IF
005630             END-READ
005640             CLOSE DAY-STATUS-FILE
005650         END-IF
005660     END-IF.
005670 115-DERIVE-SALES-SEQ-RTN.
005680     SET CRD-SALES-NOT-EOF TO TRUE
005690     MOVE ZERO TO SALES-SEQ-NO
005700     START SALES-FILE KEY IS NOT LESS THAN SALES-SEQ-NO
005710         INVALID KEY
005720             SET CRD-SALES-EOF TO TRUE
005730     END-START
005740     PERFORM 116-FIND-HIGH-SEQ-RTN UNTIL CRD-SALES-EOF.
005750 116-FIND-HIGH-SEQ-RTN.
005760     READ SALES-FILE NEXT RECORD
005770         AT END
005780             SET CRD-SALES-EOF TO TRUE
005790         NOT AT END
005800             IF SALES-SEQ-NO > CRD-SALES-SEQ-NO
005810                 MOVE SALES-SEQ-NO TO CRD-SALES-SEQ-NO
005820             END-IF
005830     END-READ.
005840 200-PROCESS-DECISION-RTN.
005850     SET CRD-DEC-OK TO TRUE
005860     MOVE SPACES TO CRD-REASON-CODE
005870     MOVE SPACES TO CRD-RESULT-TEXT
005880     PERFORM 210-READ-HOLD-RTN
005890     IF CRD-DEC-OK
005900         PERFORM 215-EDIT-DECISION-RTN
005910     END-IF
005920     IF CRD-DEC-OK AND CRDEC-RELEASE
005930         PERFORM 220-CHECK-RELEASE-RTN
005940     END-IF
005950     EVALUATE TRUE
005960         WHEN CRD-DEC-REFUSED
005970             ADD 1 TO CRD-RECORDS-REFUSED
005980         WHEN CRD-DEC-ALREADY-DONE
005990             ADD 1 TO CRD-RECORDS-ALREADY
006000         WHEN CRDEC-RELEASE
006010             PERFORM 230-POST-RELEASE-RTN
006020         WHEN OTHER
006030             PERFORM 240-DECLINE-HOLD-RTN
006040     END-EVALUATE
006050     PERFORM 410-WRITE-DETAIL-RTN.
006060 210-READ-HOLD-RTN.
006070     MOVE CRDEC-HOLD-DATE TO HLD-DATE
006080     MOVE CRDEC-BATCH-NO TO HLD-BATCH-NO
006090     MOVE CRDEC-REC-NO TO HLD-REC-NO
006100     READ CREDIT-HOLD-FILE
006110         INVALID KEY
006120             SET CRD-DEC-REFUSED TO TRUE
006130             MOVE 'C001' TO CRD-REASON-CODE
006140             MOVE 'HOLD NOT ON FILE' TO CRD-RESULT-TEXT
006150             MOVE ZERO TO HLD-NET-TOTAL-OUT
006160             MOVE SPACES TO HLD-CUST-ID-OUT
006170     END-READ
006180     IF CRD-CRHOLD-FILE-STATUS NOT = '00' AND
006190         CRD-CRHOLD-FILE-STATUS NOT = '23'
006200         DISPLAY 'CREDIT-HOLD-FILE READ ERROR, STATUS '
006210             CRD-CRHOLD-FILE-STATUS
006220         MOVE 16 TO RETURN-CODE
006230         STOP RUN
006240     END-IF
006250     IF CRD-DEC-OK AND HLD-RELEASED
006260         SET CRD-DEC-ALREADY-DONE TO TRUE
006270         MOVE 'ALREADY RELEASED' TO CRD-RESULT-TEXT
006280     END-IF
006290     IF CRD-DEC-OK AND HLD-DECLINED
006300         SET CRD-DEC-ALREADY-DONE TO TRUE
006310         MOVE 'ALREADY DECLINED' TO CRD-RESULT-TEXT
006320     END-IF.
006330 215-EDIT-DECISION-RTN.
006340     IF NOT CRDEC-RELEASE AND NOT CRDEC-DECLINE
006350         SET CRD-DEC-REFUSED TO TRUE
006360         MOVE 'C002' TO CRD-REASON-CODE
006370         MOVE 'ACTION NOT R OR D' TO CRD-RESULT-TEXT
006380     END-IF
006390     IF CRD-DEC-OK AND CRDEC-APPROVER-ID = SPACES
006400         SET CRD-DEC-REFUSED TO TRUE
006410         MOVE 'C003' TO CRD-REASON-CODE
006420         MOVE 'APPROVER ID IS MISSING' TO CRD-RESULT-TEXT
006430     END-IF
006440     IF CRD-DEC-OK
006450         MOVE CRDEC-APPROVER-ID TO AUTH-ID-MST
006460         READ AUTH-MASTER-FILE
006470             INVALID KEY
006480                 SET CRD-DEC-REFUSED TO TRUE
006490                 MOVE 'C004' TO CRD-REASON-CODE
006500                 MOVE 'APPROVER NOT ON AUTH MASTER'
006510                     TO CRD-RESULT-TEXT
006520         END-READ
006530         IF CRD-AUTHMST-FILE-STATUS NOT = '00' AND
006540             CRD-AUTHMST-FILE-STATUS NOT = '23'
006550             DISPLAY 'AUTH-MASTER-FILE READ ERROR, STATUS '
006560                 CRD-AUTHMST-FILE-STATUS
006570             MOVE 16 TO RETURN-CODE
006580             STOP RUN
006590         END-IF
006600     END-IF.
006610 220-CHECK-RELEASE-RTN.
006620     COMPUTE CRD-OVERAGE =
006630         HLD-EXPOSURE + HLD-NET-TOTAL-OUT - HLD-CREDIT-LIMIT
006640     IF CRD-OVERAGE > AUTH-LIMIT-MST
006650         SET CRD-DEC-REFUSED TO TRUE
006660         MOVE 'C005' TO CRD-REASON-CODE
006670         MOVE 'OVERAGE EXCEEDS APPROVER LIMIT' TO CRD-RESULT-TEXT
006680     END-IF
006690     IF CRD-DEC-OK
006700         MOVE HLD-PRODUCT-CODE-OUT TO PRODUCT-CODE-MST
006710         READ PRODUCT-MASTER-FILE
006720             INVALID KEY
006730                 SET CRD-DEC-REFUSED TO TRUE
006740                 MOVE 'C006' TO CRD-REASON-CODE
006750                 MOVE 'PRODUCT NOT ON PRODUCT MASTER'
006760                     TO CRD-RESULT-TEXT
006770         END-READ
006780         IF CRD-PRODMST-FILE-STATUS NOT = '00' AND
006790             CRD-PRODMST-FILE-STATUS NOT = '23'
006800             DISPLAY 'PRODUCT-MASTER-FILE READ ERROR, STATUS '
006810                 CRD-PRODMST-FILE-STATUS
006820             MOVE 16 TO RETURN-CODE
006830             STOP RUN
006840         END-IF
006850     END-IF
006860     IF CRD-DEC-OK AND HLD-QTY-SOLD-OUT > QTY-ON-HAND-MST
006870         SET CRD-DEC-REFUSED TO TRUE
006880         MOVE 'C007' TO CRD-REASON-CODE
006890         MOVE 'QTY SOLD EXCEEDS STOCK ON HAND' TO CRD-RESULT-TEXT
006900     END-IF.
006910 230-POST-RELEASE-RTN.
006920     ADD 1 TO CRD-SALES-SEQ-NO
006930     MOVE CRD-SALES-SEQ-NO TO SALES-SEQ-NO
006940     MOVE HLD-NAME-OUT TO NAME-OUT
006950     MOVE HLD-TOTAL-PRICE-OUT TO TOTAL-PRICE-OUT
006960     MOVE HLD-PRE-DISCOUNT-AMT-OUT TO PRE-DISCOUNT-AMT-OUT
006970     MOVE HLD-DISCOUNT-RATE-OUT TO DISCOUNT-RATE-OUT
006980     MOVE HLD-TAX-AMOUNT-OUT TO TAX-AMOUNT-OUT
006990     MOVE HLD-NET-TOTAL-OUT TO NET-TOTAL-OUT
007000     MOVE 'C' TO SOURCE-CODE-OUT
007010     MOVE HLD-TRANS-TYPE-OUT TO TRANS-TYPE-OUT
007020     MOVE HLD-SLS-ID-OUT TO SLS-ID-OUT
007030     MOVE ZERO TO BATCH-NO-OUT
007040     MOVE HLD-CUST-ID-OUT TO CUST-ID-OUT
007050     MOVE HLD-PRODUCT-CODE-OUT TO PRODUCT-CODE-OUT
007060     MOVE HLD-QTY-SOLD-OUT TO QTY-SOLD-OUT
007070     MOVE HLD-JURIS-CODE-OUT TO JURIS-CODE-OUT
007080     MOVE HLD-OVERRIDE-FLAG-OUT TO OVERRIDE-FLAG-OUT
007090     MOVE HLD-OVERRIDE-PRICE-OUT TO OVERRIDE-PRICE-OUT
007100     MOVE HLD-APPROVER-ID-OUT TO APPROVER-ID-OUT
007110     MOVE HLD-PRICE-VARIANCE-OUT TO PRICE-VARIANCE-OUT
007120     MOVE HLD-EXT-COST-OUT TO EXT-COST-OUT
007130     MOVE HLD-ORDER-NO-OUT TO ORDER-NO-OUT
007140     MOVE HLD-PRICE-SOURCE-OUT TO PRICE-SOURCE-OUT
007150     PERFORM 222-UPDATE-STOCK-RTN
007160     WRITE SALES-REC
007170     IF CRD-SALESFILE-STATUS NOT = '00'
007180         DISPLAY 'SALES-FILE WRITE ERROR, STATUS '
007190             CRD-SALESFILE-STATUS
007200         MOVE 16 TO RETURN-CODE
007210         STOP RUN
007220     END-IF
007230     ADD 1 TO CRD-RECORDS-WRITTEN
007240     ADD TOTAL-PRICE-OUT TO CRD-DOLLAR-TOTAL
007250     MOVE 'R' TO HLD-STATUS
007260     MOVE CRD-RUN-DATE TO HLD-POSTED-DATE
007270     MOVE CRD-SALES-SEQ-NO TO HLD-SALES-SEQ-NO
007280     PERFORM 250-REWRITE-HOLD-RTN
007290     MOVE 'RELEASED, POSTED SEQ ' TO CRD-RESULT-TEXT
007300     MOVE SALES-SEQ-NO TO CRD-RESULT-TEXT(22:7).
007310 222-UPDATE-STOCK-RTN.
007320     MOVE QTY-ON-HAND-MST TO CRD-QTY-BEFORE
007330     SUBTRACT HLD-QTY-SOLD-OUT FROM QTY-ON-HAND-MST
007340     REWRITE PRODUCT-MASTER-REC
007350     IF CRD-PRODMST-FILE-STATUS NOT = '00'
007360         DISPLAY 'PRODUCT-MASTER-FILE REWRITE ERROR, STATUS '
007370             CRD-PRODMST-FILE-STATUS
007380         MOVE 16 TO RETURN-CODE
007390         STOP RUN
007400     END-IF
007410     PERFORM 226-WRITE-JOURNAL-RTN.
007420 226-WRITE-JOURNAL-RTN.
007430     MOVE SPACES TO STOCK-JOURNAL-REC
007440     MOVE PRODUCT-CODE-MST TO JRN-PRODUCT-CODE
007450     MOVE CRD-RUN-DATE TO JRN-MOVE-DATE
007460     MOVE 'CRDREL' TO JRN-SOURCE-PGM
007470     MOVE 'S' TO JRN-MOVE-TYPE
007480     MOVE BATCH-NO-OUT TO JRN-BATCH-NO
007490     MOVE SALES-SEQ-NO TO JRN-SEQ-NO
007500     MOVE CRD-QTY-BEFORE TO JRN-QTY-BEFORE
007510     MOVE QTY-ON-HAND-MST TO JRN-QTY-AFTER
007520     ACCEPT JRN-STAMP-DATE FROM DATE YYYYMMDD
007530     ACCEPT JRN-STAMP-TIME FROM TIME
007540     WRITE STOCK-JOURNAL-REC
007550     IF CRD-STKJRNL-FILE-STATUS NOT = '00'
007560         DISPLAY 'STOCK-JOURNAL-FILE WRITE ERROR, STATUS '
007570             CRD-STKJRNL-FILE-STATUS
007580         MOVE 16 TO RETURN-CODE
007590         STOP RUN
007600     END-IF.
007610 240-DECLINE-HOLD-RTN.
007620     ADD 1 TO CRD-RECORDS-DECLINED
007630     ADD HLD-TOTAL-PRICE-OUT TO CRD-DECLINED-TOTAL
007640     MOVE 'D' TO HLD-STATUS
007650     PERFORM 250-REWRITE-HOLD-RTN
007660     MOVE 'DECLINED' TO CRD-RESULT-TEXT.
007670 250-REWRITE-HOLD-RTN.
007680     MOVE CRD-RUN-DATE TO HLD-ACTION-DATE
007690     MOVE CRDEC-APPROVER-ID TO HLD-ACTION-BY
007700     REWRITE CREDIT-HOLD-REC
007710     IF CRD-CRHOLD-FILE-STATUS NOT = '00'
007720         DISPLAY 'CREDIT-HOLD-FILE REWRITE ERROR, STATUS '
007730             CRD-CRHOLD-FILE-STATUS
007740         MOVE 16 TO RETURN-CODE
007750         STOP RUN
007760     END-IF.
007770 300-WRITE-CONTROLS-RTN.
007780     MOVE 'DECISIONS READ      ' TO CTL-LABEL
007790     MOVE CRD-RECORDS-READ TO CRD-EDIT-COUNT
007800     MOVE CRD-EDIT-COUNT TO CTL-VALUE
007810     WRITE CONTROL-REC
007820     MOVE 'SALES RECORDS WRITTEN' TO CTL-LABEL
007830     MOVE CRD-RECORDS-WRITTEN TO CRD-EDIT-COUNT
007840     MOVE CRD-EDIT-COUNT TO CTL-VALUE
007850     WRITE CONTROL-REC
007860     MOVE 'HOLDS DECLINED      ' TO CTL-LABEL
007870     MOVE CRD-RECORDS-DECLINED TO CRD-EDIT-COUNT
007880     MOVE CRD-EDIT-COUNT TO CTL-VALUE
007890     WRITE CONTROL-REC
007900     MOVE 'DECISIONS REFUSED   ' TO CTL-LABEL
007910     MOVE CRD-RECORDS-REFUSED TO CRD-EDIT-COUNT
007920     MOVE CRD-EDIT-COUNT TO CTL-VALUE
007930     WRITE CONTROL-REC
007940     MOVE 'DOLLAR CONTROL TOTAL' TO CTL-LABEL
007950     MOVE CRD-DOLLAR-TOTAL TO CRD-EDIT-AMOUNT
007960     MOVE CRD-EDIT-AMOUNT TO CTL-VALUE
007970     WRITE CONTROL-REC.
007980 297-WRITE-AUDIT-LOG-RTN.
007990     MOVE CRD-RUN-DATE TO AUD-RUN-DATE
008000     MOVE CRD-RECORDS-READ TO AUD-RECORDS-READ
008010     MOVE CRD-RECORDS-WRITTEN TO AUD-RECORDS-WRITTEN
008020     MOVE CRD-RECORDS-DECLINED TO AUD-RECORDS-REJECTED
008030     MOVE CRD-DOLLAR-TOTAL TO AUD-DOLLAR-TOTAL
008040     MOVE 999 TO AUD-BATCH-NO
008050     WRITE AUDIT-LOG-REC
008060     IF CRD-AUDIT-FILE-STATUS NOT = '00'
008070         DISPLAY 'AUDIT-LOG-FILE WRITE ERROR, STATUS '
008080             CRD-AUDIT-FILE-STATUS
008090         MOVE 16 TO RETURN-CODE
008100         STOP RUN
008110     END-IF.
008120 400-HEADING-RTN.
008130     ADD 1 TO CRD-PAGE-COUNT
008140     MOVE CRD-PAGE-COUNT TO CRD-HDG-PAGE-NO
008150     MOVE CRD-RUN-DATE TO CRD-HDG-DATE
008160     MOVE CRD-HEADING-1 TO REPORT-LINE
008170     WRITE REPORT-LINE
008180     MOVE CRD-HEADING-2 TO REPORT-LINE
008190     WRITE REPORT-LINE
008200     MOVE SPACES TO REPORT-LINE
008210     WRITE REPORT-LINE
008220     MOVE ZERO TO CRD-LINE-COUNT.
008230 410-WRITE-DETAIL-RTN.
008240     IF CRD-LINE-COUNT NOT LESS THAN CRD-LINES-PER-PAGE
008250         PERFORM 400-HEADING-RTN
008260     END-IF
008270     MOVE CRDEC-HOLD-DATE TO CRD-DTL-HOLD-DATE
008280     MOVE CRDEC-BATCH-NO TO CRD-DTL-BATCH-NO
008290     MOVE CRDEC-REC-NO TO CRD-DTL-REC-NO
008300     MOVE HLD-CUST-ID-OUT TO CRD-DTL-CUST
008310     MOVE HLD-NET-TOTAL-OUT TO CRD-DTL-NET
008320     MOVE CRDEC-ACTION TO CRD-DTL-ACTION
008330     MOVE CRDEC-APPROVER-ID TO CRD-DTL-APPROVER
008340     IF CRD-DEC-REFUSED
008350         MOVE SPACES TO CRD-DTL-RESULT
008360         STRING CRD-REASON-CODE DELIMITED BY SIZE
008370             ' ' DELIMITED BY SIZE
008380             CRD-RESULT-TEXT DELIMITED BY SIZE
008390             INTO CRD-DTL-RESULT
008400         END-STRING
008410     ELSE
008420         MOVE CRD-RESULT-TEXT TO CRD-DTL-RESULT
008430     END-IF
008440     MOVE CRD-DETAIL-LINE TO REPORT-LINE
008450     WRITE REPORT-LINE
008460     ADD 1 TO CRD-LINE-COUNT.
008470 420-WRITE-TOTALS-RTN.
008480     MOVE SPACES TO REPORT-LINE
008490     WRITE REPORT-LINE
008500     MOVE SPACES TO CRD-TOTAL-LINE
008510     MOVE 'DECISIONS READ          ' TO CRD-TOT-LABEL
008520     MOVE CRD-RECORDS-READ TO CRD-TOT-COUNT
008530     MOVE CRD-TOTAL-LINE TO REPORT-LINE
008540     WRITE REPORT-LINE
008550     MOVE SPACES TO CRD-TOTAL-LINE
008560     MOVE 'SALES RELEASED          ' TO CRD-TOT-LABEL
008570     MOVE CRD-RECORDS-WRITTEN TO CRD-TOT-COUNT
008580     MOVE CRD-DOLLAR-TOTAL TO CRD-TOT-AMOUNT
008590     MOVE CRD-TOTAL-LINE TO REPORT-LINE
008600     WRITE REPORT-LINE
008610     MOVE SPACES TO CRD-TOTAL-LINE
008620     MOVE 'HOLDS DECLINED          ' TO CRD-TOT-LABEL
008630     MOVE CRD-RECORDS-DECLINED TO CRD-TOT-COUNT
008640     MOVE CRD-DECLINED-TOTAL TO CRD-TOT-AMOUNT
008650     MOVE CRD-TOTAL-LINE TO REPORT-LINE
008660     WRITE REPORT-LINE
008670     MOVE SPACES TO CRD-TOTAL-LINE
008680     MOVE 'ALREADY ACTIONED        ' TO CRD-TOT-LABEL
008690     MOVE CRD-RECORDS-ALREADY TO CRD-TOT-COUNT
008700     MOVE CRD-TOTAL-LINE TO REPORT-LINE
008710     WRITE REPORT-LINE
008720     MOVE SPACES TO CRD-TOTAL-LINE
008730     MOVE 'DECISIONS REFUSED       ' TO CRD-TOT-LABEL
008740     MOVE CRD-RECORDS-REFUSED TO CRD-TOT-COUNT
008750     MOVE CRD-TOTAL-LINE TO REPORT-LINE
008760     WRITE REPORT-LINE
008770     IF CRD-RECORDS-REFUSED > ZERO
008780         DISPLAY 'CRDREL: ' CRD-RECORDS-REFUSED
008790             ' CREDIT DECISION(S) REFUSED, SALES STILL ON HOLD'
008800     END-IF.
