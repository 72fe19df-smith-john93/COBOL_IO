000460*                   RECORD LAYOUTS STAY IN SYNC; THE ARCHIVE    *
000470*                   AND HISTORY BACKUP RECORDS WIDEN TO         *
000480*                   MATCH.                                      *
000490*  10/15/2026  JS   THE DAY'S CRDREL CONTROL FILE            *
000500*                   (TRANS_CRDRELCTL_BASE) IS PRUNED WITH    *
000510*                   THE TRANS AND REJRSB CONTROL FILES ONCE  *
000520*                   THE DAY IS ARCHIVED.                     *
000530*  10/15/2026  JS   PRODUCT-MASTER-REC PICKS UP THE PRIMARY  *
000540*                   VENDOR AND REORDER QUANTITY (SEE MSTMNT  *
000550*                   AND POGEN) SO RECORD LAYOUTS STAY IN     *
000560*                   SYNC; THE PRODUCT BACKUP RECORD IS NOW   *
000570*                   65 BYTES.                                *
000580*  10/15/2026  JS   STANDARD COST.  PRODUCT AND SALES        *
000590*                   HISTORY BACKUP COPIES WIDENED FOR THE    *
000600*                   COST FIELDS.                             *
000610*  10/15/2026  JS   SALES-FILE ARCHIVE COPY WIDENED TO 128   *
000620*                   BYTES FOR THE STOREFRONT ORDER NUMBER.   *
000630*  10/15/2026  JS   THE DAY'S DUPREL CONTROL FILE            *
000640*                   (TRANS_DUPRELCTL_BASE) IS PRUNED WITH    *
000650*                   THE OTHER CONTROL FILES ONCE THE DAY IS  *
000660*                   ARCHIVED.                                *
000670*  10/15/2026  JS   SALES-FILE ARCHIVE COPY WIDENED TO 129   *
000680*                   BYTES FOR THE PRICE-SOURCE INDICATOR.    *
000690*----------------------------------------------------------*
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT AUDIT-LOG-FILE
000740         ASSIGN TO HSK-AUDIT-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS HSK-AUDIT-FILE-STATUS.
000770     SELECT SALES-FILE
000780         ASSIGN TO HSK-SALES-FILE-NAME
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS SALES-SEQ-NO
000820         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000830         FILE STATUS IS HSK-SALES-FILE-STATUS.
000840     SELECT SALES-HISTORY-FILE
000850         ASSIGN TO HSK-HISTORY-FILE-NAME
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS HIST-KEY
000890         FILE STATUS IS HSK-HISTORY-FILE-STATUS.
000900     SELECT ARCHIVE-FILE
000910         ASSIGN TO HSK-ARCHIVE-FILE-NAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS HSK-ARCHIVE-FILE-STATUS.
000940     SELECT PRODUCT-MASTER-FILE
000950         ASSIGN TO HSK-PRODMST-FILE-NAME
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS SEQUENTIAL
000980         RECORD KEY IS PRODUCT-CODE-MST
000990         FILE STATUS IS HSK-PRODMST-FILE-STATUS.
001000     SELECT TAX-RATE-FILE
001010         ASSIGN TO HSK-TAXRATE-FILE-NAME
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS SEQUENTIAL
001040         RECORD KEY IS TAX-CODE-KEY
001050         FILE STATUS IS HSK-TAXRATE-FILE-STATUS.
001060     SELECT SALESPERSON-MASTER-FILE
001070         ASSIGN TO HSK-SLSMST-FILE-NAME
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS SEQUENTIAL
001100         RECORD KEY IS SLS-ID-MST
001110         FILE STATUS IS HSK-SLSMST-FILE-STATUS.
001120     SELECT BACKUP-FILE
001130         ASSIGN TO HSK-BACKUP-FILE-NAME
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS HSK-BACKUP-FILE-STATUS.
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD AUDIT-LOG-FILE.
001190 01 AUDIT-LOG-REC.
001200    05 AUD-RUN-DATE             PIC 9(08).
001210    05 FILLER                   PIC X(01).
001220    05 AUD-RECORDS-READ         PIC 9(07).
001230    05 FILLER                   PIC X(01).
001240    05 AUD-RECORDS-WRITTEN      PIC 9(07).
001250    05 FILLER                   PIC X(01).
001260    05 AUD-RECORDS-REJECTED     PIC 9(07).
001270    05 FILLER                   PIC X(01).
001280    05 AUD-DOLLAR-TOTAL         PIC S9(09)V99
001290                                SIGN LEADING SEPARATE.
001300    05 FILLER                   PIC X(01).
001310    05 AUD-BATCH-NO             PIC 9(03).
001320 FD SALES-FILE.
001330 01 SALES-REC.
001340    05 SALES-SEQ-NO         PIC 9(07).
001350    05 NAME-OUT             PIC X(20).
001360    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
001370    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
001380    05 DISCOUNT-RATE-OUT    PIC V999.
001390    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
001400    05 NET-TOTAL-OUT        PIC S9(6)V99.
001410    05 SOURCE-CODE-OUT      PIC X(01).
001420    05 TRANS-TYPE-OUT       PIC X(01).
001430    05 SLS-ID-OUT           PIC X(05).
001440    05 BATCH-NO-OUT         PIC 9(03).
001450    05 CUST-ID-OUT          PIC X(06).
001460    05 PRODUCT-CODE-OUT     PIC X(06).
001470    05 QTY-SOLD-OUT         PIC 9(03).
001480    05 JURIS-CODE-OUT       PIC X(02).
001490    05 OVERRIDE-FLAG-OUT    PIC X(01).
001500    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
001510    05 APPROVER-ID-OUT      PIC X(05).
001520    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
001530    05 EXT-COST-OUT         PIC S9(6)V99.
001540    05 ORDER-NO-OUT         PIC X(12).
001550    05 PRICE-SOURCE-OUT     PIC X(01).
001560 FD SALES-HISTORY-FILE.
001570 01 HISTORY-REC.
001580    05 HIST-KEY.
001590       10 HIST-RUN-DATE     PIC 9(08).
001600       10 HIST-SEQ-NO       PIC 9(07).
001610    05 HIST-NAME            PIC X(20).
001620    05 HIST-TOTAL-PRICE     PIC S9(6)V99.
001630    05 HIST-PRE-DISC-AMT    PIC S9(6)V99.
001640    05 HIST-DISCOUNT-RATE   PIC V999.
001650    05 HIST-TAX-AMOUNT      PIC S9(6)V99.
001660    05 HIST-NET-TOTAL       PIC S9(6)V99.
001670    05 HIST-SOURCE-CODE     PIC X(01).
001680    05 HIST-TRANS-TYPE      PIC X(01).
001690    05 HIST-SLS-ID          PIC X(05).
001700    05 HIST-BATCH-NO        PIC 9(03).
001710    05 HIST-CUST-ID         PIC X(06).
001720    05 HIST-PRODUCT-CODE    PIC X(06).
001730    05 HIST-QTY-SOLD        PIC 9(03).
001740    05 HIST-JURIS-CODE      PIC X(02).
001750    05 HIST-OVERRIDE-FLAG   PIC X(01).
001760    05 HIST-OVERRIDE-PRICE  PIC 9(3)V99.
001770    05 HIST-APPROVER-ID     PIC X(05).
001780    05 HIST-PRICE-VARIANCE  PIC S9(6)V99.
001790    05 HIST-EXT-COST        PIC S9(6)V99.
001800 FD ARCHIVE-FILE.
001810 01 ARCHIVE-REC                  PIC X(129).
001820 FD PRODUCT-MASTER-FILE.
001830 01 PRODUCT-MASTER-REC.
001840    05 PRODUCT-CODE-MST      PIC X(06).
001850    05 PRODUCT-DESC-MST      PIC X(20).
001860    05 UNIT-PRICE-MST        PIC 9(3)V99.
001870    05 QTY-ON-HAND-MST       PIC 9(07).
001880    05 REORDER-POINT-MST     PIC 9(07).
001890    05 QTY-ON-ORDER-MST      PIC 9(07).
001900    05 PRIMARY-VENDOR-MST    PIC X(06).
001910    05 REORDER-QTY-MST       PIC 9(07).
001920    05 STD-COST-MST          PIC 9(3)V99.
001930 FD TAX-RATE-FILE.
001940 01 TAX-RATE-REC.
001950    05 TAX-CODE-KEY.
001960       10 TAX-PROD-CODE          PIC X(06).
001970       10 TAX-JURIS-CODE         PIC X(02).
001980    05 TAX-RATE-PCT             PIC V999.
001990 FD SALESPERSON-MASTER-FILE.
002000 01 SALESPERSON-MASTER-REC.
002010    05 SLS-ID-MST            PIC X(05).
002020    05 SLS-NAME-MST          PIC X(20).
002030    05 SLS-MTH-QUOTA-MST     PIC 9(7)V99.
002040    05 SLS-ANN-QUOTA-MST     PIC 9(8)V99.
002050 FD BACKUP-FILE.
002060 01 BACKUP-REC                   PIC X(200).
002070 WORKING-STORAGE SECTION.
002080 01 HSK-TRAILER-REC.
002090    05 HSK-TRL-TAG          PIC X(08).
002100       88 HSK-TRL-PRESENT       VALUE '#TRAILER'.
002110    05 FILLER               PIC X(01).
002120    05 HSK-TRL-COUNT        PIC 9(09).
002130    05 FILLER               PIC X(01).
002140    05 HSK-TRL-AMOUNT       PIC S9(11)V99
002150                            SIGN LEADING SEPARATE.
002160 01 HSK-DATE-TABLE.
002170    05 HSK-DATE-ENTRY OCCURS 400 TIMES.
002180       10 HSK-TBL-DATE      PIC 9(08).
002190 77 HSK-DATE-COUNT         PIC 9(03) COMP VALUE ZERO.
002200 77 HSK-DATE-MAX           PIC 9(03) COMP VALUE 400.
002210 77 HSK-DATE-SUB           PIC 9(03) COMP VALUE ZERO.
002220 77 HSK-SCAN-SUB           PIC 9(03) COMP VALUE ZERO.
002230 77 HSK-DATE-FOUND-SW      PIC X(01) VALUE 'N'.
002240     88 HSK-DATE-FOUND          VALUE 'Y'.
002250     88 HSK-DATE-NOT-FOUND      VALUE 'N'.
002260 77 HSK-MODE               PIC X(08) VALUE SPACES.
002270     88 HSK-MODE-ARCHIVE        VALUE 'ARCHIVE '.
002280     88 HSK-MODE-UNLOAD         VALUE 'UNLOAD  '.
002290     88 HSK-MODE-RELOAD         VALUE 'RELOAD  '.
002300 77 HSK-TARGET             PIC X(08) VALUE SPACES.
002310     88 HSK-TARGET-PRODUCT      VALUE 'PRODUCT '.
002320     88 HSK-TARGET-TAXRATE      VALUE 'TAXRATE '.
002330     88 HSK-TARGET-SLSPER       VALUE 'SLSPER  '.
002340     88 HSK-TARGET-HISTORY      VALUE 'HISTORY '.
002350 77 HSK-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
002360 77 HSK-CUTOFF-ANSWER      PIC X(08) VALUE SPACES.
002370 77 HSK-AUDIT-FILE-STATUS  PIC XX VALUE SPACES.
002380 77 HSK-SALES-FILE-STATUS  PIC XX VALUE SPACES.
002390 77 HSK-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
002400 77 HSK-ARCHIVE-FILE-STATUS PIC XX VALUE SPACES.
002410 77 HSK-PRODMST-FILE-STATUS PIC XX VALUE SPACES.
002420 77 HSK-TAXRATE-FILE-STATUS PIC XX VALUE SPACES.
002430 77 HSK-SLSMST-FILE-STATUS PIC XX VALUE SPACES.
002440 77 HSK-BACKUP-FILE-STATUS PIC XX VALUE SPACES.
002450 77 HSK-AUDIT-FILE-NAME    PIC X(80) VALUE SPACES.
002460 77 HSK-SALES-FILE-NAME    PIC X(80) VALUE SPACES.
002470 77 HSK-HISTORY-FILE-NAME  PIC X(80) VALUE SPACES.
002480 77 HSK-ARCHIVE-FILE-NAME  PIC X(80) VALUE SPACES.
002490 77 HSK-PRODMST-FILE-NAME  PIC X(80) VALUE SPACES.
002500 77 HSK-TAXRATE-FILE-NAME  PIC X(80) VALUE SPACES.
002510 77 HSK-SLSMST-FILE-NAME   PIC X(80) VALUE SPACES.
002520 77 HSK-BACKUP-FILE-NAME   PIC X(80) VALUE SPACES.
002530 77 HSK-CONTROL-FILE-NAME  PIC X(80) VALUE SPACES.
002540 77 HSK-OUTPUT-BASE-NAME   PIC X(60) VALUE SPACES.
002550 77 HSK-CONTROL-BASE-NAME  PIC X(60) VALUE SPACES.
002560 77 HSK-RESUBCTL-BASE-NAME PIC X(60) VALUE SPACES.
002570 77 HSK-CRDRELCTL-BASE-NAME PIC X(60) VALUE SPACES.
002580 77 HSK-DUPRELCTL-BASE-NAME PIC X(60) VALUE SPACES.
002590 77 HSK-ENV-VALUE          PIC X(80) VALUE SPACES.
002600 77 HSK-WORK-DATE          PIC 9(08) VALUE ZERO.
002610 77 HSK-AUD-EOF-SW         PIC X(01) VALUE 'N'.
002620     88 HSK-AUD-EOF             VALUE 'Y'.
002630     88 HSK-AUD-NOT-EOF         VALUE 'N'.
002640 77 HSK-SALES-EOF-SW       PIC X(01) VALUE 'N'.
002650     88 HSK-SALES-EOF           VALUE 'Y'.
002660     88 HSK-SALES-NOT-EOF       VALUE 'N'.
002670 77 HSK-FILE-EOF-SW        PIC X(01) VALUE 'N'.
002680     88 HSK-FILE-EOF            VALUE 'Y'.
002690     88 HSK-FILE-NOT-EOF        VALUE 'N'.
002700 77 HSK-DAY-VERIFIED-SW    PIC X(01) VALUE 'Y'.
002710     88 HSK-DAY-VERIFIED        VALUE 'Y'.
002720     88 HSK-DAY-NOT-VERIFIED    VALUE 'N'.
002730 77 HSK-SALES-COUNT        PIC 9(07) COMP VALUE ZERO.
002740 77 HSK-SALES-DOLLARS      PIC S9(11)V99 VALUE ZERO.
002750 77 HSK-HIST-COUNT         PIC 9(07) COMP VALUE ZERO.
002760 77 HSK-HIST-DOLLARS       PIC S9(11)V99 VALUE ZERO.
002770 77 HSK-UNLOAD-COUNT       PIC 9(09) COMP VALUE ZERO.
002780 77 HSK-UNLOAD-AMOUNT      PIC S9(11)V99 VALUE ZERO.
002790 77 HSK-PROVE-COUNT        PIC 9(09) COMP VALUE ZERO.
002800 77 HSK-PROVE-AMOUNT       PIC S9(11)V99 VALUE ZERO.
002810 77 HSK-DAYS-ARCHIVED      PIC 9(03) COMP VALUE ZERO.
002820 77 HSK-DAYS-FLAGGED       PIC 9(03) COMP VALUE ZERO.
002830 77 HSK-CTL-BATCH-NO       PIC 9(03) VALUE ZERO.
002840 77 HSK-DELETE-RC          PIC S9(04) COMP VALUE ZERO.
002850 77 HSK-CTL-DONE-SW        PIC X(01) VALUE 'N'.
002860     88 HSK-CTL-DONE            VALUE 'Y'.
002870     88 HSK-CTL-NOT-DONE        VALUE 'N'.
002880 77 HSK-EDIT-COUNT         PIC ZZZ,ZZZ,ZZ9.
002890 77 HSK-EDIT-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002900 PROCEDURE DIVISION.
002910 100-MAIN-MODULE.
002920     PERFORM 105-ASSIGN-FILENAMES-RTN
002930     MOVE SPACES TO HSK-ENV-VALUE
002940     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_HSKEEP_MODE'
002950     MOVE HSK-ENV-VALUE(1:8) TO HSK-MODE
002960     EVALUATE TRUE
002970         WHEN HSK-MODE-ARCHIVE
002980             PERFORM 200-ARCHIVE-RTN
002990         WHEN HSK-MODE-UNLOAD
003000             PERFORM 500-UNLOAD-RTN
003010         WHEN HSK-MODE-RELOAD
003020             PERFORM 600-RELOAD-RTN
003030         WHEN OTHER
003040             DISPLAY 'SET TRANS_HSKEEP_MODE TO ARCHIVE, '
003050                 'UNLOAD OR RELOAD'
003060             MOVE 16 TO RETURN-CODE
003070     END-EVALUATE
003080     STOP RUN.
003090 105-ASSIGN-FILENAMES-RTN.
003100     MOVE SPACES TO HSK-ENV-VALUE
003110     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_AUDIT_FILE'
003120     IF HSK-ENV-VALUE = SPACES
003130     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransAudit.TXT'
003140         TO HSK-AUDIT-FILE-NAME
003150     ELSE
003160         MOVE HSK-ENV-VALUE TO HSK-AUDIT-FILE-NAME
003170     END-IF
003180     MOVE SPACES TO HSK-ENV-VALUE
003190     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
003200     IF HSK-ENV-VALUE = SPACES
003210         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
003220             TO HSK-OUTPUT-BASE-NAME
003230     ELSE
003240         MOVE HSK-ENV-VALUE TO HSK-OUTPUT-BASE-NAME
003250     END-IF
003260     MOVE SPACES TO HSK-ENV-VALUE
003270     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_CONTROL_BASE'
003280     IF HSK-ENV-VALUE = SPACES
003290     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransControl'
003300         TO HSK-CONTROL-BASE-NAME
003310     ELSE
003320         MOVE HSK-ENV-VALUE TO HSK-CONTROL-BASE-NAME
003330     END-IF
003340     MOVE SPACES TO HSK-ENV-VALUE
003350     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_RESUBCTL_BASE'
003360     IF HSK-ENV-VALUE = SPACES
003370     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-RejRsbControl'
003380         TO HSK-RESUBCTL-BASE-NAME
003390     ELSE
003400         MOVE HSK-ENV-VALUE TO HSK-RESUBCTL-BASE-NAME
003410     END-IF
003420     MOVE SPACES TO HSK-ENV-VALUE
003430     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_CRDRELCTL_BASE'
003440     IF HSK-ENV-VALUE = SPACES
003450     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-CrdRelControl'
003460         TO HSK-CRDRELCTL-BASE-NAME
003470     ELSE
003480         MOVE HSK-ENV-VALUE TO HSK-CRDRELCTL-BASE-NAME
003490     END-IF
003500     MOVE SPACES TO HSK-ENV-VALUE
003510     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_DUPRELCTL_BASE'
003520     IF HSK-ENV-VALUE = SPACES
003530     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-DupRelControl'
003540         TO HSK-DUPRELCTL-BASE-NAME
003550     ELSE
003560         MOVE HSK-ENV-VALUE TO HSK-DUPRELCTL-BASE-NAME
003570     END-IF
003580     MOVE SPACES TO HSK-ENV-VALUE
003590     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_HISTORY_FILE'
003600     IF HSK-ENV-VALUE = SPACES
003610     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SalesHistory.TXT'
003620         TO HSK-HISTORY-FILE-NAME
003630     ELSE
003640         MOVE HSK-ENV-VALUE TO HSK-HISTORY-FILE-NAME
003650     END-IF
003660     MOVE SPACES TO HSK-ENV-VALUE
003670     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_PRODMST_FILE'
003680     IF HSK-ENV-VALUE = SPACES
003690     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-ProductMaster.TXT'
003700         TO HSK-PRODMST-FILE-NAME
003710     ELSE
003720         MOVE HSK-ENV-VALUE TO HSK-PRODMST-FILE-NAME
003730     END-IF
003740     MOVE SPACES TO HSK-ENV-VALUE
003750     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_TAXRATE_FILE'
003760     IF HSK-ENV-VALUE = SPACES
003770         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TaxRate.TXT'
003780             TO HSK-TAXRATE-FILE-NAME
003790     ELSE
003800         MOVE HSK-ENV-VALUE TO HSK-TAXRATE-FILE-NAME
003810     END-IF
003820     MOVE SPACES TO HSK-ENV-VALUE
003830     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_SLSMST_FILE'
003840     IF HSK-ENV-VALUE = SPACES
003850     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-SlsMaster.TXT'
003860         TO HSK-SLSMST-FILE-NAME
003870     ELSE
003880         MOVE HSK-ENV-VALUE TO HSK-SLSMST-FILE-NAME
003890     END-IF
003900     MOVE SPACES TO HSK-ENV-VALUE
003910     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_HSKEEP_BACKUP'
003920     IF HSK-ENV-VALUE = SPACES
003930     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-HsKeepBackup.TXT'
003940         TO HSK-BACKUP-FILE-NAME
003950     ELSE
003960         MOVE HSK-ENV-VALUE TO HSK-BACKUP-FILE-NAME
003970     END-IF.
003980*----------------------------------------------------------*
003990*  ARCHIVE MODE                                             *
004000*----------------------------------------------------------*
004010 200-ARCHIVE-RTN.
004020     MOVE SPACES TO HSK-CUTOFF-ANSWER
004030     ACCEPT HSK-CUTOFF-ANSWER
004040         FROM ENVIRONMENT 'TRANS_ARCHIVE_BEFORE'
004050     IF HSK-CUTOFF-ANSWER = SPACES OR
004060         HSK-CUTOFF-ANSWER NOT NUMERIC
004070         DISPLAY 'SET TRANS_ARCHIVE_BEFORE TO THE YYYYMMDD '
004080             'CUTOFF, NOTHING ARCHIVED'
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF
004120     MOVE HSK-CUTOFF-ANSWER TO HSK-CUTOFF-DATE
004130     PERFORM 210-COLLECT-DATES-RTN
004140     IF HSK-DATE-COUNT = ZERO
004150         DISPLAY 'HSKEEP: NO RUN DATES OLDER THAN '
004160             HSK-CUTOFF-DATE ' ON THE AUDIT LOG'
004170     ELSE
004180         PERFORM 250-OPEN-HISTORY-RTN
004190         PERFORM 300-ARCHIVE-ONE-DAY-RTN
004200             VARYING HSK-DATE-SUB FROM 1 BY 1
004210             UNTIL HSK-DATE-SUB > HSK-DATE-COUNT
004220         CLOSE SALES-HISTORY-FILE
004230     END-IF
004240     DISPLAY 'HSKEEP ARCHIVE COMPLETE'
004250     DISPLAY '  DAYS ARCHIVED      ' HSK-DAYS-ARCHIVED
004260     DISPLAY '  DAYS FLAGGED       ' HSK-DAYS-FLAGGED
004270     IF HSK-DAYS-FLAGGED > ZERO
004280         MOVE 8 TO RETURN-CODE
004290     END-IF.
004300 210-COLLECT-DATES-RTN.
004310     OPEN INPUT AUDIT-LOG-FILE
004320     IF HSK-AUDIT-FILE-STATUS NOT = '00'
004330         DISPLAY 'AUDIT-LOG-FILE OPEN ERROR, STATUS '
004340             HSK-AUDIT-FILE-STATUS
004350         MOVE 16 TO RETURN-CODE
004360         STOP RUN
004370     END-IF
004380     SET HSK-AUD-NOT-EOF TO TRUE
004390     PERFORM 220-READ-AUDIT-RTN UNTIL HSK-AUD-EOF
004400     CLOSE AUDIT-LOG-FILE.
004410 220-READ-AUDIT-RTN.
004420     READ AUDIT-LOG-FILE
004430         AT END
004440             SET HSK-AUD-EOF TO TRUE
004450         NOT AT END
004460             IF AUD-RUN-DATE < HSK-CUTOFF-DATE
004470                 MOVE AUD-RUN-DATE TO HSK-WORK-DATE
004480                 PERFORM 230-ADD-DATE-RTN
004490             END-IF
004500     END-READ.
004510 230-ADD-DATE-RTN.
004520     SET HSK-DATE-NOT-FOUND TO TRUE
004530     MOVE ZERO TO HSK-SCAN-SUB
004540     PERFORM 240-SCAN-DATE-RTN UNTIL HSK-DATE-FOUND OR
004550         HSK-SCAN-SUB NOT LESS THAN HSK-DATE-COUNT
004560     IF HSK-DATE-NOT-FOUND
004570         IF HSK-DATE-COUNT = HSK-DATE-MAX
004580             DISPLAY 'HSKEEP: DATE TABLE FULL, '
004590                 HSK-WORK-DATE ' SKIPPED THIS RUN'
004600         ELSE
004610             ADD 1 TO HSK-DATE-COUNT
004620             MOVE HSK-WORK-DATE
004630                 TO HSK-TBL-DATE (HSK-DATE-COUNT)
004640         END-IF
004650     END-IF.
004660 240-SCAN-DATE-RTN.
004670     ADD 1 TO HSK-SCAN-SUB
004680     IF HSK-TBL-DATE (HSK-SCAN-SUB) = HSK-WORK-DATE
004690         SET HSK-DATE-FOUND TO TRUE
004700     END-IF.
004710 250-OPEN-HISTORY-RTN.
004720     OPEN INPUT SALES-HISTORY-FILE
004730     IF HSK-HISTORY-FILE-STATUS NOT = '00'
004740         DISPLAY 'SALES-HISTORY-FILE OPEN ERROR, STATUS '
004750             HSK-HISTORY-FILE-STATUS
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790 300-ARCHIVE-ONE-DAY-RTN.
004800     MOVE HSK-TBL-DATE (HSK-DATE-SUB) TO HSK-WORK-DATE
004810     MOVE SPACES TO HSK-SALES-FILE-NAME
004820     STRING HSK-OUTPUT-BASE-NAME DELIMITED BY SPACE
004830         '-' DELIMITED BY SIZE
004840         HSK-WORK-DATE DELIMITED BY SIZE
004850         '.TXT' DELIMITED BY SIZE
004860         INTO HSK-SALES-FILE-NAME
004870     END-STRING
004880     OPEN INPUT SALES-FILE
004890     IF HSK-SALES-FILE-STATUS = '35'
004900         DISPLAY 'HSKEEP: ' HSK-WORK-DATE
004910             ' HAS NO SALES-FILE, ALREADY ARCHIVED'
004920     ELSE
004930         IF HSK-SALES-FILE-STATUS NOT = '00'
004940             DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
004950                 HSK-SALES-FILE-STATUS ' FOR ' HSK-WORK-DATE
004960             MOVE 16 TO RETURN-CODE
004970             STOP RUN
004980         ELSE
004990             PERFORM 310-VERIFY-DAY-RTN
005000             CLOSE SALES-FILE
005010             IF HSK-DAY-VERIFIED
005020                 PERFORM 350-COPY-AND-DELETE-RTN
005030             ELSE
005040                 DISPLAY 'HSKEEP: ' HSK-WORK-DATE ' NOT FULLY '
005050                     'IN HISTORY, LEFT IN PLACE'
005060                 ADD 1 TO HSK-DAYS-FLAGGED
005070             END-IF
005080         END-IF
005090     END-IF.
005100 310-VERIFY-DAY-RTN.
005110     SET HSK-DAY-VERIFIED TO TRUE
005120     MOVE ZERO TO HSK-SALES-COUNT
005130     MOVE ZERO TO HSK-SALES-DOLLARS
005140     MOVE ZERO TO HSK-HIST-COUNT
005150     MOVE ZERO TO HSK-HIST-DOLLARS
005160     SET HSK-SALES-NOT-EOF TO TRUE
005170     PERFORM 320-VERIFY-ONE-REC-RTN UNTIL HSK-SALES-EOF
005180     IF HSK-SALES-COUNT NOT = HSK-HIST-COUNT OR
005190         HSK-SALES-DOLLARS NOT = HSK-HIST-DOLLARS
005200         SET HSK-DAY-NOT-VERIFIED TO TRUE
005210     END-IF
005220     MOVE HSK-SALES-COUNT TO HSK-EDIT-COUNT
005230     MOVE HSK-SALES-DOLLARS TO HSK-EDIT-AMOUNT
005240     DISPLAY 'HSKEEP: ' HSK-WORK-DATE ' SALES   '
005250         HSK-EDIT-COUNT ' RECORDS ' HSK-EDIT-AMOUNT
005260     MOVE HSK-HIST-COUNT TO HSK-EDIT-COUNT
005270     MOVE HSK-HIST-DOLLARS TO HSK-EDIT-AMOUNT
005280     DISPLAY 'HSKEEP: ' HSK-WORK-DATE ' HISTORY '
005290         HSK-EDIT-COUNT ' RECORDS ' HSK-EDIT-AMOUNT.
005300 320-VERIFY-ONE-REC-RTN.
005310     READ SALES-FILE
005320         AT END
005330             SET HSK-SALES-EOF TO TRUE
005340         NOT AT END
005350             ADD 1 TO HSK-SALES-COUNT
005360             ADD TOTAL-PRICE-OUT TO HSK-SALES-DOLLARS
005370             MOVE HSK-WORK-DATE TO HIST-RUN-DATE
005380             MOVE SALES-SEQ-NO TO HIST-SEQ-NO
005390             READ SALES-HISTORY-FILE
005400                 INVALID KEY
005410                     SET HSK-DAY-NOT-VERIFIED TO TRUE
005420                 NOT INVALID KEY
005430                     IF HIST-TOTAL-PRICE = TOTAL-PRICE-OUT
005440                         ADD 1 TO HSK-HIST-COUNT
005450                         ADD HIST-TOTAL-PRICE
005460                             TO HSK-HIST-DOLLARS
005470                     ELSE
005480                         SET HSK-DAY-NOT-VERIFIED TO TRUE
005490                     END-IF
005500             END-READ
005510     END-READ.
005520 350-COPY-AND-DELETE-RTN.
005530     MOVE SPACES TO HSK-ARCHIVE-FILE-NAME
005540     STRING HSK-OUTPUT-BASE-NAME DELIMITED BY SPACE
005550         '-ARCH-' DELIMITED BY SIZE
005560         HSK-WORK-DATE DELIMITED BY SIZE
005570         '.TXT' DELIMITED BY SIZE
005580         INTO HSK-ARCHIVE-FILE-NAME
005590     END-STRING
005600     OPEN INPUT SALES-FILE
005610     IF HSK-SALES-FILE-STATUS NOT = '00'
005620         DISPLAY 'SALES-FILE RE-OPEN ERROR, STATUS '
005630             HSK-SALES-FILE-STATUS
005640         MOVE 16 TO RETURN-CODE
005650         STOP RUN
005660     END-IF
005670     OPEN OUTPUT ARCHIVE-FILE
005680     IF HSK-ARCHIVE-FILE-STATUS NOT = '00'
005690         DISPLAY 'ARCHIVE-FILE OPEN ERROR, STATUS '
005700             HSK-ARCHIVE-FILE-STATUS
005710         MOVE 16 TO RETURN-CODE
005720         STOP RUN
005730     END-IF
005740     MOVE ZERO TO HSK-PROVE-COUNT
005750     SET HSK-SALES-NOT-EOF TO TRUE
005760     PERFORM 360-COPY-ONE-REC-RTN UNTIL HSK-SALES-EOF
005770     MOVE SPACES TO HSK-TRAILER-REC
005780     MOVE '#TRAILER' TO HSK-TRL-TAG
005790     MOVE HSK-SALES-COUNT TO HSK-TRL-COUNT
005800     MOVE HSK-SALES-DOLLARS TO HSK-TRL-AMOUNT
005810     MOVE SPACES TO ARCHIVE-REC
005820     MOVE HSK-TRAILER-REC TO ARCHIVE-REC
005830     WRITE ARCHIVE-REC
005840     CLOSE ARCHIVE-FILE
005850           SALES-FILE
005860     IF HSK-PROVE-COUNT NOT = HSK-SALES-COUNT
005870         DISPLAY 'HSKEEP: ' HSK-WORK-DATE ' ARCHIVE COPY '
005880             'INCOMPLETE, ORIGINAL KEPT'
005890         ADD 1 TO HSK-DAYS-FLAGGED
005900     ELSE
005910         CALL 'CBL_DELETE_FILE' USING HSK-SALES-FILE-NAME
005920         IF RETURN-CODE NOT = ZERO
005930             DISPLAY 'HSKEEP: DELETE FAILED FOR '
005940                 HSK-WORK-DATE ', RC ' RETURN-CODE
005950             MOVE ZERO TO RETURN-CODE
005960             ADD 1 TO HSK-DAYS-FLAGGED
005970         ELSE
005980             MOVE ZERO TO RETURN-CODE
005990             PERFORM 400-PRUNE-CONTROLS-RTN
006000             ADD 1 TO HSK-DAYS-ARCHIVED
006010             DISPLAY 'HSKEEP: ' HSK-WORK-DATE ' ARCHIVED TO '
006020                 HSK-ARCHIVE-FILE-NAME
006030         END-IF
006040     END-IF.
006050 360-COPY-ONE-REC-RTN.
006060     READ SALES-FILE
006070         AT END
006080             SET HSK-SALES-EOF TO TRUE
006090         NOT AT END
006100             MOVE SPACES TO ARCHIVE-REC
006110             MOVE SALES-REC TO ARCHIVE-REC
006120             WRITE ARCHIVE-REC
006130             ADD 1 TO HSK-PROVE-COUNT
006140     END-READ.
006150 400-PRUNE-CONTROLS-RTN.
006160     MOVE ZERO TO HSK-CTL-BATCH-NO
006170     SET HSK-CTL-NOT-DONE TO TRUE
006180     PERFORM 410-PRUNE-ONE-CONTROL-RTN UNTIL HSK-CTL-DONE
006190     MOVE SPACES TO HSK-CONTROL-FILE-NAME
006200     STRING HSK-RESUBCTL-BASE-NAME DELIMITED BY SPACE
006210         '-' DELIMITED BY SIZE
006220         HSK-WORK-DATE DELIMITED BY SIZE
006230         '.TXT' DELIMITED BY SIZE
006240         INTO HSK-CONTROL-FILE-NAME
006250     END-STRING
006260     CALL 'CBL_DELETE_FILE' USING HSK-CONTROL-FILE-NAME
006270     MOVE SPACES TO HSK-CONTROL-FILE-NAME
006280     STRING HSK-CRDRELCTL-BASE-NAME DELIMITED BY SPACE
006290         '-' DELIMITED BY SIZE
006300         HSK-WORK-DATE DELIMITED BY SIZE
006310         '.TXT' DELIMITED BY SIZE
006320         INTO HSK-CONTROL-FILE-NAME
006330     END-STRING
006340     CALL 'CBL_DELETE_FILE' USING HSK-CONTROL-FILE-NAME
006350     MOVE SPACES TO HSK-CONTROL-FILE-NAME
006360     STRING HSK-DUPRELCTL-BASE-NAME DELIMITED BY SPACE
006370         '-' DELIMITED BY SIZE
006380         HSK-WORK-DATE DELIMITED BY SIZE
006390         '.TXT' DELIMITED BY SIZE
006400         INTO HSK-CONTROL-FILE-NAME
006410     END-STRING
006420     CALL 'CBL_DELETE_FILE' USING HSK-CONTROL-FILE-NAME
006430     MOVE ZERO TO RETURN-CODE.
006440 410-PRUNE-ONE-CONTROL-RTN.
006450     ADD 1 TO HSK-CTL-BATCH-NO
006460     MOVE SPACES TO HSK-CONTROL-FILE-NAME
006470     STRING HSK-CONTROL-BASE-NAME DELIMITED BY SPACE
006480         '-' DELIMITED BY SIZE
006490         HSK-WORK-DATE DELIMITED BY SIZE
006500         '-B' DELIMITED BY SIZE
006510         HSK-CTL-BATCH-NO DELIMITED BY SIZE
006520         '.TXT' DELIMITED BY SIZE
006530         INTO HSK-CONTROL-FILE-NAME
006540     END-STRING
006550     CALL 'CBL_DELETE_FILE' USING HSK-CONTROL-FILE-NAME
006560     IF RETURN-CODE NOT = ZERO
006570         SET HSK-CTL-DONE TO TRUE
006580     END-IF
006590     MOVE ZERO TO RETURN-CODE.
006600*----------------------------------------------------------*
006610*  UNLOAD MODE                                              *
006620*----------------------------------------------------------*
006630 500-UNLOAD-RTN.
006640     PERFORM 510-GET-TARGET-RTN
006650     PERFORM 520-OPEN-TARGET-INPUT-RTN
006660     OPEN OUTPUT BACKUP-FILE
006670     IF HSK-BACKUP-FILE-STATUS NOT = '00'
006680         DISPLAY 'BACKUP-FILE OPEN ERROR, STATUS '
006690             HSK-BACKUP-FILE-STATUS
006700         MOVE 16 TO RETURN-CODE
006710         STOP RUN
006720     END-IF
006730     MOVE ZERO TO HSK-UNLOAD-COUNT
006740     MOVE ZERO TO HSK-UNLOAD-AMOUNT
006750     SET HSK-FILE-NOT-EOF TO TRUE
006760     PERFORM 530-UNLOAD-ONE-REC-RTN UNTIL HSK-FILE-EOF
006770     MOVE SPACES TO HSK-TRAILER-REC
006780     MOVE '#TRAILER' TO HSK-TRL-TAG
006790     MOVE HSK-UNLOAD-COUNT TO HSK-TRL-COUNT
006800     MOVE HSK-UNLOAD-AMOUNT TO HSK-TRL-AMOUNT
006810     MOVE SPACES TO BACKUP-REC
006820     MOVE HSK-TRAILER-REC TO BACKUP-REC
006830     WRITE BACKUP-REC
006840     CLOSE BACKUP-FILE
006850     PERFORM 540-CLOSE-TARGET-RTN
006860     PERFORM 550-PROVE-BACKUP-RTN
006870     MOVE HSK-UNLOAD-COUNT TO HSK-EDIT-COUNT
006880     MOVE HSK-UNLOAD-AMOUNT TO HSK-EDIT-AMOUNT
006890     DISPLAY 'HSKEEP UNLOAD ' HSK-TARGET ' MASTER  '
006900         HSK-EDIT-COUNT ' RECORDS ' HSK-EDIT-AMOUNT
006910     MOVE HSK-PROVE-COUNT TO HSK-EDIT-COUNT
006920     MOVE HSK-PROVE-AMOUNT TO HSK-EDIT-AMOUNT
006930     DISPLAY 'HSKEEP UNLOAD ' HSK-TARGET ' BACKUP  '
006940         HSK-EDIT-COUNT ' RECORDS ' HSK-EDIT-AMOUNT
006950     IF HSK-PROVE-COUNT NOT = HSK-UNLOAD-COUNT OR
006960         HSK-PROVE-AMOUNT NOT = HSK-UNLOAD-AMOUNT
006970         DISPLAY 'HSKEEP: BACKUP DOES NOT PROVE, DO NOT '
006980             'RELOAD FROM IT'
006990         MOVE 12 TO RETURN-CODE
007000     ELSE
007010         DISPLAY 'HSKEEP: BACKUP PROVEN'
007020     END-IF.
007030 510-GET-TARGET-RTN.
007040     MOVE SPACES TO HSK-ENV-VALUE
007050     ACCEPT HSK-ENV-VALUE FROM ENVIRONMENT 'TRANS_HSKEEP_TARGET'
007060     MOVE HSK-ENV-VALUE(1:8) TO HSK-TARGET
007070     IF NOT HSK-TARGET-PRODUCT AND NOT HSK-TARGET-TAXRATE AND
007080         NOT HSK-TARGET-SLSPER AND NOT HSK-TARGET-HISTORY
007090         DISPLAY 'SET TRANS_HSKEEP_TARGET TO PRODUCT, '
007100             'TAXRATE, SLSPER OR HISTORY'
007110         MOVE 16 TO RETURN-CODE
007120         STOP RUN
007130     END-IF.
007140 520-OPEN-TARGET-INPUT-RTN.
007150     EVALUATE TRUE
007160         WHEN HSK-TARGET-PRODUCT
007170             OPEN INPUT PRODUCT-MASTER-FILE
007180             MOVE HSK-PRODMST-FILE-STATUS TO HSK-ENV-VALUE
007190         WHEN HSK-TARGET-TAXRATE
007200             OPEN INPUT TAX-RATE-FILE
007210             MOVE HSK-TAXRATE-FILE-STATUS TO HSK-ENV-VALUE
007220         WHEN HSK-TARGET-SLSPER
007230             OPEN INPUT SALESPERSON-MASTER-FILE
007240             MOVE HSK-SLSMST-FILE-STATUS TO HSK-ENV-VALUE
007250         WHEN HSK-TARGET-HISTORY
007260             OPEN INPUT SALES-HISTORY-FILE
007270             MOVE HSK-HISTORY-FILE-STATUS TO HSK-ENV-VALUE
007280     END-EVALUATE
007290     IF HSK-ENV-VALUE(1:2) NOT = '00'
007300         DISPLAY HSK-TARGET ' MASTER OPEN ERROR, STATUS '
007310             HSK-ENV-VALUE(1:2)
007320         MOVE 16 TO RETURN-CODE
007330         STOP RUN
007340     END-IF.
007350 530-UNLOAD-ONE-REC-RTN.
007360     EVALUATE TRUE
007370         WHEN HSK-TARGET-PRODUCT
007380             READ PRODUCT-MASTER-FILE
007390                 AT END
007400                     SET HSK-FILE-EOF TO TRUE
007410                 NOT AT END
007420                     ADD 1 TO HSK-UNLOAD-COUNT
007430                     ADD UNIT-PRICE-MST TO HSK-UNLOAD-AMOUNT
007440                     MOVE SPACES TO BACKUP-REC
007450                     MOVE PRODUCT-MASTER-REC TO BACKUP-REC
007460                     WRITE BACKUP-REC
007470             END-READ
007480         WHEN HSK-TARGET-TAXRATE
007490             READ TAX-RATE-FILE
007500                 AT END
007510                     SET HSK-FILE-EOF TO TRUE
007520                 NOT AT END
007530                     ADD 1 TO HSK-UNLOAD-COUNT
007540                     ADD TAX-RATE-PCT TO HSK-UNLOAD-AMOUNT
007550                     MOVE SPACES TO BACKUP-REC
007560                     MOVE TAX-RATE-REC TO BACKUP-REC
007570                     WRITE BACKUP-REC
007580             END-READ
007590         WHEN HSK-TARGET-SLSPER
007600             READ SALESPERSON-MASTER-FILE
007610                 AT END
007620                     SET HSK-FILE-EOF TO TRUE
007630                 NOT AT END
007640                     ADD 1 TO HSK-UNLOAD-COUNT
007650                     ADD SLS-MTH-QUOTA-MST
007660                         TO HSK-UNLOAD-AMOUNT
007670                     MOVE SPACES TO BACKUP-REC
007680                     MOVE SALESPERSON-MASTER-REC TO BACKUP-REC
007690                     WRITE BACKUP-REC
007700             END-READ
007710         WHEN HSK-TARGET-HISTORY
007720             READ SALES-HISTORY-FILE NEXT RECORD
007730                 AT END
007740                     SET HSK-FILE-EOF TO TRUE
007750                 NOT AT END
007760                     ADD 1 TO HSK-UNLOAD-COUNT
007770                     ADD HIST-TOTAL-PRICE TO HSK-UNLOAD-AMOUNT
007780                     MOVE SPACES TO BACKUP-REC
007790                     MOVE HISTORY-REC TO BACKUP-REC
007800                     WRITE BACKUP-REC
007810             END-READ
007820     END-EVALUATE.
007830 540-CLOSE-TARGET-RTN.
007840     EVALUATE TRUE
007850         WHEN HSK-TARGET-PRODUCT
007860             CLOSE PRODUCT-MASTER-FILE
007870         WHEN HSK-TARGET-TAXRATE
007880             CLOSE TAX-RATE-FILE
007890         WHEN HSK-TARGET-SLSPER
007900             CLOSE SALESPERSON-MASTER-FILE
007910         WHEN HSK-TARGET-HISTORY
007920             CLOSE SALES-HISTORY-FILE
007930     END-EVALUATE.
007940 550-PROVE-BACKUP-RTN.
007950     OPEN INPUT BACKUP-FILE
007960     IF HSK-BACKUP-FILE-STATUS NOT = '00'
007970         DISPLAY 'BACKUP-FILE RE-OPEN ERROR, STATUS '
007980             HSK-BACKUP-FILE-STATUS
007990         MOVE 16 TO RETURN-CODE
008000         STOP RUN
008010     END-IF
008020     MOVE ZERO TO HSK-PROVE-COUNT
008030     MOVE ZERO TO HSK-PROVE-AMOUNT
008040     SET HSK-FILE-NOT-EOF TO TRUE
008050     PERFORM 560-PROVE-ONE-REC-RTN UNTIL HSK-FILE-EOF
008060     CLOSE BACKUP-FILE.
008070 560-PROVE-ONE-REC-RTN.
008080     READ BACKUP-FILE
008090         AT END
008100             SET HSK-FILE-EOF TO TRUE
008110         NOT AT END
008120             IF BACKUP-REC(1:8) = '#TRAILER'
008130                 CONTINUE
008140             ELSE
008150                 ADD 1 TO HSK-PROVE-COUNT
008160                 PERFORM 570-ADD-PROVE-AMOUNT-RTN
008170             END-IF
008180     END-READ.
008190 570-ADD-PROVE-AMOUNT-RTN.
008200     EVALUATE TRUE
008210         WHEN HSK-TARGET-PRODUCT
008220             MOVE BACKUP-REC(1:70) TO PRODUCT-MASTER-REC
008230             ADD UNIT-PRICE-MST TO HSK-PROVE-AMOUNT
008240         WHEN HSK-TARGET-TAXRATE
008250             MOVE BACKUP-REC(1:11) TO TAX-RATE-REC
008260             ADD TAX-RATE-PCT TO HSK-PROVE-AMOUNT
008270         WHEN HSK-TARGET-SLSPER
008280             MOVE BACKUP-REC(1:44)
008290                 TO SALESPERSON-MASTER-REC
008300             ADD SLS-MTH-QUOTA-MST TO HSK-PROVE-AMOUNT
008310         WHEN HSK-TARGET-HISTORY
008320             MOVE BACKUP-REC(1:124) TO HISTORY-REC
008330             ADD HIST-TOTAL-PRICE TO HSK-PROVE-AMOUNT
008340     END-EVALUATE.
008350*----------------------------------------------------------*
008360*  RELOAD MODE                                              *
008370*----------------------------------------------------------*
008380 600-RELOAD-RTN.
008390     PERFORM 510-GET-TARGET-RTN
008400     OPEN INPUT BACKUP-FILE
008410     IF HSK-BACKUP-FILE-STATUS NOT = '00'
008420         DISPLAY 'BACKUP-FILE OPEN ERROR, STATUS '
008430             HSK-BACKUP-FILE-STATUS
008440         MOVE 16 TO RETURN-CODE
008450         STOP RUN
008460     END-IF
008470     PERFORM 610-OPEN-TARGET-OUTPUT-RTN
008480     MOVE ZERO TO HSK-UNLOAD-COUNT
008490     MOVE ZERO TO HSK-UNLOAD-AMOUNT
008500     MOVE SPACES TO HSK-TRAILER-REC
008510     SET HSK-FILE-NOT-EOF TO TRUE
008520     PERFORM 620-RELOAD-ONE-REC-RTN UNTIL HSK-FILE-EOF
008530     CLOSE BACKUP-FILE
008540     PERFORM 540-CLOSE-TARGET-RTN
008550     IF NOT HSK-TRL-PRESENT
008560         DISPLAY 'HSKEEP: BACKUP HAS NO TRAILER, RELOADED '
008570             'FILE CANNOT BE PROVEN'
008580         MOVE 12 TO RETURN-CODE
008590         STOP RUN
008600     END-IF
008610     PERFORM 520-OPEN-TARGET-INPUT-RTN
008620     MOVE ZERO TO HSK-PROVE-COUNT
008630     MOVE ZERO TO HSK-PROVE-AMOUNT
008640     SET HSK-FILE-NOT-EOF TO TRUE
008650     PERFORM 630-RECOUNT-ONE-REC-RTN UNTIL HSK-FILE-EOF
008660     PERFORM 540-CLOSE-TARGET-RTN
008670     MOVE HSK-TRL-COUNT TO HSK-EDIT-COUNT
008680     MOVE HSK-TRL-AMOUNT TO HSK-EDIT-AMOUNT
008690     DISPLAY 'HSKEEP RELOAD ' HSK-TARGET ' TRAILER '
008700         HSK-EDIT-COUNT ' RECORDS ' HSK-EDIT-AMOUNT
008710     MOVE HSK-PROVE-COUNT TO HSK-EDIT-COUNT
008720     MOVE HSK-PROVE-AMOUNT TO HSK-EDIT-AMOUNT
008730     DISPLAY 'HSKEEP RELOAD ' HSK-TARGET ' REBUILT '
008740         HSK-EDIT-COUNT ' RECORDS ' HSK-EDIT-AMOUNT
008750     IF HSK-PROVE-COUNT NOT = HSK-TRL-COUNT OR
008760         HSK-PROVE-AMOUNT NOT = HSK-TRL-AMOUNT
008770         DISPLAY 'HSKEEP: REBUILT FILE DOES NOT PROVE '
008780             'AGAINST THE TRAILER'
008790         MOVE 12 TO RETURN-CODE
008800     ELSE
008810         DISPLAY 'HSKEEP: REBUILT FILE PROVEN'
008820     END-IF.
008830 610-OPEN-TARGET-OUTPUT-RTN.
008840     EVALUATE TRUE
008850         WHEN HSK-TARGET-PRODUCT
008860             OPEN OUTPUT PRODUCT-MASTER-FILE
008870             MOVE HSK-PRODMST-FILE-STATUS TO HSK-ENV-VALUE
008880         WHEN HSK-TARGET-TAXRATE
008890             OPEN OUTPUT TAX-RATE-FILE
008900             MOVE HSK-TAXRATE-FILE-STATUS TO HSK-ENV-VALUE
008910         WHEN HSK-TARGET-SLSPER
008920             OPEN OUTPUT SALESPERSON-MASTER-FILE
008930             MOVE HSK-SLSMST-FILE-STATUS TO HSK-ENV-VALUE
008940         WHEN HSK-TARGET-HISTORY
008950             OPEN OUTPUT SALES-HISTORY-FILE
008960             MOVE HSK-HISTORY-FILE-STATUS TO HSK-ENV-VALUE
008970     END-EVALUATE
008980     IF HSK-ENV-VALUE(1:2) NOT = '00'
008990         DISPLAY HSK-TARGET ' MASTER REBUILD OPEN ERROR, '
009000             'STATUS ' HSK-ENV-VALUE(1:2)
009010         MOVE 16 TO RETURN-CODE
009020         STOP RUN
009030     END-IF.
009040 620-RELOAD-ONE-REC-RTN.
009050     READ BACKUP-FILE
009060         AT END
009070             SET HSK-FILE-EOF TO TRUE
009080         NOT AT END
009090             IF BACKUP-REC(1:8) = '#TRAILER'
009100                 MOVE BACKUP-REC(1:33) TO HSK-TRAILER-REC
009110             ELSE
009120                 ADD 1 TO HSK-UNLOAD-COUNT
009130                 PERFORM 625-WRITE-TARGET-REC-RTN
009140             END-IF
009150     END-READ.
009160 625-WRITE-TARGET-REC-RTN.
009170     EVALUATE TRUE
009180         WHEN HSK-TARGET-PRODUCT
009190             MOVE BACKUP-REC(1:70) TO PRODUCT-MASTER-REC
009200             WRITE PRODUCT-MASTER-REC
009210             MOVE HSK-PRODMST-FILE-STATUS TO HSK-ENV-VALUE
009220         WHEN HSK-TARGET-TAXRATE
009230             MOVE BACKUP-REC(1:11) TO TAX-RATE-REC
009240             WRITE TAX-RATE-REC
009250             MOVE HSK-TAXRATE-FILE-STATUS TO HSK-ENV-VALUE
009260         WHEN HSK-TARGET-SLSPER
009270             MOVE BACKUP-REC(1:44) TO SALESPERSON-MASTER-REC
009280             WRITE SALESPERSON-MASTER-REC
009290             MOVE HSK-SLSMST-FILE-STATUS TO HSK-ENV-VALUE
009300         WHEN HSK-TARGET-HISTORY
009310             MOVE BACKUP-REC(1:124) TO HISTORY-REC
009320             WRITE HISTORY-REC
009330             MOVE HSK-HISTORY-FILE-STATUS TO HSK-ENV-VALUE
009340     END-EVALUATE
009350     IF HSK-ENV-VALUE(1:2) NOT = '00'
009360         DISPLAY HSK-TARGET ' MASTER REBUILD WRITE ERROR, '
009370             'STATUS ' HSK-ENV-VALUE(1:2)
009380         MOVE 16 TO RETURN-CODE
009390         STOP RUN
009400     END-IF.
009410 630-RECOUNT-ONE-REC-RTN.
009420     EVALUATE TRUE
009430         WHEN HSK-TARGET-PRODUCT
009440             READ PRODUCT-MASTER-FILE
009450                 AT END
009460                     SET HSK-FILE-EOF TO TRUE
009470                 NOT AT END
009480                     ADD 1 TO HSK-PROVE-COUNT
009490                     ADD UNIT-PRICE-MST TO HSK-PROVE-AMOUNT
009500             END-READ
009510         WHEN HSK-TARGET-TAXRATE
009520             READ TAX-RATE-FILE
009530                 AT END
009540                     SET HSK-FILE-EOF TO TRUE
009550                 NOT AT END
009560                     ADD 1 TO HSK-PROVE-COUNT
009570                     ADD TAX-RATE-PCT TO HSK-PROVE-AMOUNT
009580             END-READ
009590         WHEN HSK-TARGET-SLSPER
009600             READ SALESPERSON-MASTER-FILE
009610                 AT END
009620                     SET HSK-FILE-EOF TO TRUE
009630                 NOT AT END
009640                     ADD 1 TO HSK-PROVE-COUNT
009650                     ADD SLS-MTH-QUOTA-MST
009660                         TO HSK-PROVE-AMOUNT
009670             END-READ
009680         WHEN HSK-TARGET-HISTORY
009690             READ SALES-HISTORY-FILE NEXT RECORD
009700                 AT END
009710                     SET HSK-FILE-EOF TO TRUE
009720                 NOT AT END
009730                     ADD 1 TO HSK-PROVE-COUNT
009740                     ADD HIST-TOTAL-PRICE TO HSK-PROVE-AMOUNT
009750             END-READ
009760     END-EVALUATE.
