000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JOBSTR.
000030 AUTHOR. J SMITH.
000040 INSTALLATION. ACCOUNTING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                              *
000110*  10/15/2026  JS   ORIGINAL PROGRAM.  NIGHTLY JOB-STREAM    *
000120*                   DRIVER.  RUNS THE STEPS OF THE STEP      *
000130*                   TABLE (STEP-TABLE-FILE, OR THE BUILT-IN  *
000140*                   TABLE WHEN THERE IS NONE) IN ORDER, EACH *
000150*                   WITH ITS REQUIRED PREDECESSOR, THE       *
000160*                   HIGHEST RETURN CODE THAT STILL COUNTS AS *
000170*                   A GOOD END AND WHETHER IT IS SAFE TO     *
000180*                   RERUN.  START AND END TIMES AND THE      *
000190*                   RETURN CODE OF EVERY STEP ARE KEPT ON    *
000200*                   THE RUN-CONTROL-FILE UNDER THE RUN DATE. *
000210*                   THE STREAM STOPS AT THE FIRST STEP OVER  *
000220*                   ITS LIMIT AND ENDS WITH THAT STEP'S      *
000230*                   RETURN CODE.  A RERUN FOR THE SAME DATE  *
000240*                   SKIPS THE STEPS ALREADY COMPLETE AND     *
000250*                   PICKS UP AT THE ONE THAT FAILED.         *
000260*  10/15/2026  JS   ORDACK STEP ADDED TO THE BUILT-IN STEP   *
000270*                   TABLE AFTER CRDREL.                      *
000280*  10/15/2026  JS   DUPREL STEP ADDED TO THE BUILT-IN STEP   *
000290*                   TABLE AFTER CRDREL.  DLYBAL, STKRPT,     *
000300*                   STKREC AND ORDACK NOW FOLLOW DUPREL SO   *
000310*                   RELEASED DUPLICATE SUSPECTS ARE POSTED   *
000320*                   BEFORE THE DAY IS BALANCED.              *
000330*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STEP-TABLE-FILE
000380         ASSIGN TO JOB-STEPTBL-FILE-NAME
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS JOB-STEPTBL-FILE-STATUS.
000410     SELECT RUN-CONTROL-FILE
000420         ASSIGN TO JOB-RUNCTL-FILE-NAME
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS RCT-RUN-DATE
000460         FILE STATUS IS JOB-RUNCTL-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD STEP-TABLE-FILE.
000500 01 STEP-TABLE-REC.
000510    05 STP-PROGRAM          PIC X(08).
000520    05 FILLER               PIC X(01).
000530    05 STP-PREDECESSOR      PIC X(08).
000540    05 FILLER               PIC X(01).
000550    05 STP-MAX-RC           PIC 9(02).
000560    05 FILLER               PIC X(01).
000570    05 STP-RERUN-FLAG       PIC X(01).
000580    05 FILLER               PIC X(01).
000590    05 STP-EXEC-NAME        PIC X(30).
000600 FD RUN-CONTROL-FILE.
000610 01 RUN-CONTROL-REC.
000620    05 RCT-RUN-DATE         PIC 9(08).
000630    05 RCT-STREAM-STATUS    PIC X(01).
000640       88 RCT-STREAM-RUNNING    VALUE 'R'.
000650       88 RCT-STREAM-COMPLETE   VALUE 'C'.
000660       88 RCT-STREAM-FAILED     VALUE 'F'.
000670    05 RCT-DRIVER-RUNS      PIC 9(03).
000680    05 RCT-LAST-START-DATE  PIC 9(08).
000690    05 RCT-LAST-START-TIME  PIC 9(08).
000700    05 RCT-STEP-COUNT       PIC 9(02).
000710    05 RCT-STEP OCCURS 20 TIMES.
000720       10 RCT-STEP-PGM        PIC X(08).
000730       10 RCT-STEP-STATUS     PIC X(01).
000740          88 RCT-STEP-NOT-RUN      VALUE SPACE.
000750          88 RCT-STEP-STARTED      VALUE 'S'.
000760          88 RCT-STEP-COMPLETE     VALUE 'C'.
000770          88 RCT-STEP-FAILED       VALUE 'F'.
000780       10 RCT-STEP-START-DATE PIC 9(08).
000790       10 RCT-STEP-START-TIME PIC 9(08).
000800       10 RCT-STEP-END-DATE   PIC 9(08).
000810       10 RCT-STEP-END-TIME   PIC 9(08).
000820       10 RCT-STEP-RC         PIC 9(04).
000830       10 RCT-STEP-RUNS       PIC 9(02).
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------*
000860* BUILT-IN STEP TABLE.  USED WHEN NO STEP-TABLE-FILE IS     *
000870* PRESENT.  EACH ENTRY IS PROGRAM, REQUIRED PREDECESSOR,    *
000880* HIGHEST RETURN CODE THAT STILL COUNTS AS A GOOD END,      *
000890* RERUNNABLE FLAG AND THE EXECUTABLE TO START.              *
000900*----------------------------------------------------------*
000910 01 JOB-STEP-DEFAULTS.
000920    05 FILLER               PIC X(08) VALUE 'ORDIMP'.
000930    05 FILLER               PIC X(08) VALUE SPACES.
000940    05 FILLER               PIC 9(02) VALUE 08.
000950    05 FILLER               PIC X(01) VALUE 'Y'.
000960    05 FILLER               PIC X(30) VALUE 'Smit-HW2-OrdImp'.
000970    05 FILLER               PIC X(08) VALUE 'TRANS'.
000980    05 FILLER               PIC X(08) VALUE 'ORDIMP'.
000990    05 FILLER               PIC 9(02) VALUE 04.
001000    05 FILLER               PIC X(01) VALUE 'Y'.
001010    05 FILLER               PIC X(30) VALUE 'Smit-HW2-Trans'.
001020    05 FILLER               PIC X(08) VALUE 'REJRSB'.
001030    05 FILLER               PIC X(08) VALUE 'TRANS'.
001040    05 FILLER               PIC 9(02) VALUE 04.
001050    05 FILLER               PIC X(01) VALUE 'N'.
001060    05 FILLER               PIC X(30) VALUE 'Smit-HW2-RejRsb'.
001070    05 FILLER               PIC X(08) VALUE 'CRDREL'.
001080    05 FILLER               PIC X(08) VALUE 'REJRSB'.
001090    05 FILLER               PIC 9(02) VALUE 04.
001100    05 FILLER               PIC X(01) VALUE 'Y'.
001110    05 FILLER               PIC X(30) VALUE 'Smit-HW2-CrdRel'.
001120    05 FILLER               PIC X(08) VALUE 'DUPREL'.
001130    05 FILLER               PIC X(08) VALUE 'CRDREL'.
001140    05 FILLER               PIC 9(02) VALUE 04.
001150    05 FILLER               PIC X(01) VALUE 'Y'.
001160    05 FILLER               PIC X(30) VALUE 'Smit-HW2-DupRel'.
001170    05 FILLER               PIC X(08) VALUE 'DLYBAL'.
001180    05 FILLER               PIC X(08) VALUE 'DUPREL'.
001190    05 FILLER               PIC 9(02) VALUE 00.
001200    05 FILLER               PIC X(01) VALUE 'Y'.
001210    05 FILLER               PIC X(30) VALUE 'Smit-HW2-DlyBal'.
001220    05 FILLER               PIC X(08) VALUE 'GLEXTR'.
001230    05 FILLER               PIC X(08) VALUE 'DLYBAL'.
001240    05 FILLER               PIC 9(02) VALUE 00.
001250    05 FILLER               PIC X(01) VALUE 'Y'.
001260    05 FILLER               PIC X(30) VALUE 'Smit-HW2-GlExtr'.
001270    05 FILLER               PIC X(08) VALUE 'COMMIS'.
001280    05 FILLER               PIC X(08) VALUE 'DLYBAL'.
001290    05 FILLER               PIC 9(02) VALUE 04.
001300    05 FILLER               PIC X(01) VALUE 'Y'.
001310    05 FILLER               PIC X(30) VALUE 'Smit-HW2-Commis'.
001320    05 FILLER               PIC X(08) VALUE 'CASHRCP'.
001330    05 FILLER               PIC X(08) VALUE 'DLYBAL'.
001340    05 FILLER               PIC 9(02) VALUE 04.
001350    05 FILLER               PIC X(01) VALUE 'N'.
001360    05 FILLER               PIC X(30) VALUE 'Smit-HW2-CashRcp'.
001370    05 FILLER               PIC X(08) VALUE 'CUSTSTM'.
001380    05 FILLER               PIC X(08) VALUE 'CASHRCP'.
001390    05 FILLER               PIC 9(02) VALUE 04.
001400    05 FILLER               PIC X(01) VALUE 'Y'.
001410    05 FILLER               PIC X(30) VALUE 'Smit-HW2-CustStm'.
001420    05 FILLER               PIC X(08) VALUE 'STKRPT'.
001430    05 FILLER               PIC X(08) VALUE 'DUPREL'.
001440    05 FILLER               PIC 9(02) VALUE 04.
001450    05 FILLER               PIC X(01) VALUE 'Y'.
001460    05 FILLER               PIC X(30) VALUE 'Smit-HW2-StkRpt'.
001470    05 FILLER               PIC X(08) VALUE 'POGEN'.
001480    05 FILLER               PIC X(08) VALUE 'STKRPT'.
001490    05 FILLER               PIC 9(02) VALUE 04.
001500    05 FILLER               PIC X(01) VALUE 'N'.
001510    05 FILLER               PIC X(30) VALUE 'Smit-HW2-PoGen'.
001520    05 FILLER               PIC X(08) VALUE 'STKREC'.
001530    05 FILLER               PIC X(08) VALUE 'DUPREL'.
001540    05 FILLER               PIC 9(02) VALUE 04.
001550    05 FILLER               PIC X(01) VALUE 'Y'.
001560    05 FILLER               PIC X(30) VALUE 'Smit-HW2-StkRec'.
001570    05 FILLER               PIC X(08) VALUE 'ORDACK'.
001580    05 FILLER               PIC X(08) VALUE 'DUPREL'.
001590    05 FILLER               PIC 9(02) VALUE 04.
001600    05 FILLER               PIC X(01) VALUE 'Y'.
001610    05 FILLER               PIC X(30) VALUE 'Smit-HW2-OrdAck'.
001620    05 FILLER               PIC X(08) VALUE 'OPSDIG'.
001630    05 FILLER               PIC X(08) VALUE 'DLYBAL'.
001640    05 FILLER               PIC 9(02) VALUE 08.
001650    05 FILLER               PIC X(01) VALUE 'Y'.
001660    05 FILLER               PIC X(30) VALUE 'Smit-HW2-OpsDig'.
001670    05 FILLER               PIC X(245) VALUE SPACES.
001680 01 JOB-STEP-TABLE REDEFINES JOB-STEP-DEFAULTS.
001690    05 JOB-STEP-ENTRY OCCURS 20 TIMES.
001700       10 JOB-TBL-PROGRAM     PIC X(08).
001710       10 JOB-TBL-PREDECESSOR PIC X(08).
001720       10 JOB-TBL-MAX-RC      PIC 9(02).
001730       10 JOB-TBL-RERUN-FLAG  PIC X(01).
001740          88 JOB-TBL-RERUNNABLE    VALUE 'Y'.
001750       10 JOB-TBL-EXEC-NAME   PIC X(30).
001760 77 JOB-STEP-COUNT          PIC 9(02) COMP VALUE 15.
001770 77 JOB-STEP-MAX            PIC 9(02) COMP VALUE 20.
001780 77 JOB-STEP-SUB            PIC 9(02) COMP VALUE ZERO.
001790 77 JOB-RCT-SUB             PIC 9(02) COMP VALUE ZERO.
001800 77 JOB-SCAN-SUB            PIC 9(02) COMP VALUE ZERO.
001810 77 JOB-STEPTBL-FILE-STATUS PIC XX VALUE SPACES.
001820 77 JOB-RUNCTL-FILE-STATUS  PIC XX VALUE SPACES.
001830 77 JOB-STEPTBL-FILE-NAME   PIC X(80) VALUE SPACES.
001840 77 JOB-RUNCTL-FILE-NAME    PIC X(80) VALUE SPACES.
001850 77 JOB-PGM-DIR             PIC X(80) VALUE SPACES.
001860 77 JOB-FORCE-STEP          PIC X(08) VALUE SPACES.
001870 77 JOB-ENV-VALUE           PIC X(80) VALUE SPACES.
001880 77 JOB-COMMAND             PIC X(120) VALUE SPACES.
001890 77 JOB-RUN-DATE            PIC 9(08) VALUE ZERO.
001900 77 JOB-SEARCH-PGM          PIC X(08) VALUE SPACES.
001910 77 JOB-STEP-RC             PIC S9(09) COMP VALUE ZERO.
001920 77 JOB-HIGH-RC             PIC 9(04) VALUE ZERO.
001930 77 JOB-FINAL-RC            PIC 9(04) VALUE ZERO.
001940 77 JOB-RC-X                PIC 9(04) VALUE ZERO.
001950 77 JOB-LIMIT-X             PIC 9(02) VALUE ZERO.
001960 77 JOB-STEPTBL-EOF-SW      PIC X(01) VALUE 'N'.
001970     88 JOB-STEPTBL-EOF          VALUE 'Y'.
001980     88 JOB-STEPTBL-NOT-EOF      VALUE 'N'.
001990 77 JOB-RCT-FOUND-SW        PIC X(01) VALUE 'N'.
002000     88 JOB-RCT-FOUND            VALUE 'Y'.
002010     88 JOB-RCT-NOT-FOUND        VALUE 'N'.
002020 77 JOB-TBL-FOUND-SW        PIC X(01) VALUE 'N'.
002030     88 JOB-TBL-FOUND            VALUE 'Y'.
002040     88 JOB-TBL-NOT-FOUND        VALUE 'N'.
002050 77 JOB-STREAM-SW           PIC X(01) VALUE 'G'.
002060     88 JOB-STREAM-GO            VALUE 'G'.
002070     88 JOB-STREAM-STOPPED       VALUE 'S'.
002080 PROCEDURE DIVISION.
002090 100-MAIN-MODULE.
002100     PERFORM 105-ASSIGN-FILENAMES-RTN
002110     PERFORM 110-LOAD-STEP-TABLE-RTN
002120     PERFORM 120-OPEN-RUNCTL-RTN
002130     PERFORM 130-GET-RUNCTL-REC-RTN
002140     SET JOB-STREAM-GO TO TRUE
002150     PERFORM 200-RUN-STEP-RTN
002160         VARYING JOB-STEP-SUB FROM 1 BY 1
002170         UNTIL JOB-STEP-SUB > JOB-STEP-COUNT OR JOB-STREAM-STOPPED
002180     IF JOB-STREAM-STOPPED
002190         MOVE 'F' TO RCT-STREAM-STATUS
002200     ELSE
002210         MOVE 'C' TO RCT-STREAM-STATUS
002220         MOVE JOB-HIGH-RC TO JOB-FINAL-RC
002230     END-IF
002240     PERFORM 250-SAVE-RUNCTL-RTN
002250     CLOSE RUN-CONTROL-FILE
002260     IF JOB-STREAM-STOPPED
002270         DISPLAY 'JOBSTR: STREAM FOR ' JOB-RUN-DATE
002280             ' STOPPED, RC ' JOB-FINAL-RC
002290     ELSE
002300         DISPLAY 'JOBSTR: STREAM FOR ' JOB-RUN-DATE
002310             ' COMPLETE, HIGHEST STEP RC ' JOB-FINAL-RC
002320     END-IF
002330     MOVE JOB-FINAL-RC TO RETURN-CODE
002340     STOP RUN.
002350*----------------------------------------------------------*
002360* THE RUN DATE IS PINNED IN THE ENVIRONMENT SO EVERY STEP   *
002370* WORKS THE SAME BUSINESS DATE EVEN IF THE STREAM RUNS      *
002380* PAST MIDNIGHT.                                            *
002390*----------------------------------------------------------*
002400 105-ASSIGN-FILENAMES-RTN.
002410     MOVE SPACES TO JOB-ENV-VALUE
002420     ACCEPT JOB-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
002430     IF JOB-ENV-VALUE = SPACES
002440         ACCEPT JOB-RUN-DATE FROM DATE YYYYMMDD
002450         DISPLAY 'TRANS_RUN_DATE' UPON ENVIRONMENT-NAME
002460         DISPLAY JOB-RUN-DATE UPON ENVIRONMENT-VALUE
002470     ELSE
002480         MOVE JOB-ENV-VALUE(1:8) TO JOB-RUN-DATE
002490     END-IF
002500     MOVE SPACES TO JOB-ENV-VALUE
002510     ACCEPT JOB-ENV-VALUE FROM ENVIRONMENT 'TRANS_STEPTBL_FILE'
002520     IF JOB-ENV-VALUE = SPACES
002530     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-StepTable.TXT'
002540         TO JOB-STEPTBL-FILE-NAME
002550     ELSE
002560         MOVE JOB-ENV-VALUE TO JOB-STEPTBL-FILE-NAME
002570     END-IF
002580     MOVE SPACES TO JOB-ENV-VALUE
002590     ACCEPT JOB-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUNCTL_FILE'
002600     IF JOB-ENV-VALUE = SPACES
002610     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-RunControl.TXT'
002620         TO JOB-RUNCTL-FILE-NAME
002630     ELSE
002640         MOVE JOB-ENV-VALUE TO JOB-RUNCTL-FILE-NAME
002650     END-IF
002660     MOVE SPACES TO JOB-ENV-VALUE
002670     ACCEPT JOB-ENV-VALUE FROM ENVIRONMENT 'TRANS_PGM_DIR'
002680     IF JOB-ENV-VALUE = SPACES
002690         MOVE '\\client\E$\COBOL\Homework2\' TO JOB-PGM-DIR
002700     ELSE
002710         MOVE JOB-ENV-VALUE TO JOB-PGM-DIR
002720     END-IF
002730     MOVE SPACES TO JOB-ENV-VALUE
002740     ACCEPT JOB-ENV-VALUE FROM ENVIRONMENT 'TRANS_FORCE_STEP'
002750     MOVE JOB-ENV-VALUE(1:8) TO JOB-FORCE-STEP.
002760*----------------------------------------------------------*
002770* LOAD THE STEP TABLE FROM STEP-TABLE-FILE WHEN ONE IS      *
002780* PRESENT, OTHERWISE RUN THE BUILT-IN TABLE.  LINES WITH    *
002790* AN ASTERISK IN COLUMN 1 AND BLANK LINES ARE IGNORED.      *
002800*----------------------------------------------------------*
002810 110-LOAD-STEP-TABLE-RTN.
002820     OPEN INPUT STEP-TABLE-FILE
002830     IF JOB-STEPTBL-FILE-STATUS = '35'
002840         DISPLAY 'JOBSTR: NO STEP-TABLE-FILE, BUILT-IN TABLE USED'
002850     ELSE
002860         IF JOB-STEPTBL-FILE-STATUS NOT = '00'
002870             DISPLAY 'STEP-TABLE-FILE OPEN ERROR, STATUS '
002880                 JOB-STEPTBL-FILE-STATUS
002890             MOVE 16 TO RETURN-CODE
002900             STOP RUN
002910         ELSE
002920             MOVE ZERO TO JOB-STEP-COUNT
002930             SET JOB-STEPTBL-NOT-EOF TO TRUE
002940             PERFORM 112-READ-STEP-REC-RTN UNTIL JOB-STEPTBL-EOF
002950             CLOSE STEP-TABLE-FILE
002960             IF JOB-STEP-COUNT = ZERO
002970                 DISPLAY 'STEP-TABLE-FILE HAS NO STEPS'
002980                 MOVE 16 TO RETURN-CODE
002990                 STOP RUN
003000             END-IF
003010         END-IF
003020     END-IF.
003030 112-READ-STEP-REC-RTN.
003040     READ STEP-TABLE-FILE
003050         AT END
003060             SET JOB-STEPTBL-EOF TO TRUE
003070         NOT AT END
003080             IF STEP-TABLE-REC NOT = SPACES AND
003090                 STP-PROGRAM(1:1) NOT = '*'
003100                 PERFORM 114-ADD-STEP-RTN
003110             END-IF
003120     END-READ.
003130 114-ADD-STEP-RTN.
003140     IF JOB-STEP-COUNT NOT LESS THAN JOB-STEP-MAX
003150         DISPLAY 'STEP-TABLE-FILE HAS MORE THAN ' JOB-STEP-MAX
003160             ' STEPS'
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF
003200     IF STP-PROGRAM = SPACES OR STP-EXEC-NAME = SPACES OR
003210         STP-MAX-RC NOT NUMERIC OR
003220         (STP-RERUN-FLAG NOT = 'Y' AND STP-RERUN-FLAG NOT = 'N')
003230         DISPLAY 'STEP-TABLE-FILE ENTRY INVALID: ' STEP-TABLE-REC
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF
003270     IF STP-PREDECESSOR NOT = SPACES
003280         MOVE STP-PREDECESSOR TO JOB-SEARCH-PGM
003290         PERFORM 116-LOCATE-TABLE-RTN
003300         IF JOB-TBL-NOT-FOUND
003310             DISPLAY 'STEP-TABLE-FILE: PREDECESSOR '
003320                 STP-PREDECESSOR
003330                 ' OF ' STP-PROGRAM ' IS NOT AN EARLIER STEP'
003340             MOVE 16 TO RETURN-CODE
003350             STOP RUN
003360         END-IF
003370     END-IF
003380     ADD 1 TO JOB-STEP-COUNT
003390     MOVE STP-PROGRAM TO JOB-TBL-PROGRAM (JOB-STEP-COUNT)
003400     MOVE STP-PREDECESSOR TO JOB-TBL-PREDECESSOR (JOB-STEP-COUNT)
003410     MOVE STP-MAX-RC TO JOB-TBL-MAX-RC (JOB-STEP-COUNT)
003420     MOVE STP-RERUN-FLAG TO JOB-TBL-RERUN-FLAG (JOB-STEP-COUNT)
003430     MOVE STP-EXEC-NAME TO JOB-TBL-EXEC-NAME (JOB-STEP-COUNT).
003440 116-LOCATE-TABLE-RTN.
003450     SET JOB-TBL-NOT-FOUND TO TRUE
003460     MOVE ZERO TO JOB-SCAN-SUB
003470     PERFORM 118-SCAN-TABLE-RTN UNTIL JOB-TBL-FOUND OR
003480         JOB-SCAN-SUB NOT LESS THAN JOB-STEP-COUNT.
003490 118-SCAN-TABLE-RTN.
003500     ADD 1 TO JOB-SCAN-SUB
003510     IF JOB-TBL-PROGRAM (JOB-SCAN-SUB) = JOB-SEARCH-PGM
003520         SET JOB-TBL-FOUND TO TRUE
003530     END-IF.
003540 120-OPEN-RUNCTL-RTN.
003550     OPEN I-O RUN-CONTROL-FILE
003560     IF JOB-RUNCTL-FILE-STATUS = '35'
003570         OPEN OUTPUT RUN-CONTROL-FILE
003580         CLOSE RUN-CONTROL-FILE
003590         OPEN I-O RUN-CONTROL-FILE
003600     END-IF
003610     IF JOB-RUNCTL-FILE-STATUS NOT = '00'
003620         DISPLAY 'RUN-CONTROL-FILE OPEN ERROR, STATUS '
003630             JOB-RUNCTL-FILE-STATUS
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670*----------------------------------------------------------*
003680* ONE RUN-CONTROL RECORD PER RUN DATE.  A RECORD ALREADY ON *
003690* FILE MEANS THIS IS A RERUN: STEPS IT SHOWS COMPLETE ARE   *
003700* SKIPPED AND THE STREAM PICKS UP AT THE STEP THAT FAILED.  *
003710*----------------------------------------------------------*
003720 130-GET-RUNCTL-REC-RTN.
003730     MOVE JOB-RUN-DATE TO RCT-RUN-DATE
003740     READ RUN-CONTROL-FILE
003750         INVALID KEY
003760             INITIALIZE RUN-CONTROL-REC
003770             MOVE JOB-RUN-DATE TO RCT-RUN-DATE
003780             MOVE 'R' TO RCT-STREAM-STATUS
003790             WRITE RUN-CONTROL-REC
003800                 INVALID KEY
003810                     DISPLAY 'RUN-CONTROL-FILE WRITE ERROR, '
003820                         'STATUS '
003830                         JOB-RUNCTL-FILE-STATUS
003840                     MOVE 16 TO RETURN-CODE
003850                     STOP RUN
003860             END-WRITE
003870             DISPLAY 'JOBSTR: STARTING STREAM FOR ' JOB-RUN-DATE
003880         NOT INVALID KEY
003890             DISPLAY 'JOBSTR: RERUN OF STREAM FOR ' JOB-RUN-DATE
003900                 ', PRIOR STATUS ' RCT-STREAM-STATUS
003910     END-READ
003920     ADD 1 TO RCT-DRIVER-RUNS
003930     MOVE 'R' TO RCT-STREAM-STATUS
003940     ACCEPT RCT-LAST-START-DATE FROM DATE YYYYMMDD
003950     ACCEPT RCT-LAST-START-TIME FROM TIME
003960     PERFORM 250-SAVE-RUNCTL-RTN.
003970 200-RUN-STEP-RTN.
003980     MOVE JOB-TBL-PROGRAM (JOB-STEP-SUB) TO JOB-SEARCH-PGM
003990     PERFORM 210-LOCATE-RCT-RTN
004000     IF JOB-RCT-NOT-FOUND
004010         PERFORM 215-ADD-RCT-STEP-RTN
004020     END-IF
004030     MOVE JOB-SCAN-SUB TO JOB-RCT-SUB
004040     IF RCT-STEP-COMPLETE (JOB-RCT-SUB)
004050         DISPLAY 'JOBSTR: ' JOB-TBL-PROGRAM (JOB-STEP-SUB)
004060             ' ALREADY COMPLETE, SKIPPED'
004070         IF RCT-STEP-RC (JOB-RCT-SUB) > JOB-HIGH-RC
004080             MOVE RCT-STEP-RC (JOB-RCT-SUB) TO JOB-HIGH-RC
004090         END-IF
004100     ELSE
004110         PERFORM 220-CHECK-STEP-RTN
004120         IF JOB-STREAM-GO
004130             PERFORM 230-EXECUTE-STEP-RTN
004140         END-IF
004150     END-IF.
004160 210-LOCATE-RCT-RTN.
004170     SET JOB-RCT-NOT-FOUND TO TRUE
004180     MOVE ZERO TO JOB-SCAN-SUB
004190     PERFORM 212-SCAN-RCT-RTN UNTIL JOB-RCT-FOUND OR
004200         JOB-SCAN-SUB NOT LESS THAN RCT-STEP-COUNT.
004210 212-SCAN-RCT-RTN.
004220     ADD 1 TO JOB-SCAN-SUB
004230     IF RCT-STEP-PGM (JOB-SCAN-SUB) = JOB-SEARCH-PGM
004240         SET JOB-RCT-FOUND TO TRUE
004250     END-IF.
004260 215-ADD-RCT-STEP-RTN.
004270     IF RCT-STEP-COUNT NOT LESS THAN JOB-STEP-MAX
004280         DISPLAY 'RUN-CONTROL-REC FOR ' JOB-RUN-DATE
004290             ' HAS NO ROOM FOR STEP ' JOB-SEARCH-PGM
004300         MOVE 16 TO RETURN-CODE
004310         STOP RUN
004320     END-IF
004330     ADD 1 TO RCT-STEP-COUNT
004340     MOVE RCT-STEP-COUNT TO JOB-SCAN-SUB
004350     MOVE JOB-SEARCH-PGM TO RCT-STEP-PGM (JOB-SCAN-SUB)
004360     MOVE SPACE TO RCT-STEP-STATUS (JOB-SCAN-SUB)
004370     MOVE ZERO TO RCT-STEP-START-DATE (JOB-SCAN-SUB)
004380     MOVE ZERO TO RCT-STEP-START-TIME (JOB-SCAN-SUB)
004390     MOVE ZERO TO RCT-STEP-END-DATE (JOB-SCAN-SUB)
004400     MOVE ZERO TO RCT-STEP-END-TIME (JOB-SCAN-SUB)
004410     MOVE ZERO TO RCT-STEP-RC (JOB-SCAN-SUB)
004420     MOVE ZERO TO RCT-STEP-RUNS (JOB-SCAN-SUB).
004430*----------------------------------------------------------*
004440* A STEP THAT STARTED OR FAILED ON AN EARLIER RUN IS ONLY   *
004450* RESTARTED WHEN THE TABLE MARKS IT RERUNNABLE, OR WHEN     *
004460* OPERATIONS HAVE RECOVERED IT BY HAND AND NAMED IT IN      *
004470* TRANS_FORCE_STEP.  ITS PREDECESSOR MUST BE COMPLETE.      *
004480*----------------------------------------------------------*
004490 220-CHECK-STEP-RTN.
004500     IF NOT RCT-STEP-NOT-RUN (JOB-RCT-SUB)
004510         IF JOB-TBL-RERUNNABLE (JOB-STEP-SUB) OR
004520             JOB-TBL-PROGRAM (JOB-STEP-SUB) = JOB-FORCE-STEP
004530             MOVE RCT-STEP-RC (JOB-RCT-SUB) TO JOB-RC-X
004540             DISPLAY 'JOBSTR: RESTARTING '
004550                 JOB-TBL-PROGRAM (JOB-STEP-SUB)
004560                 ', LAST STATUS ' RCT-STEP-STATUS (JOB-RCT-SUB)
004570                 ' RC ' JOB-RC-X
004580         ELSE
004590             DISPLAY 'JOBSTR: ' JOB-TBL-PROGRAM (JOB-STEP-SUB)
004600                 ' DID NOT COMPLETE ON AN EARLIER RUN AND IS'
004610                 ' NOT RERUNNABLE'
004620             DISPLAY 'JOBSTR: RECOVER IT BY HAND, THEN RERUN WITH'
004630                 ' TRANS_FORCE_STEP='
004640                 JOB-TBL-PROGRAM (JOB-STEP-SUB)
004650             MOVE 16 TO JOB-FINAL-RC
004660             SET JOB-STREAM-STOPPED TO TRUE
004670         END-IF
004680     END-IF
004690     IF JOB-STREAM-GO AND
004700         JOB-TBL-PREDECESSOR (JOB-STEP-SUB) NOT = SPACES
004710         MOVE JOB-TBL-PREDECESSOR (JOB-STEP-SUB) TO JOB-SEARCH-PGM
004720         PERFORM 210-LOCATE-RCT-RTN
004730         IF JOB-RCT-NOT-FOUND OR
004740             NOT RCT-STEP-COMPLETE (JOB-SCAN-SUB)
004750             DISPLAY 'JOBSTR: ' JOB-TBL-PROGRAM (JOB-STEP-SUB)
004760                 ' NOT STARTED, PREDECESSOR '
004770                 JOB-TBL-PREDECESSOR (JOB-STEP-SUB)
004780                 ' HAS NOT COMPLETED'
004790             MOVE 16 TO JOB-FINAL-RC
004800             SET JOB-STREAM-STOPPED TO TRUE
004810         END-IF
004820     END-IF.
004830*----------------------------------------------------------*
004840* THE STEP IS MARKED STARTED ON THE RUN-CONTROL RECORD      *
004850* BEFORE IT IS LAUNCHED, SO A STEP THAT ABENDS OR IS        *
004860* CANCELLED IS STILL SHOWN AS STARTED AND NEVER AS DONE.    *
004870*----------------------------------------------------------*
004880 230-EXECUTE-STEP-RTN.
004890     MOVE 'S' TO RCT-STEP-STATUS (JOB-RCT-SUB)
004900     ACCEPT RCT-STEP-START-DATE (JOB-RCT-SUB) FROM DATE YYYYMMDD
004910     ACCEPT RCT-STEP-START-TIME (JOB-RCT-SUB) FROM TIME
004920     MOVE ZERO TO RCT-STEP-END-DATE (JOB-RCT-SUB)
004930     MOVE ZERO TO RCT-STEP-END-TIME (JOB-RCT-SUB)
004940     MOVE ZERO TO RCT-STEP-RC (JOB-RCT-SUB)
004950     ADD 1 TO RCT-STEP-RUNS (JOB-RCT-SUB)
004960     PERFORM 250-SAVE-RUNCTL-RTN
004970     MOVE SPACES TO JOB-COMMAND
004980     STRING JOB-PGM-DIR DELIMITED BY SPACE
004990         JOB-TBL-EXEC-NAME (JOB-STEP-SUB) DELIMITED BY SPACE
005000         INTO JOB-COMMAND
005010     END-STRING
005020     DISPLAY 'JOBSTR: STARTING ' JOB-TBL-PROGRAM (JOB-STEP-SUB)
005030     CALL 'SYSTEM' USING JOB-COMMAND
005040     MOVE RETURN-CODE TO JOB-STEP-RC
005050     IF JOB-STEP-RC < ZERO OR JOB-STEP-RC > 9999
005060         MOVE 9999 TO JOB-STEP-RC
005070     END-IF
005080     MOVE JOB-STEP-RC TO JOB-RC-X
005090     MOVE JOB-TBL-MAX-RC (JOB-STEP-SUB) TO JOB-LIMIT-X
005100     ACCEPT RCT-STEP-END-DATE (JOB-RCT-SUB) FROM DATE YYYYMMDD
005110     ACCEPT RCT-STEP-END-TIME (JOB-RCT-SUB) FROM TIME
005120     MOVE JOB-RC-X TO RCT-STEP-RC (JOB-RCT-SUB)
005130     IF JOB-STEP-RC > JOB-TBL-MAX-RC (JOB-STEP-SUB)
005140         MOVE 'F' TO RCT-STEP-STATUS (JOB-RCT-SUB)
005150         DISPLAY 'JOBSTR: ' JOB-TBL-PROGRAM (JOB-STEP-SUB)
005160             ' ENDED RC ' JOB-RC-X ', LIMIT ' JOB-LIMIT-X
005170             ' - STREAM STOPPED'
005180         MOVE JOB-RC-X TO JOB-FINAL-RC
005190         SET JOB-STREAM-STOPPED TO TRUE
005200     ELSE
005210         MOVE 'C' TO RCT-STEP-STATUS (JOB-RCT-SUB)
005220         DISPLAY 'JOBSTR: ' JOB-TBL-PROGRAM (JOB-STEP-SUB)
005230             ' ENDED RC ' JOB-RC-X
005240         IF JOB-RC-X > JOB-HIGH-RC
005250             MOVE JOB-RC-X TO JOB-HIGH-RC
005260         END-IF
005270     END-IF
005280     PERFORM 250-SAVE-RUNCTL-RTN.
005290 250-SAVE-RUNCTL-RTN.
005300     REWRITE RUN-CONTROL-REC
005310         INVALID KEY
005320             DISPLAY 'RUN-CONTROL-FILE REWRITE ERROR, STATUS '
005330                 JOB-RUNCTL-FILE-STATUS
005340             MOVE 16 TO RETURN-CODE
005350             STOP RUN
005360     END-REWRITE.
