000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ORDACK.
000030 AUTHOR. J SMITH.
000040 INSTALLATION. ACCOUNTING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                              *
000110*  10/15/2026  JS   ORIGINAL PROGRAM.  STOREFRONT ORDER      *
000120*                   ACKNOWLEDGMENT.  FOR THE RUN DATE NAMED  *
000130*                   BY TRANS_RUN_DATE (DEFAULT TODAY) WRITES *
000140*                   A COMMA-DELIMITED FILE THE WEB STORE     *
000150*                   IMPORTS, ONE LINE PER STOREFRONT ORDER   *
000160*                   NUMBER: ORDER NUMBER, STATUS (POSTED,    *
000170*                   RESUBMITTED OR REJECTED), SALES-SEQ-NO   *
000180*                   AND BATCH, NET AMOUNT AND, FOR A REJECT, *
000190*                   THE R-SERIES OR F-SERIES REASON CODE.    *
000200*                   POSTINGS COME FROM THE DAY'S SALES-FILE, *
000210*                   REJECTS FROM THE REJRSB ARCHIVE FOR THE  *
000220*                   DATE, THE OUTSTANDING REJECT-FILE AND    *
000230*                   THE ORDIMP FEED REJECTS.  RETURN-CODE 4  *
000240*                   WHEN THE DAY HAS NO SALES-FILE.          *
000250*  10/15/2026  JS   SALES-REC PICKS UP THE PRICE-SOURCE      *
000260*                   INDICATOR (LIST, EFFECTIVE-DATED,        *
000270*                   CONTRACT OR OVERRIDE) SO RECORD LAYOUTS  *
000280*                   STAY IN SYNC.                            *
000290*  10/15/2026  JS   A FEED REJECT IS ACKNOWLEDGED WHEN ITS   *
000300*                   ORDER NUMBER HAS NOTHING PAST BYTE 12.   *
000310*                   THE UNSTRING COUNT USED BEFORE TOOK IN   *
000320*                   THE TRAILING SPACES OF THE FEED LINE, SO *
000330*                   NO FEED REJECT WAS EVER ACKNOWLEDGED.    *
000340*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SALES-FILE
000390         ASSIGN TO ACK-SALES-FILE-NAME
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS SALES-SEQ-NO
000430         ALTERNATE RECORD KEY IS NAME-OUT WITH DUPLICATES
000440         FILE STATUS IS ACK-SALESFILE-STATUS.
000450     SELECT REJECT-ARCHIVE-FILE
000460         ASSIGN TO ACK-REJARCH-FILE-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS ACK-REJARCH-FILE-STATUS.
000490     SELECT REJECT-FILE
000500         ASSIGN TO ACK-REJECT-FILE-NAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ACK-REJECT-FILE-STATUS.
000530     SELECT FEED-REJECT-FILE
000540         ASSIGN TO ACK-FEEDREJ-FILE-NAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS ACK-FEEDREJ-FILE-STATUS.
000570     SELECT ACK-FILE
000580         ASSIGN TO ACK-ACK-FILE-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS ACK-ACK-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD SALES-FILE.
000640 01 SALES-REC.
000650    05 SALES-SEQ-NO         PIC 9(07).
000660    05 NAME-OUT             PIC X(20).
000670    05 TOTAL-PRICE-OUT      PIC S9(6)V99.
000680    05 PRE-DISCOUNT-AMT-OUT PIC S9(6)V99.
000690    05 DISCOUNT-RATE-OUT    PIC V999.
000700    05 TAX-AMOUNT-OUT       PIC S9(6)V99.
000710    05 NET-TOTAL-OUT        PIC S9(6)V99.
000720    05 SOURCE-CODE-OUT      PIC X(01).
000730    05 TRANS-TYPE-OUT       PIC X(01).
000740    05 SLS-ID-OUT           PIC X(05).
000750    05 BATCH-NO-OUT         PIC 9(03).
000760    05 CUST-ID-OUT          PIC X(06).
000770    05 PRODUCT-CODE-OUT     PIC X(06).
000780    05 QTY-SOLD-OUT         PIC 9(03).
000790    05 JURIS-CODE-OUT       PIC X(02).
000800    05 OVERRIDE-FLAG-OUT    PIC X(01).
000810    05 OVERRIDE-PRICE-OUT   PIC 9(3)V99.
000820    05 APPROVER-ID-OUT      PIC X(05).
000830    05 PRICE-VARIANCE-OUT   PIC S9(6)V99.
000840    05 EXT-COST-OUT         PIC S9(6)V99.
000850    05 ORDER-NO-OUT         PIC X(12).
000860    05 PRICE-SOURCE-OUT     PIC X(01).
000870 FD REJECT-ARCHIVE-FILE.
000880 01 REJECT-ARCHIVE-REC.
000890    05 RARC-RUN-DATE         PIC 9(08).
000900    05 RARC-DISPOSITION      PIC X(01).
000910       88 RARC-POSTED             VALUE 'P'.
000920       88 RARC-REJECTED-AGAIN     VALUE 'R'.
000930    05 RARC-NAME-IN          PIC X(20).
000940    05 RARC-PRODUCT-CODE-IN  PIC X(06).
000950    05 RARC-UNIT-PRICE-IN    PIC 9(3)V99.
000960    05 RARC-QTY-SOLD-IN      PIC 999.
000970    05 RARC-TRANS-TYPE-IN    PIC X(01).
000980    05 RARC-SLSP-ID-IN       PIC X(05).
000990    05 RARC-CUST-ID-IN       PIC X(06).
001000    05 RARC-JURIS-CODE-IN    PIC X(02).
001010    05 RARC-OVERRIDE-FLAG-IN PIC X(01).
001020    05 RARC-OVERRIDE-PRICE-IN PIC 9(3)V99.
001030    05 RARC-APPROVER-ID-IN   PIC X(05).
001040    05 RARC-REASON-CODE      PIC X(4).
001050    05 RARC-REASON-TEXT      PIC X(40).
001060    05 RARC-ORDER-NO-IN      PIC X(12).
001070 FD REJECT-FILE.
001080 01 REJECT-REC.
001090    05 REJ-NAME-IN         PIC X(20).
001100    05 REJ-PRODUCT-CODE-IN PIC X(06).
001110    05 REJ-UNIT-PRICE-IN   PIC 9(3)V99.
001120    05 REJ-QTY-SOLD-IN     PIC 999.
001130    05 REJ-TRANS-TYPE-IN   PIC X(01).
001140    05 REJ-SLSP-ID-IN      PIC X(05).
001150    05 REJ-CUST-ID-IN      PIC X(06).
001160    05 REJ-JURIS-CODE-IN   PIC X(02).
001170    05 REJ-OVERRIDE-FLAG-IN PIC X(01).
001180    05 REJ-OVERRIDE-PRICE-IN PIC 9(3)V99.
001190    05 REJ-APPROVER-ID-IN  PIC X(05).
001200    05 REJ-REASON-CODE     PIC X(4).
001210    05 REJ-REASON-TEXT     PIC X(40).
001220    05 REJ-ORDER-NO-IN     PIC X(12).
001230 FD FEED-REJECT-FILE.
001240 01 FEED-REJECT-REC.
001250    05 FREJ-REASON-CODE     PIC X(04).
001260    05 FILLER               PIC X(01).
001270    05 FREJ-LINE-NO         PIC 9(07).
001280    05 FILLER               PIC X(01).
001290    05 FREJ-FEED-LINE       PIC X(120).
001300 FD ACK-FILE.
001310 01 ACK-LINE                     PIC X(80).
001320 WORKING-STORAGE SECTION.
001330 01 ACK-FEED-FIELDS.
001340    05 ACK-FLD-1            PIC X(30).
001350    05 ACK-FLD-2            PIC X(30).
001360    05 ACK-FLD-3            PIC X(30).
001370    05 ACK-FLD-4            PIC X(30).
001380    05 ACK-FLD-5            PIC X(30).
001390    05 ACK-FLD-6            PIC X(30).
001400    05 ACK-FLD-7            PIC X(30).
001410    05 ACK-FLD-ORDER-NO     PIC X(30).
001420 01 ACK-ORDER-TABLE.
001430    05 ACK-ORDER-ENTRY OCCURS 5000 TIMES.
001440       10 ACK-TBL-ORDER-NO  PIC X(12).
001450 77 ACK-ORDER-COUNT        PIC 9(04) COMP VALUE ZERO.
001460 77 ACK-ORDER-MAX          PIC 9(04) COMP VALUE 5000.
001470 77 ACK-ORDER-SUB          PIC 9(04) COMP VALUE ZERO.
001480 77 ACK-ORDER-FOUND-SW     PIC X(01) VALUE 'N'.
001490     88 ACK-ORDER-FOUND         VALUE 'Y'.
001500     88 ACK-ORDER-NOT-FOUND     VALUE 'N'.
001510 77 ACK-SALESFILE-STATUS   PIC XX VALUE SPACES.
001520 77 ACK-REJARCH-FILE-STATUS PIC XX VALUE SPACES.
001530 77 ACK-REJECT-FILE-STATUS PIC XX VALUE SPACES.
001540 77 ACK-FEEDREJ-FILE-STATUS PIC XX VALUE SPACES.
001550 77 ACK-ACK-FILE-STATUS    PIC XX VALUE SPACES.
001560 77 ACK-OUTPUT-BASE-NAME   PIC X(80) VALUE SPACES.
001570 77 ACK-ACK-BASE-NAME      PIC X(80) VALUE SPACES.
001580 77 ACK-SALES-FILE-NAME    PIC X(80) VALUE SPACES.
001590 77 ACK-REJARCH-FILE-NAME  PIC X(80) VALUE SPACES.
001600 77 ACK-REJECT-FILE-NAME   PIC X(80) VALUE SPACES.
001610 77 ACK-FEEDREJ-FILE-NAME  PIC X(80) VALUE SPACES.
001620 77 ACK-ACK-FILE-NAME      PIC X(80) VALUE SPACES.
001630 77 ACK-ENV-VALUE          PIC X(80) VALUE SPACES.
001640 77 ACK-RUN-DATE           PIC 9(08) VALUE ZERO.
001650 77 ACK-ORDER-NO           PIC X(12) VALUE SPACES.
001660 77 ACK-STATUS             PIC X(11) VALUE SPACES.
001670 77 ACK-SEQ-NO             PIC X(07) VALUE SPACES.
001680 77 ACK-BATCH-NO           PIC X(03) VALUE SPACES.
001690 77 ACK-NET-SIGN           PIC X(01) VALUE SPACES.
001700 77 ACK-NET-EDIT           PIC 9(06).99.
001710 77 ACK-NET-TEXT           PIC X(09) VALUE SPACES.
001720 77 ACK-REASON-CODE        PIC X(04) VALUE SPACES.
001730 77 ACK-POSTED-COUNT       PIC 9(07) COMP VALUE ZERO.
001740 77 ACK-RESUB-COUNT        PIC 9(07) COMP VALUE ZERO.
001750 77 ACK-REJECTED-COUNT     PIC 9(07) COMP VALUE ZERO.
001760 77 ACK-LINES-WRITTEN      PIC 9(07) COMP VALUE ZERO.
001770 77 ACK-SALES-MISSING-SW   PIC X(01) VALUE 'N'.
001780     88 ACK-SALES-MISSING       VALUE 'Y'.
001790     88 ACK-SALES-PRESENT       VALUE 'N'.
001800 77 ACK-EOF-SW             PIC X(01) VALUE 'N'.
001810     88 ACK-EOF                 VALUE 'Y'.
001820     88 ACK-NOT-EOF             VALUE 'N'.
001830 PROCEDURE DIVISION.
001840 100-MAIN-MODULE.
001850     PERFORM 105-ASSIGN-FILENAMES-RTN
001860     OPEN OUTPUT ACK-FILE
001870     IF ACK-ACK-FILE-STATUS NOT = '00'
001880         DISPLAY 'ACK-FILE OPEN ERROR, STATUS '
001890             ACK-ACK-FILE-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF
001930     PERFORM 200-ACK-SALES-RTN
001940     PERFORM 300-ACK-ARCHIVE-RTN
001950     PERFORM 400-ACK-REJECTS-RTN
001960     PERFORM 500-ACK-FEED-REJECTS-RTN
001970     CLOSE ACK-FILE
001980     DISPLAY 'ORDACK: ACKNOWLEDGMENTS FOR ' ACK-RUN-DATE
001990     DISPLAY 'ORDACK: POSTED        ' ACK-POSTED-COUNT
002000     DISPLAY 'ORDACK: RESUBMITTED   ' ACK-RESUB-COUNT
002010     DISPLAY 'ORDACK: REJECTED      ' ACK-REJECTED-COUNT
002020     DISPLAY 'ORDACK: LINES WRITTEN ' ACK-LINES-WRITTEN
002030     IF ACK-SALES-MISSING
002040         MOVE 4 TO RETURN-CODE
002050     END-IF
002060     STOP RUN.
002070 105-ASSIGN-FILENAMES-RTN.
002080     MOVE SPACES TO ACK-ENV-VALUE
002090     ACCEPT ACK-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
002100     IF ACK-ENV-VALUE = SPACES
002110         ACCEPT ACK-RUN-DATE FROM DATE YYYYMMDD
002120     ELSE
002130         MOVE ACK-ENV-VALUE(1:8) TO ACK-RUN-DATE
002140     END-IF
002150     MOVE SPACES TO ACK-ENV-VALUE
002160     ACCEPT ACK-ENV-VALUE FROM ENVIRONMENT 'TRANS_OUTPUT_BASE'
002170     IF ACK-ENV-VALUE = SPACES
002180         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransOutput'
002190             TO ACK-OUTPUT-BASE-NAME
002200     ELSE
002210         MOVE ACK-ENV-VALUE TO ACK-OUTPUT-BASE-NAME
002220     END-IF
002230     MOVE SPACES TO ACK-SALES-FILE-NAME
002240     STRING ACK-OUTPUT-BASE-NAME DELIMITED BY SPACE
002250         '-' DELIMITED BY SIZE
002260         ACK-RUN-DATE DELIMITED BY SIZE
002270         '.TXT' DELIMITED BY SIZE
002280         INTO ACK-SALES-FILE-NAME
002290     END-STRING
002300     MOVE SPACES TO ACK-ENV-VALUE
002310     ACCEPT ACK-ENV-VALUE FROM ENVIRONMENT 'TRANS_ORDACK_BASE'
002320     IF ACK-ENV-VALUE = SPACES
002330         MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-OrderAck'
002340             TO ACK-ACK-BASE-NAME
002350     ELSE
002360         MOVE ACK-ENV-VALUE TO ACK-ACK-BASE-NAME
002370     END-IF
002380     MOVE SPACES TO ACK-ACK-FILE-NAME
002390     STRING ACK-ACK-BASE-NAME DELIMITED BY SPACE
002400         '-' DELIMITED BY SIZE
002410         ACK-RUN-DATE DELIMITED BY SIZE
002420         '.TXT' DELIMITED BY SIZE
002430         INTO ACK-ACK-FILE-NAME
002440     END-STRING
002450     MOVE SPACES TO ACK-ENV-VALUE
002460     ACCEPT ACK-ENV-VALUE FROM ENVIRONMENT 'TRANS_REJARCH_FILE'
002470     IF ACK-ENV-VALUE = SPACES
002480     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-RejArchive.TXT'
002490         TO ACK-REJARCH-FILE-NAME
002500     ELSE
002510         MOVE ACK-ENV-VALUE TO ACK-REJARCH-FILE-NAME
002520     END-IF
002530     MOVE SPACES TO ACK-ENV-VALUE
002540     ACCEPT ACK-ENV-VALUE FROM ENVIRONMENT 'TRANS_REJECT_FILE'
002550     IF ACK-ENV-VALUE = SPACES
002560     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransReject.TXT'
002570         TO ACK-REJECT-FILE-NAME
002580     ELSE
002590         MOVE ACK-ENV-VALUE TO ACK-REJECT-FILE-NAME
002600     END-IF
002610     MOVE SPACES TO ACK-ENV-VALUE
002620     ACCEPT ACK-ENV-VALUE FROM ENVIRONMENT 'TRANS_ORDIMP_REJ'
002630     IF ACK-ENV-VALUE = SPACES
002640     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-OrdImpRej.TXT'
002650         TO ACK-FEEDREJ-FILE-NAME
002660     ELSE
002670         MOVE ACK-ENV-VALUE TO ACK-FEEDREJ-FILE-NAME
002680     END-IF.
002690*----------------------------------------------------------*
002700* EVERY SALE ON THE DAY'S SALES-FILE THAT CAME IN WITH A    *
002710* STOREFRONT ORDER NUMBER.  SOURCE-CODE-OUT 'R' IS A        *
002720* REJECT REPAIRED AND POSTED BY REJRSB; ANYTHING ELSE       *
002730* (TRANS, OR A CREDIT HOLD RELEASED BY CRDREL) IS POSTED.   *
002740*----------------------------------------------------------*
002750 200-ACK-SALES-RTN.
002760     OPEN INPUT SALES-FILE
002770     IF ACK-SALESFILE-STATUS = '35'
002780         DISPLAY 'ORDACK: NO SALES-FILE FOR ' ACK-RUN-DATE
002790         SET ACK-SALES-MISSING TO TRUE
002800     ELSE
002810         IF ACK-SALESFILE-STATUS NOT = '00'
002820             DISPLAY 'SALES-FILE OPEN ERROR, STATUS '
002830                 ACK-SALESFILE-STATUS
002840             MOVE 16 TO RETURN-CODE
002850             STOP RUN
002860         ELSE
002870             SET ACK-NOT-EOF TO TRUE
002880             PERFORM 210-READ-SALES-RTN UNTIL ACK-EOF
002890             CLOSE SALES-FILE
002900         END-IF
002910     END-IF.
002920 210-READ-SALES-RTN.
002930     READ SALES-FILE NEXT RECORD
002940         AT END
002950             SET ACK-EOF TO TRUE
002960         NOT AT END
002970             IF ORDER-NO-OUT NOT = SPACES
002980                 MOVE ORDER-NO-OUT TO ACK-ORDER-NO
002990                 IF SOURCE-CODE-OUT = 'R'
003000                     MOVE 'RESUBMITTED' TO ACK-STATUS
003010                 ELSE
003020                     MOVE 'POSTED' TO ACK-STATUS
003030                 END-IF
003040                 MOVE SALES-SEQ-NO TO ACK-SEQ-NO
003050                 MOVE BATCH-NO-OUT TO ACK-BATCH-NO
003060                 IF NET-TOTAL-OUT < ZERO
003070                     MOVE '-' TO ACK-NET-SIGN
003080                 ELSE
003090                     MOVE SPACE TO ACK-NET-SIGN
003100                 END-IF
003110                 MOVE NET-TOTAL-OUT TO ACK-NET-EDIT
003120                 MOVE ACK-NET-EDIT TO ACK-NET-TEXT
003130                 MOVE SPACES TO ACK-REASON-CODE
003140                 PERFORM 600-WRITE-ACK-RTN
003150             END-IF
003160     END-READ.
003170*----------------------------------------------------------*
003180* REJECTS REJRSB PROCESSED ON THE RUN DATE AND REJECTED A   *
003190* SECOND TIME.  THOSE IT POSTED ARE ON THE SALES-FILE.      *
003200*----------------------------------------------------------*
003210 300-ACK-ARCHIVE-RTN.
003220     OPEN INPUT REJECT-ARCHIVE-FILE
003230     IF ACK-REJARCH-FILE-STATUS = '35'
003240         CONTINUE
003250     ELSE
003260         IF ACK-REJARCH-FILE-STATUS NOT = '00'
003270             DISPLAY 'REJECT-ARCHIVE-FILE OPEN ERROR, STATUS '
003280                 ACK-REJARCH-FILE-STATUS
003290             MOVE 16 TO RETURN-CODE
003300             STOP RUN
003310         ELSE
003320             SET ACK-NOT-EOF TO TRUE
003330             PERFORM 310-READ-ARCHIVE-RTN UNTIL ACK-EOF
003340             CLOSE REJECT-ARCHIVE-FILE
003350         END-IF
003360     END-IF.
003370 310-READ-ARCHIVE-RTN.
003380     READ REJECT-ARCHIVE-FILE
003390         AT END
003400             SET ACK-EOF TO TRUE
003410         NOT AT END
003420             IF RARC-RUN-DATE = ACK-RUN-DATE AND
003430                 RARC-REJECTED-AGAIN AND
003440                 RARC-ORDER-NO-IN NOT = SPACES
003450                 MOVE RARC-ORDER-NO-IN TO ACK-ORDER-NO
003460                 MOVE RARC-REASON-CODE TO ACK-REASON-CODE
003470                 PERFORM 650-SET-REJECTED-RTN
003480                 PERFORM 600-WRITE-ACK-RTN
003490             END-IF
003500     END-READ.
003510*----------------------------------------------------------*
003520* TRANS REJECTS STILL WAITING ON REJECT-FILE FOR REJRSB.    *
003530*----------------------------------------------------------*
003540 400-ACK-REJECTS-RTN.
003550     OPEN INPUT REJECT-FILE
003560     IF ACK-REJECT-FILE-STATUS = '35'
003570         CONTINUE
003580     ELSE
003590         IF ACK-REJECT-FILE-STATUS NOT = '00'
003600             DISPLAY 'REJECT-FILE OPEN ERROR, STATUS '
003610                 ACK-REJECT-FILE-STATUS
003620             MOVE 16 TO RETURN-CODE
003630             STOP RUN
003640         ELSE
003650             SET ACK-NOT-EOF TO TRUE
003660             PERFORM 410-READ-REJECT-RTN UNTIL ACK-EOF
003670             CLOSE REJECT-FILE
003680         END-IF
003690     END-IF.
003700 410-READ-REJECT-RTN.
003710     READ REJECT-FILE
003720         AT END
003730             SET ACK-EOF TO TRUE
003740         NOT AT END
003750             IF REJ-ORDER-NO-IN NOT = SPACES
003760                 MOVE REJ-ORDER-NO-IN TO ACK-ORDER-NO
003770                 MOVE REJ-REASON-CODE TO ACK-REASON-CODE
003780                 PERFORM 650-SET-REJECTED-RTN
003790                 PERFORM 600-WRITE-ACK-RTN
003800             END-IF
003810     END-READ.
003820*----------------------------------------------------------*
003830* FEED LINES ORDIMP REFUSED.  THE ORDER NUMBER IS TAKEN     *
003840* FROM THE EIGHTH FIELD OF THE RAW LINE; A LINE TOO BROKEN  *
003850* TO CARRY ONE CANNOT BE ACKNOWLEDGED.  F011 IS A RESENT    *
003860* ORDER - THE ORIGINAL HAS ALREADY BEEN ACKNOWLEDGED AND    *
003870* MUST NOT BE REPORTED AS REJECTED.                         *
003880*----------------------------------------------------------*
003890 500-ACK-FEED-REJECTS-RTN.
003900     OPEN INPUT FEED-REJECT-FILE
003910     IF ACK-FEEDREJ-FILE-STATUS = '35'
003920         CONTINUE
003930     ELSE
003940         IF ACK-FEEDREJ-FILE-STATUS NOT = '00'
003950             DISPLAY 'FEED-REJECT-FILE OPEN ERROR, STATUS '
003960                 ACK-FEEDREJ-FILE-STATUS
003970             MOVE 16 TO RETURN-CODE
003980             STOP RUN
003990         ELSE
004000             SET ACK-NOT-EOF TO TRUE
004010             PERFORM 510-READ-FEED-REJECT-RTN UNTIL ACK-EOF
004020             CLOSE FEED-REJECT-FILE
004030         END-IF
004040     END-IF.
004050 510-READ-FEED-REJECT-RTN.
004060     READ FEED-REJECT-FILE
004070         AT END
004080             SET ACK-EOF TO TRUE
004090         NOT AT END
004100             IF FREJ-REASON-CODE NOT = 'F011'
004110                 PERFORM 520-SPLIT-FEED-LINE-RTN
004120             END-IF
004130     END-READ.
004140 520-SPLIT-FEED-LINE-RTN.
004150     MOVE SPACES TO ACK-FEED-FIELDS
004160     UNSTRING FREJ-FEED-LINE DELIMITED BY ','
004170         INTO ACK-FLD-1
004180              ACK-FLD-2
004190              ACK-FLD-3
004200              ACK-FLD-4
004210              ACK-FLD-5
004220              ACK-FLD-6
004230              ACK-FLD-7
004240              ACK-FLD-ORDER-NO
004250     END-UNSTRING
004260     IF ACK-FLD-ORDER-NO NOT = SPACES AND
004270         ACK-FLD-ORDER-NO(13:) = SPACES
004280         MOVE ACK-FLD-ORDER-NO(1:12) TO ACK-ORDER-NO
004290         MOVE FREJ-REASON-CODE TO ACK-REASON-CODE
004300         PERFORM 650-SET-REJECTED-RTN
004310         PERFORM 600-WRITE-ACK-RTN
004320     END-IF.
004330*----------------------------------------------------------*
004340* ONE LINE PER ORDER: AN ORDER ALREADY ACKNOWLEDGED IN THIS *
004350* FILE IS NOT WRITTEN AGAIN.  LAYOUT IS ORDER NUMBER,       *
004360* STATUS, SALES-SEQ-NO, BATCH, NET AMOUNT, REASON CODE.     *
004370*----------------------------------------------------------*
004380 600-WRITE-ACK-RTN.
004390     SET ACK-ORDER-NOT-FOUND TO TRUE
004400     MOVE ZERO TO ACK-ORDER-SUB
004410     PERFORM 610-SCAN-ORDER-RTN UNTIL ACK-ORDER-FOUND OR
004420         ACK-ORDER-SUB NOT LESS THAN ACK-ORDER-COUNT
004430     IF ACK-ORDER-NOT-FOUND
004440         IF ACK-ORDER-COUNT NOT LESS THAN ACK-ORDER-MAX
004450             DISPLAY 'ORDACK: MORE THAN ' ACK-ORDER-MAX
004460                 ' ORDERS FOR ONE DAY'
004470             MOVE 16 TO RETURN-CODE
004480             STOP RUN
004490         END-IF
004500         ADD 1 TO ACK-ORDER-COUNT
004510         MOVE ACK-ORDER-NO TO ACK-TBL-ORDER-NO (ACK-ORDER-COUNT)
004520         MOVE SPACES TO ACK-LINE
004530         STRING ACK-ORDER-NO DELIMITED BY SPACE
004540             ',' DELIMITED BY SIZE
004550             ACK-STATUS DELIMITED BY SPACE
004560             ',' DELIMITED BY SIZE
004570             ACK-SEQ-NO DELIMITED BY SPACE
004580             ',' DELIMITED BY SIZE
004590             ACK-BATCH-NO DELIMITED BY SPACE
004600             ',' DELIMITED BY SIZE
004610             ACK-NET-SIGN DELIMITED BY SPACE
004620             ACK-NET-TEXT DELIMITED BY SPACE
004630             ',' DELIMITED BY SIZE
004640             ACK-REASON-CODE DELIMITED BY SPACE
004650             INTO ACK-LINE
004660         END-STRING
004670         WRITE ACK-LINE
004680         IF ACK-ACK-FILE-STATUS NOT = '00'
004690             DISPLAY 'ACK-FILE WRITE ERROR, STATUS '
004700                 ACK-ACK-FILE-STATUS
004710             MOVE 16 TO RETURN-CODE
004720             STOP RUN
004730         END-IF
004740         ADD 1 TO ACK-LINES-WRITTEN
004750         EVALUATE ACK-STATUS
004760             WHEN 'POSTED'
004770                 ADD 1 TO ACK-POSTED-COUNT
004780             WHEN 'RESUBMITTED'
004790                 ADD 1 TO ACK-RESUB-COUNT
004800             WHEN OTHER
004810                 ADD 1 TO ACK-REJECTED-COUNT
004820         END-EVALUATE
004830     END-IF.
004840 610-SCAN-ORDER-RTN.
004850     ADD 1 TO ACK-ORDER-SUB
004860     IF ACK-TBL-ORDER-NO (ACK-ORDER-SUB) = ACK-ORDER-NO
004870         SET ACK-ORDER-FOUND TO TRUE
004880     END-IF.
004890 650-SET-REJECTED-RTN.
004900     MOVE 'REJECTED' TO ACK-STATUS
004910     MOVE SPACES TO ACK-SEQ-NO
004920     MOVE SPACES TO ACK-BATCH-NO
004930     MOVE SPACE TO ACK-NET-SIGN
004940     MOVE SPACES TO ACK-NET-TEXT.
