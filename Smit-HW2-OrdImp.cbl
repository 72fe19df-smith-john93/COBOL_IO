000360*                   FIELD-COUNT EDIT WITH EVERY FIELD AFTER      *
000370*                   THE EMBEDDED COMMA SHIFTED AND THE TAIL      *
000380*                   SILENTLY DROPPED.                            *
000390*  10/15/2026  JS   STOREFRONT ORDER NUMBER.  THE FEED NOW   *
000400*                   CARRIES AN EIGHTH FIELD, THE ORDER       *
000410*                   NUMBER, PASSED ON TRANS-REC.  F010       *
000420*                   MISSING OR OVER 12 CHARACTERS, F011      *
000430*                   ORDER NUMBER ALREADY RECEIVED IN THIS    *
000440*                   FEED OR AN EARLIER ONE.  ACCEPTED ORDER  *
000450*                   NUMBERS ARE ADDED TO THE INDEXED         *
000460*                   ORDER-REGISTER-FILE (TRANS_ORDREG_FILE)  *
000470*                   ONCE THE WHOLE FEED HAS BEEN BUILT.      *
000480*  10/15/2026  JS   THE F010 OVER-LENGTH TEST ON THE ORDER   *
000490*                   NUMBER NOW LOOKS FOR ANYTHING PAST BYTE  *
000500*                   12 OF THE FIELD.  AS THE LAST FIELD ON   *
000510*                   THE LINE ITS UNSTRING COUNT TOOK IN THE  *
000520*                   TRAILING SPACES OF FEED-LINE AND         *
000530*                   REJECTED EVERY GOOD ORDER.               *
000540*  10/15/2026  JS   THE RUN DATE (REPORT HEADING AND         *
000550*                   ORDER-REGISTER IMPORT DATE) COMES FROM   *
000560*                   TRANS_RUN_DATE WHEN IT IS SET, OTHERWISE *
000570*                   FROM THE SYSTEM DATE, TO MATCH THE REST  *
000580*                   OF THE JOBSTR STREAM.                    *
000590*----------------------------------------------------------*
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT FEED-FILE
000640         ASSIGN TO ORD-FEED-FILE-NAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS ORD-FEED-FILE-STATUS.
000670     SELECT TRANS-OUT-FILE
000680         ASSIGN TO ORD-TRANS-FILE-NAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS ORD-TRANS-FILE-STATUS.
000710     SELECT FEED-REJECT-FILE
000720         ASSIGN TO ORD-REJECT-FILE-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS ORD-REJECT-FILE-STATUS.
000750     SELECT ORDER-REGISTER-FILE
000760         ASSIGN TO ORD-ORDREG-FILE-NAME
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS ORG-ORDER-NO
000800         FILE STATUS IS ORD-ORDREG-FILE-STATUS.
000810     SELECT REPORT-FILE
000820         ASSIGN TO ORD-REPORT-FILE-NAME
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD FEED-FILE.
000870 01 FEED-LINE                    PIC X(120).
000880 FD TRANS-OUT-FILE.
000890 01 TRANS-REC.
000900    05 NAME-IN         PIC X(20).
000910    05 PRODUCT-CODE-IN PIC X(06).
000920    05 UNIT-PRICE-IN   PIC 9(3)V99.
000930    05 QTY-SOLD-IN     PIC 999.
000940    05 TRANS-TYPE-IN   PIC X(01).
000950    05 SLSP-ID-IN      PIC X(05).
000960    05 CUST-ID-IN      PIC X(06).
000970    05 JURIS-CODE-IN   PIC X(02).
000980    05 OVERRIDE-FLAG-IN PIC X(01).
000990    05 OVERRIDE-PRICE-IN PIC 9(3)V99.
001000    05 APPROVER-ID-IN  PIC X(05).
001010    05 ORDER-NO-IN     PIC X(12).
001020 FD FEED-REJECT-FILE.
001030 01 FEED-REJECT-REC.
001040    05 FREJ-REASON-CODE     PIC X(04).
001050    05 FILLER               PIC X(01).
001060    05 FREJ-LINE-NO         PIC 9(07).
001070    05 FILLER               PIC X(01).
001080    05 FREJ-FEED-LINE       PIC X(120).
001090 FD ORDER-REGISTER-FILE.
001100 01 ORDER-REGISTER-REC.
001110    05 ORG-ORDER-NO         PIC X(12).
001120    05 ORG-IMPORT-DATE      PIC 9(08).
001130    05 ORG-FEED-LINE-NO     PIC 9(07).
001140 FD REPORT-FILE.
001150 01 REPORT-LINE                  PIC X(80).
001160 WORKING-STORAGE SECTION.
001170 01 ORD-HEADING-1.
001180    05 FILLER               PIC X(20) VALUE SPACES.
001190    05 FILLER               PIC X(22)
001200        VALUE 'ORDER FEED EDIT REPORT'.
001210    05 FILLER               PIC X(01) VALUE SPACE.
001220    05 ORD-HDG-DATE         PIC 9(08).
001230    05 FILLER               PIC X(17) VALUE SPACES.
001240    05 FILLER               PIC X(05) VALUE 'PAGE '.
001250    05 ORD-HDG-PAGE-NO      PIC ZZ9.
001260 01 ORD-DETAIL-LINE.
001270    05 ORD-DTL-LINE-NO      PIC ZZZZZZ9.
001280    05 FILLER               PIC X(01) VALUE SPACE.
001290    05 ORD-DTL-CODE         PIC X(04).
001300    05 FILLER               PIC X(01) VALUE SPACE.
001310    05 ORD-DTL-TEXT         PIC X(40).
001320    05 FILLER               PIC X(01) VALUE SPACE.
001330    05 ORD-DTL-FRAGMENT     PIC X(25).
001340 01 ORD-TOTAL-LINE.
001350    05 FILLER               PIC X(22).
001360    05 ORD-TOT-COUNT        PIC Z,ZZZ,ZZ9.
001370 01 ORD-FEED-FIELDS.
001380    05 ORD-FLD-NAME         PIC X(30).
001390    05 ORD-FLD-PRODUCT      PIC X(30).
001400    05 ORD-FLD-QTY          PIC X(30).
001410    05 ORD-FLD-TYPE         PIC X(30).
001420    05 ORD-FLD-SLSP         PIC X(30).
001430    05 ORD-FLD-CUST         PIC X(30).
001440    05 ORD-FLD-JURIS        PIC X(30).
001450    05 ORD-FLD-ORDER-NO     PIC X(30).
001460    05 ORD-FLD-EXTRA        PIC X(30).
001470 77 ORD-CNT-NAME           PIC 9(02) COMP VALUE ZERO.
001480 77 ORD-CNT-PRODUCT        PIC 9(02) COMP VALUE ZERO.
001490 77 ORD-CNT-QTY            PIC 9(02) COMP VALUE ZERO.
001500 77 ORD-CNT-TYPE           PIC 9(02) COMP VALUE ZERO.
001510 77 ORD-CNT-SLSP           PIC 9(02) COMP VALUE ZERO.
001520 77 ORD-CNT-CUST           PIC 9(02) COMP VALUE ZERO.
001530 77 ORD-CNT-JURIS          PIC 9(02) COMP VALUE ZERO.
001540 77 ORD-CNT-EXTRA          PIC 9(02) COMP VALUE ZERO.
001550 77 ORD-FIELD-COUNT        PIC 9(02) COMP VALUE ZERO.
001560 77 ORD-QTY-NUM            PIC 9(03) VALUE ZERO.
001570 77 ORD-QTY-SUB            PIC 9(02) COMP VALUE ZERO.
001580 01 ORD-QTY-CHAR-X         PIC X(01).
001590 01 ORD-QTY-CHAR-9 REDEFINES ORD-QTY-CHAR-X
001600                           PIC 9(01).
001610 01 ORD-ORDER-TABLE.
001620    05 ORD-ORDER-ENTRY OCCURS 5000 TIMES.
001630       10 ORD-TBL-ORDER-NO  PIC X(12).
001640       10 ORD-TBL-LINE-NO   PIC 9(07).
001650 77 ORD-ORDER-COUNT        PIC 9(04) COMP VALUE ZERO.
001660 77 ORD-ORDER-MAX          PIC 9(04) COMP VALUE 5000.
001670 77 ORD-ORDER-SUB          PIC 9(04) COMP VALUE ZERO.
001680 77 ORD-ORDER-FOUND-SW     PIC X(01) VALUE 'N'.
001690     88 ORD-ORDER-FOUND         VALUE 'Y'.
001700     88 ORD-ORDER-NOT-FOUND     VALUE 'N'.
001710 77 ORD-FEED-FILE-STATUS   PIC XX VALUE SPACES.
001720 77 ORD-TRANS-FILE-STATUS  PIC XX VALUE SPACES.
001730 77 ORD-REJECT-FILE-STATUS PIC XX VALUE SPACES.
001740 77 ORD-ORDREG-FILE-STATUS PIC XX VALUE SPACES.
001750 77 ORD-FEED-FILE-NAME     PIC X(80) VALUE SPACES.
001760 77 ORD-TRANS-FILE-NAME    PIC X(80) VALUE SPACES.
001770 77 ORD-REJECT-FILE-NAME   PIC X(80) VALUE SPACES.
001780 77 ORD-REPORT-FILE-NAME   PIC X(80) VALUE SPACES.
001790 77 ORD-ORDREG-FILE-NAME   PIC X(80) VALUE SPACES.
001800 77 ORD-ENV-VALUE          PIC X(80) VALUE SPACES.
001810 77 ORD-RUN-DATE           PIC 9(08) VALUE ZERO.
001820 77 ORD-VALID-LINE-SW      PIC X(01) VALUE 'Y'.
001830     88 ORD-VALID-LINE          VALUE 'Y'.
001840     88 ORD-INVALID-LINE        VALUE 'N'.
001850 77 ORD-REASON-CODE        PIC X(04) VALUE SPACES.
001860 77 ORD-REASON-TEXT        PIC X(40) VALUE SPACES.
001870 77 ORD-LINES-READ         PIC 9(07) COMP VALUE ZERO.
001880 77 ORD-RECORDS-BUILT      PIC 9(07) COMP VALUE ZERO.
001890 77 ORD-LINES-REJECTED     PIC 9(07) COMP VALUE ZERO.
001900 77 ORD-LINE-COUNT         PIC 9(03) COMP VALUE ZERO.
001910 77 ORD-PAGE-COUNT         PIC 9(03) COMP VALUE ZERO.
001920 77 ORD-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
001930 77 ORD-MORE-RECORDS-SW    PIC X(01) VALUE 'Y'.
001940     88 ORD-MORE-RECORDS        VALUE 'Y'.
001950     88 ORD-NO-MORE-RECORDS     VALUE 'N'.
001960 PROCEDURE DIVISION.
001970 100-MAIN-MODULE.
001980     ACCEPT ORD-RUN-DATE FROM DATE YYYYMMDD
001990     MOVE SPACES TO ORD-ENV-VALUE
002000     ACCEPT ORD-ENV-VALUE FROM ENVIRONMENT 'TRANS_RUN_DATE'
002010     IF ORD-ENV-VALUE NOT = SPACES
002020         MOVE ORD-ENV-VALUE(1:8) TO ORD-RUN-DATE
002030     END-IF
002040     PERFORM 105-ASSIGN-FILENAMES-RTN
002050     OPEN INPUT FEED-FILE
002060     IF ORD-FEED-FILE-STATUS NOT = '00'
002070         DISPLAY 'FEED-FILE OPEN ERROR, STATUS '
002080             ORD-FEED-FILE-STATUS
002090         MOVE 16 TO RETURN-CODE
002100         STOP RUN
002110     END-IF
002120     OPEN OUTPUT TRANS-OUT-FILE
002130     IF ORD-TRANS-FILE-STATUS NOT = '00'
002140         DISPLAY 'TRANS-OUT-FILE OPEN ERROR, STATUS '
002150             ORD-TRANS-FILE-STATUS
002160         MOVE 16 TO RETURN-CODE
002170         STOP RUN
002180     END-IF
002190     OPEN OUTPUT FEED-REJECT-FILE
002200     IF ORD-REJECT-FILE-STATUS NOT = '00'
002210         DISPLAY 'FEED-REJECT-FILE OPEN ERROR, STATUS '
002220             ORD-REJECT-FILE-STATUS
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF
002260     OPEN I-O ORDER-REGISTER-FILE
002270     IF ORD-ORDREG-FILE-STATUS = '35'
002280         OPEN OUTPUT ORDER-REGISTER-FILE
002290         CLOSE ORDER-REGISTER-FILE
002300         OPEN I-O ORDER-REGISTER-FILE
002310     END-IF
002320     IF ORD-ORDREG-FILE-STATUS NOT = '00'
002330         DISPLAY 'ORDER-REGISTER-FILE OPEN ERROR, STATUS '
002340             ORD-ORDREG-FILE-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF
002380     OPEN OUTPUT REPORT-FILE
002390     PERFORM 200-HEADING-RTN
002400     PERFORM UNTIL ORD-NO-MORE-RECORDS
002410          READ FEED-FILE
002420             AT END
002430                 SET ORD-NO-MORE-RECORDS TO TRUE
002440             NOT AT END
002450                 ADD 1 TO ORD-LINES-READ
002460                 PERFORM 210-IMPORT-LINE-RTN
002470          END-READ
002480     END-PERFORM
002490     PERFORM 270-REGISTER-ORDER-RTN
002500         VARYING ORD-ORDER-SUB FROM 1 BY 1
002510         UNTIL ORD-ORDER-SUB > ORD-ORDER-COUNT
002520     PERFORM 300-WRITE-TOTALS-RTN
002530     CLOSE FEED-FILE
002540           TRANS-OUT-FILE
002550           FEED-REJECT-FILE
002560           ORDER-REGISTER-FILE
002570           REPORT-FILE
002580     DISPLAY 'ORDIMP: LINES READ     ' ORD-LINES-READ
002590     DISPLAY 'ORDIMP: RECORDS BUILT  ' ORD-RECORDS-BUILT
002600     DISPLAY 'ORDIMP: LINES REJECTED ' ORD-LINES-REJECTED
002610     IF ORD-LINES-REJECTED > ZERO
002620         MOVE 8 TO RETURN-CODE
002630     END-IF
002640     STOP RUN.
002650 105-ASSIGN-FILENAMES-RTN.
002660     MOVE SPACES TO ORD-ENV-VALUE
002670     ACCEPT ORD-ENV-VALUE FROM ENVIRONMENT 'TRANS_FEED_FILE'
002680     IF ORD-ENV-VALUE = SPACES
002690     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-OrderFeed.TXT'
002700         TO ORD-FEED-FILE-NAME
002710     ELSE
002720         MOVE ORD-ENV-VALUE TO ORD-FEED-FILE-NAME
002730     END-IF
002740     MOVE SPACES TO ORD-ENV-VALUE
002750     ACCEPT ORD-ENV-VALUE FROM ENVIRONMENT 'TRANS_INPUT_FILE'
002760     IF ORD-ENV-VALUE = SPACES
002770     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-TransInput.TXT'
002780         TO ORD-TRANS-FILE-NAME
002790     ELSE
002800         MOVE ORD-ENV-VALUE TO ORD-TRANS-FILE-NAME
002810     END-IF
002820     MOVE SPACES TO ORD-ENV-VALUE
002830     ACCEPT ORD-ENV-VALUE FROM ENVIRONMENT 'TRANS_ORDIMP_REJ'
002840     IF ORD-ENV-VALUE = SPACES
002850     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-OrdImpRej.TXT'
002860         TO ORD-REJECT-FILE-NAME
002870     ELSE
002880         MOVE ORD-ENV-VALUE TO ORD-REJECT-FILE-NAME
002890     END-IF
002900     MOVE SPACES TO ORD-ENV-VALUE
002910     ACCEPT ORD-ENV-VALUE FROM ENVIRONMENT 'TRANS_ORDREG_FILE'
002920     IF ORD-ENV-VALUE = SPACES
002930     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-OrderRegister.TXT'
002940         TO ORD-ORDREG-FILE-NAME
002950     ELSE
002960         MOVE ORD-ENV-VALUE TO ORD-ORDREG-FILE-NAME
002970     END-IF
002980     MOVE SPACES TO ORD-ENV-VALUE
002990     ACCEPT ORD-ENV-VALUE FROM ENVIRONMENT 'TRANS_ORDIMP_RPT'
003000     IF ORD-ENV-VALUE = SPACES
003010     MOVE '\\client\E$\COBOL\Homework2\Smit-HW2-OrdImpEdit.TXT'
003020         TO ORD-REPORT-FILE-NAME
003030     ELSE
003040         MOVE ORD-ENV-VALUE TO ORD-REPORT-FILE-NAME
003050     END-IF.
003060 200-HEADING-RTN.
003070     ADD 1 TO ORD-PAGE-COUNT
003080     MOVE ORD-PAGE-COUNT TO ORD-HDG-PAGE-NO
003090     MOVE ORD-RUN-DATE TO ORD-HDG-DATE
003100     MOVE ORD-HEADING-1 TO REPORT-LINE
003110     WRITE REPORT-LINE
003120     MOVE SPACES TO REPORT-LINE
003130     WRITE REPORT-LINE
003140     MOVE ZERO TO ORD-LINE-COUNT.
003150 210-IMPORT-LINE-RTN.
003160     SET ORD-VALID-LINE TO TRUE
003170     MOVE SPACES TO ORD-REASON-CODE
003180     MOVE SPACES TO ORD-REASON-TEXT
003190     IF FEED-LINE = SPACES
003200         SET ORD-INVALID-LINE TO TRUE
003210         MOVE 'F001' TO ORD-REASON-CODE
003220         MOVE 'FEED LINE IS EMPTY' TO ORD-REASON-TEXT
003230     ELSE
003240         PERFORM 220-SPLIT-FIELDS-RTN
003250     END-IF
003260     IF ORD-VALID-LINE
003270         PERFORM 230-EDIT-FIELDS-RTN
003280     END-IF
003290     IF ORD-VALID-LINE
003300         PERFORM 250-BUILD-TRANS-REC-RTN
003310     ELSE
003320         PERFORM 260-REJECT-LINE-RTN
003330     END-IF.
003340 220-SPLIT-FIELDS-RTN.
003350     MOVE SPACES TO ORD-FEED-FIELDS
003360     MOVE ZERO TO ORD-CNT-NAME
003370     MOVE ZERO TO ORD-CNT-PRODUCT
003380     MOVE ZERO TO ORD-CNT-QTY
003390     MOVE ZERO TO ORD-CNT-TYPE
003400     MOVE ZERO TO ORD-CNT-SLSP
003410     MOVE ZERO TO ORD-CNT-CUST
003420     MOVE ZERO TO ORD-CNT-JURIS
003430     MOVE ZERO TO ORD-CNT-EXTRA
003440     MOVE ZERO TO ORD-FIELD-COUNT
003450     UNSTRING FEED-LINE DELIMITED BY ','
003460         INTO ORD-FLD-NAME COUNT IN ORD-CNT-NAME
003470              ORD-FLD-PRODUCT COUNT IN ORD-CNT-PRODUCT
003480              ORD-FLD-QTY COUNT IN ORD-CNT-QTY
003490              ORD-FLD-TYPE COUNT IN ORD-CNT-TYPE
003500              ORD-FLD-SLSP COUNT IN ORD-CNT-SLSP
003510              ORD-FLD-CUST COUNT IN ORD-CNT-CUST
003520              ORD-FLD-JURIS COUNT IN ORD-CNT-JURIS
003530              ORD-FLD-ORDER-NO
003540              ORD-FLD-EXTRA COUNT IN ORD-CNT-EXTRA
003550         TALLYING IN ORD-FIELD-COUNT
003560         ON OVERFLOW
003570             SET ORD-INVALID-LINE TO TRUE
003580             MOVE 'F009' TO ORD-REASON-CODE
003590             MOVE 'FEED LINE HAS MORE THAN 8 FIELDS'
003600                 TO ORD-REASON-TEXT
003610     END-UNSTRING
003620     IF ORD-VALID-LINE AND ORD-FIELD-COUNT > 8
003630         SET ORD-INVALID-LINE TO TRUE
003640         MOVE 'F009' TO ORD-REASON-CODE
003650         MOVE 'FEED LINE HAS MORE THAN 8 FIELDS'
003660             TO ORD-REASON-TEXT
003670     END-IF
003680     IF ORD-VALID-LINE AND ORD-FIELD-COUNT < 8
003690         SET ORD-INVALID-LINE TO TRUE
003700         MOVE 'F001' TO ORD-REASON-CODE
003710         MOVE 'FEED LINE DOES NOT HAVE 8 FIELDS'
003720             TO ORD-REASON-TEXT
003730     END-IF.
003740 230-EDIT-FIELDS-RTN.
003750     IF ORD-FLD-NAME = SPACES OR ORD-CNT-NAME > 20
003760         SET ORD-INVALID-LINE TO TRUE
003770         MOVE 'F002' TO ORD-REASON-CODE
003780         MOVE 'NAME MISSING OR OVER 20 CHARACTERS'
003790             TO ORD-REASON-TEXT
003800     END-IF
003810     IF ORD-VALID-LINE AND
003820         (ORD-FLD-PRODUCT = SPACES OR ORD-CNT-PRODUCT > 6)
003830         SET ORD-INVALID-LINE TO TRUE
003840         MOVE 'F003' TO ORD-REASON-CODE
003850         MOVE 'PRODUCT CODE MISSING OR OVER 6 CHARS'
003860             TO ORD-REASON-TEXT
003870     END-IF
003880     IF ORD-VALID-LINE
003890         PERFORM 240-EDIT-QTY-RTN
003900     END-IF
003910     IF ORD-VALID-LINE AND ORD-FLD-TYPE NOT = SPACES AND
003920         ORD-FLD-TYPE NOT = 'S' AND ORD-FLD-TYPE NOT = 'R'
003930         SET ORD-INVALID-LINE TO TRUE
003940         MOVE 'F005' TO ORD-REASON-CODE
003950         MOVE 'TYPE IS NOT S, R OR BLANK' TO ORD-REASON-TEXT
003960     END-IF
003970     IF ORD-VALID-LINE AND
003980         (ORD-FLD-SLSP = SPACES OR ORD-CNT-SLSP > 5)
003990         SET ORD-INVALID-LINE TO TRUE
004000         MOVE 'F006' TO ORD-REASON-CODE
004010         MOVE 'SALESPERSON ID MISSING OR OVER 5 CHARS'
004020             TO ORD-REASON-TEXT
004030     END-IF
004040     IF ORD-VALID-LINE AND
004050         (ORD-FLD-CUST = SPACES OR ORD-CNT-CUST > 6)
004060         SET ORD-INVALID-LINE TO TRUE
004070         MOVE 'F007' TO ORD-REASON-CODE
004080         MOVE 'CUSTOMER ID MISSING OR OVER 6 CHARS'
004090             TO ORD-REASON-TEXT
004100     END-IF
004110     IF ORD-VALID-LINE AND
004120         (ORD-FLD-JURIS = SPACES OR ORD-CNT-JURIS > 2)
004130         SET ORD-INVALID-LINE TO TRUE
004140         MOVE 'F008' TO ORD-REASON-CODE
004150         MOVE 'JURISDICTION MISSING OR OVER 2 CHARS'
004160             TO ORD-REASON-TEXT
004170     END-IF
004180     IF ORD-VALID-LINE AND
004190         (ORD-FLD-ORDER-NO = SPACES OR
004200          ORD-FLD-ORDER-NO(13:) NOT = SPACES)
004210         SET ORD-INVALID-LINE TO TRUE
004220         MOVE 'F010' TO ORD-REASON-CODE
004230         MOVE 'ORDER NUMBER MISSING OR OVER 12 CHARS'
004240             TO ORD-REASON-TEXT
004250     END-IF
004260     IF ORD-VALID-LINE
004270         PERFORM 235-CHECK-ORDER-NO-RTN
004280     END-IF.
004290*----------------------------------------------------------*
004300* AN ORDER NUMBER ALREADY TAKEN IN FROM AN EARLIER FEED, OR *
004310* EARLIER IN THIS ONE, IS REFUSED SO A RESENT ORDER CAN     *
004320* NEVER REACH TRANS TWICE.                                  *
004330*----------------------------------------------------------*
004340 235-CHECK-ORDER-NO-RTN.
004350     SET ORD-ORDER-NOT-FOUND TO TRUE
004360     MOVE ZERO TO ORD-ORDER-SUB
004370     PERFORM 237-SCAN-ORDER-RTN UNTIL ORD-ORDER-FOUND OR
004380         ORD-ORDER-SUB NOT LESS THAN ORD-ORDER-COUNT
004390     IF ORD-ORDER-NOT-FOUND
004400         MOVE ORD-FLD-ORDER-NO(1:12) TO ORG-ORDER-NO
004410         READ ORDER-REGISTER-FILE
004420             INVALID KEY
004430                 CONTINUE
004440             NOT INVALID KEY
004450                 SET ORD-ORDER-FOUND TO TRUE
004460         END-READ
004470     END-IF
004480     IF ORD-ORDER-FOUND
004490         SET ORD-INVALID-LINE TO TRUE
004500         MOVE 'F011' TO ORD-REASON-CODE
004510         MOVE 'ORDER NUMBER ALREADY RECEIVED'
004520             TO ORD-REASON-TEXT
004530     END-IF.
004540 237-SCAN-ORDER-RTN.
004550     ADD 1 TO ORD-ORDER-SUB
004560     IF ORD-TBL-ORDER-NO (ORD-ORDER-SUB) = ORD-FLD-ORDER-NO(1:12)
004570         SET ORD-ORDER-FOUND TO TRUE
004580     END-IF.
004590 240-EDIT-QTY-RTN.
004600     IF ORD-FLD-QTY = SPACES OR ORD-CNT-QTY > 3
004610         SET ORD-INVALID-LINE TO TRUE
004620         MOVE 'F004' TO ORD-REASON-CODE
004630         MOVE 'QUANTITY MISSING OR OVER 3 DIGITS'
004640             TO ORD-REASON-TEXT
004650     ELSE
004660         IF ORD-FLD-QTY(1:ORD-CNT-QTY) IS NUMERIC
004670             MOVE ZERO TO ORD-QTY-NUM
004680             PERFORM 245-QTY-DIGIT-RTN
004690                 VARYING ORD-QTY-SUB FROM 1 BY 1
004700                 UNTIL ORD-QTY-SUB > ORD-CNT-QTY
004710             IF ORD-QTY-NUM = ZERO
004720                 SET ORD-INVALID-LINE TO TRUE
004730                 MOVE 'F004' TO ORD-REASON-CODE
004740                 MOVE 'QUANTITY IS ZERO' TO ORD-REASON-TEXT
004750             END-IF
004760         ELSE
004770             SET ORD-INVALID-LINE TO TRUE
004780             MOVE 'F004' TO ORD-REASON-CODE
004790             MOVE 'QUANTITY IS NOT NUMERIC'
004800                 TO ORD-REASON-TEXT
004810         END-IF
004820     END-IF.
004830 245-QTY-DIGIT-RTN.
004840     MOVE ORD-FLD-QTY(ORD-QTY-SUB:1) TO ORD-QTY-CHAR-X
004850     COMPUTE ORD-QTY-NUM = ORD-QTY-NUM * 10 + ORD-QTY-CHAR-9.
004860 250-BUILD-TRANS-REC-RTN.
004870     MOVE SPACES TO TRANS-REC
004880     MOVE ORD-FLD-NAME(1:20) TO NAME-IN
004890     MOVE ORD-FLD-PRODUCT(1:6) TO PRODUCT-CODE-IN
004900     MOVE ZERO TO UNIT-PRICE-IN
004910     MOVE ORD-QTY-NUM TO QTY-SOLD-IN
004920     IF ORD-FLD-TYPE = SPACES
004930         MOVE 'S' TO TRANS-TYPE-IN
004940     ELSE
004950         MOVE ORD-FLD-TYPE(1:1) TO TRANS-TYPE-IN
004960     END-IF
004970     MOVE ORD-FLD-SLSP(1:5) TO SLSP-ID-IN
004980     MOVE ORD-FLD-CUST(1:6) TO CUST-ID-IN
004990     MOVE ORD-FLD-JURIS(1:2) TO JURIS-CODE-IN
005000     MOVE SPACE TO OVERRIDE-FLAG-IN
005010     MOVE ZERO TO OVERRIDE-PRICE-IN
005020     MOVE SPACES TO APPROVER-ID-IN
005030     MOVE ORD-FLD-ORDER-NO(1:12) TO ORDER-NO-IN
005040     WRITE TRANS-REC
005050     IF ORD-TRANS-FILE-STATUS NOT = '00'
005060         DISPLAY 'TRANS-OUT-FILE WRITE ERROR, STATUS '
005070             ORD-TRANS-FILE-STATUS
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF
005110     ADD 1 TO ORD-RECORDS-BUILT
005120     IF ORD-ORDER-COUNT NOT LESS THAN ORD-ORDER-MAX
005130         DISPLAY 'ORDIMP: MORE THAN ' ORD-ORDER-MAX
005140             ' ORDERS IN ONE FEED'
005150         MOVE 16 TO RETURN-CODE
005160         STOP RUN
005170     END-IF
005180     ADD 1 TO ORD-ORDER-COUNT
005190     MOVE ORDER-NO-IN TO ORD-TBL-ORDER-NO (ORD-ORDER-COUNT)
005200     MOVE ORD-LINES-READ TO ORD-TBL-LINE-NO (ORD-ORDER-COUNT).
005210 260-REJECT-LINE-RTN.
005220     MOVE ORD-REASON-CODE TO FREJ-REASON-CODE
005230     MOVE ORD-LINES-READ TO FREJ-LINE-NO
005240     MOVE FEED-LINE TO FREJ-FEED-LINE
005250     WRITE FEED-REJECT-REC
005260     ADD 1 TO ORD-LINES-REJECTED
005270     IF ORD-LINE-COUNT NOT LESS THAN ORD-LINES-PER-PAGE
005280         PERFORM 200-HEADING-RTN
005290     END-IF
005300     MOVE ORD-LINES-READ TO ORD-DTL-LINE-NO
005310     MOVE ORD-REASON-CODE TO ORD-DTL-CODE
005320     MOVE ORD-REASON-TEXT TO ORD-DTL-TEXT
005330     MOVE FEED-LINE(1:25) TO ORD-DTL-FRAGMENT
005340     MOVE ORD-DETAIL-LINE TO REPORT-LINE
005350     WRITE REPORT-LINE
005360     ADD 1 TO ORD-LINE-COUNT.
005370*----------------------------------------------------------*
005380* THE FEED'S ORDER NUMBERS GO ON THE REGISTER ONLY ONCE     *
005390* THE WHOLE FEED HAS BEEN BUILT, SO A RUN THAT FAILS PART   *
005400* WAY THROUGH CAN BE RERUN WITHOUT REFUSING ITS OWN ORDERS. *
005410*----------------------------------------------------------*
005420 270-REGISTER-ORDER-RTN.
005430     MOVE ORD-TBL-ORDER-NO (ORD-ORDER-SUB) TO ORG-ORDER-NO
005440     MOVE ORD-RUN-DATE TO ORG-IMPORT-DATE
005450     MOVE ORD-TBL-LINE-NO (ORD-ORDER-SUB) TO ORG-FEED-LINE-NO
005460     WRITE ORDER-REGISTER-REC
005470         INVALID KEY
005480             DISPLAY 'ORDER-REGISTER-FILE WRITE ERROR, STATUS '
005490                 ORD-ORDREG-FILE-STATUS ' ORDER ' ORG-ORDER-NO
005500             MOVE 16 TO RETURN-CODE
005510             STOP RUN
005520     END-WRITE.
005530 300-WRITE-TOTALS-RTN.
005540     MOVE SPACES TO REPORT-LINE
005550     WRITE REPORT-LINE
005560     MOVE 'FEED LINES READ       ' TO ORD-TOTAL-LINE(1:22)
005570     MOVE ORD-LINES-READ TO ORD-TOT-COUNT
005580     MOVE ORD-TOTAL-LINE TO REPORT-LINE
005590     WRITE REPORT-LINE
005600     MOVE 'TRANS RECORDS BUILT   ' TO ORD-TOTAL-LINE(1:22)
005610     MOVE ORD-RECORDS-BUILT TO ORD-TOT-COUNT
005620     MOVE ORD-TOTAL-LINE TO REPORT-LINE
005630     WRITE REPORT-LINE
005640     MOVE 'FEED LINES REJECTED   ' TO ORD-TOTAL-LINE(1:22)
005650     MOVE ORD-LINES-REJECTED TO ORD-TOT-COUNT
005660     MOVE ORD-TOTAL-LINE TO REPORT-LINE
005670     WRITE REPORT-LINE.
