000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WEATHER-REFORMAT.
000030 AUTHOR. DATA-SERVICES-GROUP.
000040 INSTALLATION. WEATHER-REPORTING-SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15  DSG  ORIGINAL - INBOUND NORMALIZATION STEP.    *
000120*                  EVERY FEED ON HTTPFEED.DAT THAT CARRIES A *
000130*                  LAYO CARD IS SENT IN ITS PROVIDER'S OWN   *
000140*                  LAYOUT.  THE LAYOUT IS DESCRIBED ON       *
000150*                  WEATHERLAYOUT.DAT (DELIMITED OR FIXED,    *
000160*                  COLUMN ORDER OR POSITIONS, HEADER ROWS,   *
000170*                  STATION CODE MAP, UNIT CONVERSION PER     *
000180*                  FIELD) AND THIS STEP REWRITES THE         *
000190*                  DOWNLOADED FILE AS THE STANDARD YEARLY    *
000200*                  FILE (WEATHERYYYY.DAT) BEFORE THE EDIT    *
000210*                  READS IT.  LINES THAT CANNOT BE MAPPED    *
000220*                  ARE LISTED ON WEATHERRFMT.TXT, AND A      *
000230*                  CONTROL CARD FOR THE YEARLY FILE GOES ON  *
000240*                  WEATHERCTL.DAT FOR READTESTDATA TO        *
000250*                  RECONCILE AGAINST.                        *
000252* 2026-10-15  DSG  VALUES OF 100.0 AND OVER WERE WRITTEN     *
000254*                  WITHOUT THEIR HUNDREDS DIGIT - A POSITIVE *
000256*                  VALUE NOW HAS ITS OWN EDIT WITH ROOM FOR  *
000258*                  THREE WHOLE DIGITS.                       *
000260*-----------------------------------------------------------*
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL FEED-CATALOG-FILE ASSIGN TO "HTTPFEED.DAT"
000320     ORGANIZATION IS LINE SEQUENTIAL.
000330
000340     SELECT OPTIONAL LAYOUT-FILE ASSIGN TO "WEATHERLAYOUT.DAT"
000350     ORGANIZATION IS LINE SEQUENTIAL.
000360
000370     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "WEATHERCTL.DAT"
000380     ORGANIZATION IS LINE SEQUENTIAL
000390     FILE STATUS IS WS-CONTROL-FILE-STATUS.
000400
000410     SELECT RAW-FILE ASSIGN DYNAMIC WS-RAW-FILE-NAME
000420     ORGANIZATION IS LINE SEQUENTIAL
000430     FILE STATUS IS WS-RAW-FILE-STATUS.
000440
000450     SELECT YEARLY-FILE ASSIGN DYNAMIC WS-YEARLY-FILE-NAME
000460     ORGANIZATION IS LINE SEQUENTIAL
000470     FILE STATUS IS WS-YEARLY-FILE-STATUS.
000480
000490     SELECT REFORMAT-LISTING-FILE ASSIGN TO "WEATHERRFMT.TXT"
000500     ORGANIZATION IS LINE SEQUENTIAL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  FEED-CATALOG-FILE.
000550 01  CATALOG-CARD.
000560     05 CAT-TAG                 PIC X(04).
000570     05 FILLER                  PIC X(01).
000580     05 CAT-VALUE               PIC X(195).
000590
000600*    LAYOUT DEFINITION CARDS, ONE GROUP PER LAYOUT -
000610*      LAYO NAME                  STARTS A LAYOUT
000620*      FORM DELIMITED / FIXED     (DEFAULT DELIMITED)
000630*      DLIM C                     DELIMITER, OR TAB (DEFAULT ,)
000640*      SKIP NNN                   HEADER ROWS TO PASS BY
000650*      FLD  TTTTT CCC LLL VVVV    TARGET FIELD, COLUMN NUMBER
000660*                                 (DELIMITED) OR START POSITION
000670*                                 (FIXED), LENGTH (FIXED ONLY),
000680*                                 CONVERSION
000690*      STNM CCCCCCCCCC NNNNNN     PROVIDER STATION CODE, DATA1
000700*    TARGETS ARE DATA1, DATA2 (YYYYMMDDHH IN ONE FIELD) OR
000710*    DATE AND HOUR, AND DATA3-DATA8.  CONVERSIONS ARE FTOC
000720*    (FAHRENHEIT), KTOC (KELVIN) AND TNTH (TENTHS) ON DATA3-
000730*    DATA8, AND YMD/MDY/DMY (DIGIT ORDER) ON DATE.
000740 FD  LAYOUT-FILE.
000750 01  LAYOUT-CARD.
000760     05 LAY-TAG                 PIC X(04).
000770     05 FILLER                  PIC X(01).
000780     05 LAY-VALUE               PIC X(75).
000790     05 LAY-FIELD-VALUE REDEFINES LAY-VALUE.
000800        10 LAY-FLD-TARGET       PIC X(05).
000810        10 FILLER               PIC X(01).
000820        10 LAY-FLD-COL          PIC X(03).
000830        10 FILLER               PIC X(01).
000840        10 LAY-FLD-LEN          PIC X(03).
000850        10 FILLER               PIC X(01).
000860        10 LAY-FLD-CONV         PIC X(04).
000870        10 FILLER               PIC X(57).
000880     05 LAY-MAP-VALUE REDEFINES LAY-VALUE.
000890        10 LAY-MAP-CODE         PIC X(10).
000900        10 FILLER               PIC X(01).
000910        10 LAY-MAP-DATA1        PIC X(06).
000920        10 FILLER               PIC X(58).
000930
000940 FD  CONTROL-TOTAL-FILE.
000950 01  CONTROL-TOTAL-RECORD.
000960     05 CT-FILE-NAME            PIC X(100).
000970     05 FILLER                  PIC X(01).
000980     05 CT-EXPECTED-COUNT       PIC 9(08).
000990
001000 FD  RAW-FILE.
001010 01  RAW-LINE                   PIC X(400).
001020
001030*    THE STANDARD YEARLY RECORD READTESTDATA READS.
001040 FD  YEARLY-FILE.
001050 01  STD-RECORD.
001060     05 STD-DATA1               PIC 9(06).
001070     05 STD-DATA2               PIC 9(10).
001080     05 STD-FIELD OCCURS 6 TIMES PIC X(05).
001090
001100 FD  REFORMAT-LISTING-FILE.
001110 01  LISTING-LINE               PIC X(132).
001120
001130 WORKING-STORAGE SECTION.
001140 77  WS-CONTROL-FILE-STATUS     PIC X(02)  VALUE "00".
001150 77  WS-RAW-FILE-STATUS         PIC X(02)  VALUE "00".
001160 77  WS-YEARLY-FILE-STATUS      PIC X(02)  VALUE "00".
001170 77  WS-RAW-FILE-NAME           PIC X(100) VALUE SPACES.
001180 77  WS-YEARLY-FILE-NAME        PIC X(100) VALUE SPACES.
001190 77  WS-PARM-NUMVAL             PIC S9(09)V9 VALUE 0.
001200 77  WS-RUN-RC                  PIC 9(02)  VALUE 0.
001210
001220 77  WS-FEED-COUNT              PIC 9(02)  VALUE 0.
001230 77  WS-FEED-IDX                PIC 9(02)  VALUE 0.
001240 77  WS-LAYOUT-COUNT            PIC 9(02)  VALUE 0.
001250 77  WS-LAY-IDX                 PIC 9(02)  VALUE 0.
001260 77  WS-SCAN-IDX                PIC 9(04)  VALUE 0.
001270 77  WS-TARGET-IDX              PIC 9(02)  VALUE 0.
001280 77  WS-VALUE-IDX               PIC 9(02)  VALUE 0.
001290 77  WS-MAP-COUNT               PIC 9(04)  VALUE 0.
001300 77  WS-MAP-IDX                 PIC 9(04)  VALUE 0.
001310 77  WS-COL-IDX                 PIC 9(03)  VALUE 0.
001320 77  WS-COLUMN-COUNT            PIC 9(03)  VALUE 0.
001330 77  WS-DELIM-COUNT             PIC 9(03)  VALUE 0.
001340 77  WS-LINE-PTR                PIC 9(03)  VALUE 0.
001350 77  WS-CHAR-IDX                PIC 9(02)  VALUE 0.
001360 77  WS-LEAD-COUNT              PIC 9(02)  VALUE 0.
001370 77  WS-DIGIT-COUNT             PIC 9(02)  VALUE 0.
001380 77  WS-OTHER-COUNT             PIC 9(02)  VALUE 0.
001390 77  WS-HOUR-DIGITS             PIC 9(02)  VALUE 0.
001400 77  WS-CUR-DELIM               PIC X(01)  VALUE ",".
001410 77  WS-REJECT-REASON           PIC X(40)  VALUE SPACES.
001420 77  WS-DEFINITION-ERROR        PIC X(50)  VALUE SPACES.
001430
001440 77  WS-FEEDS-DONE-COUNT        PIC 9(02)  VALUE 0.
001450 77  WS-FEEDS-FAILED-COUNT      PIC 9(02)  VALUE 0.
001460 77  WS-TOTAL-REJECT-COUNT      PIC 9(08)  VALUE 0.
001470 77  WS-LINE-COUNT              PIC 9(08)  VALUE 0.
001480 77  WS-HEADER-COUNT            PIC 9(08)  VALUE 0.
001490 77  WS-BLANK-COUNT             PIC 9(08)  VALUE 0.
001500 77  WS-DATA-LINE-COUNT         PIC 9(08)  VALUE 0.
001510 77  WS-WRITTEN-COUNT           PIC 9(08)  VALUE 0.
001520 77  WS-REJECT-COUNT            PIC 9(08)  VALUE 0.
001530
001540 77  WS-CONV-VALUE              PIC S9(07)V9(04) VALUE 0.
001550 77  WS-OUT-VALUE               PIC S9(03)V9 VALUE 0.
001560 77  WS-OUT-ED                  PIC --9.9.
001565 77  WS-OUT-POS-ED              PIC ZZ9.9.
001570 77  WS-COL-ED                  PIC ZZ9.
001580
001590 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001600 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
001610     05 WS-RUN-YEAR             PIC 9(04).
001620     05 WS-RUN-MONTH            PIC 9(02).
001630     05 WS-RUN-DAY              PIC 9(02).
001640
001650*    TEXT BEING CUT DOWN TO ITS DIGITS, AND A RIGHT-JUSTIFYING
001660*    WORK AREA FOR TURNING A SHORT RUN OF DIGITS INTO A NUMBER.
001670 01  WS-SCAN-TEXT               PIC X(40)  VALUE SPACES.
001680 01  WS-TRIM-WORK               PIC X(40)  VALUE SPACES.
001690 01  WS-DIGITS                  PIC X(20)  VALUE SPACES.
001700 01  WS-NUM-WORK                PIC 9(18)  VALUE 0.
001710 01  WS-NUM-WORK-X REDEFINES WS-NUM-WORK PIC X(18).
001720 01  WS-STAMP-WORK.
001730     05 WS-STAMP-DATE           PIC X(08).
001740     05 WS-STAMP-HOUR           PIC X(02).
001750 01  WS-DATE-DIGITS             PIC X(08)  VALUE SPACES.
001760
001770*    THE TARGET FIELDS A FLD CARD CAN NAME, IN SLOT ORDER.
001780 01  WS-TARGET-NAME-TABLE.
001790     05 FILLER                  PIC X(05)  VALUE "DATA1".
001800     05 FILLER                  PIC X(05)  VALUE "DATA2".
001810     05 FILLER                  PIC X(05)  VALUE "DATE ".
001820     05 FILLER                  PIC X(05)  VALUE "HOUR ".
001830     05 FILLER                  PIC X(05)  VALUE "DATA3".
001840     05 FILLER                  PIC X(05)  VALUE "DATA4".
001850     05 FILLER                  PIC X(05)  VALUE "DATA5".
001860     05 FILLER                  PIC X(05)  VALUE "DATA6".
001870     05 FILLER                  PIC X(05)  VALUE "DATA7".
001880     05 FILLER                  PIC X(05)  VALUE "DATA8".
001890 01  WS-TARGET-NAMES REDEFINES WS-TARGET-NAME-TABLE.
001900     05 WS-TARGET-NAME OCCURS 10 TIMES PIC X(05).
001910
001920*    FEEDS ON THE CATALOG.  ONLY THOSE WITH A LAYO CARD ARE
001930*    REFORMATTED; THE REST ARRIVE IN THE STANDARD LAYOUT.
001940 01  WS-FEED-TABLE.
001950     05 WS-FEED-ENTRY       OCCURS 20 TIMES.
001960        10 WS-FEED-NAME         PIC X(20).
001970        10 WS-FEED-OUT          PIC X(100).
001980        10 WS-FEED-YEAR         PIC X(04).
001990        10 WS-FEED-MAND         PIC X(01).
002000        10 WS-FEED-LAYO         PIC X(20).
002010        10 WS-FEED-PROV-COUNT   PIC 9(08).
002020        10 WS-FEED-PROV-SW      PIC X(01).
002030
002040*    LAYOUTS FROM WEATHERLAYOUT.DAT.  EACH HAS A SLOT PER
002050*    TARGET FIELD (SEE WS-TARGET-NAME); A LAYOUT WITH ANY
002060*    DEFINITION ERROR IS NOT USED.
002070 01  WS-LAYOUT-TABLE.
002080     05 WS-LAYOUT-ENTRY     OCCURS 20 TIMES.
002090        10 WS-LAY-NAME          PIC X(20).
002100        10 WS-LAY-FORM          PIC X(01).
002110        10 WS-LAY-DELIM         PIC X(01).
002120        10 WS-LAY-SKIP          PIC 9(03).
002130        10 WS-LAY-ERROR-SW      PIC X(01).
002140        10 WS-LAY-MAP-COUNT     PIC 9(04).
002150        10 WS-LAY-FLD       OCCURS 10 TIMES.
002160           15 WS-LAY-COL        PIC 9(03).
002170           15 WS-LAY-LEN        PIC 9(03).
002180           15 WS-LAY-CONV       PIC X(04).
002190           15 WS-LAY-SET        PIC X(01).
002200
002210*    STATION CODE MAP - PROVIDER CODE TO DATA1, BY LAYOUT.
002220 01  WS-MAP-TABLE.
002230     05 WS-MAP-ENTRY        OCCURS 1000 TIMES.
002240        10 WS-MAP-LAYOUT        PIC 9(02).
002250        10 WS-MAP-CODE          PIC X(10).
002260        10 WS-MAP-DATA1         PIC 9(06).
002270
002280*    ONE RAW LINE CUT INTO ITS COLUMNS, AND THE TEXT TAKEN FOR
002290*    EACH TARGET FIELD.
002300 01  WS-COLUMN-TABLE.
002310     05 WS-COL-VALUE OCCURS 40 TIMES PIC X(40).
002320 01  WS-FIELD-TEXT-TABLE.
002330     05 WS-FLD-TEXT  OCCURS 10 TIMES PIC X(40).
002340
002350 01  WS-SWITCHES.
002360     05 WS-CATALOG-EOF-SW       PIC X(01) VALUE 'N'.
002370        88 WS-CATALOG-EOF                  VALUE 'Y'.
002380     05 WS-FEED-SKIP-SW         PIC X(01) VALUE 'N'.
002390        88 WS-FEED-GROUP-SKIPPED           VALUE 'Y'.
002400     05 WS-LAYOUT-EOF-SW        PIC X(01) VALUE 'N'.
002410        88 WS-LAYOUT-EOF                   VALUE 'Y'.
002420     05 WS-LAYOUT-SKIP-SW       PIC X(01) VALUE 'N'.
002430        88 WS-LAYOUT-GROUP-SKIPPED         VALUE 'Y'.
002440     05 WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
002450        88 WS-CTL-EOF                      VALUE 'Y'.
002460     05 WS-RAW-EOF-SW           PIC X(01) VALUE 'N'.
002470        88 WS-RAW-EOF                      VALUE 'Y'.
002480     05 WS-LINE-SW              PIC X(01) VALUE 'Y'.
002490        88 WS-LINE-OK                      VALUE 'Y'.
002500        88 WS-LINE-REJECTED                VALUE 'N'.
002510     05 WS-MAP-FOUND-SW         PIC X(01) VALUE 'N'.
002520        88 WS-MAP-FOUND                    VALUE 'Y'.
002530     05 WS-FEED-FAILED-SW       PIC X(01) VALUE 'N'.
002540        88 WS-FEED-FAILED                  VALUE 'Y'.
002550
002560 PROCEDURE DIVISION.
002570*
002580*-----------------------------------------------------------*
002590* 0000-MAIN-LOGIC                                           *
002600*-----------------------------------------------------------*
002610 0000-MAIN-LOGIC.
002620     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
002630     PERFORM 2000-LOAD-FEED-CATALOG THRU 2000-EXIT
002640     PERFORM 2500-LOAD-LAYOUTS      THRU 2500-EXIT
002650     PERFORM 2800-CHECK-ONE-LAYOUT  THRU 2800-EXIT
002660         VARYING WS-LAY-IDX FROM 1 BY 1
002670         UNTIL WS-LAY-IDX > WS-LAYOUT-COUNT
002680     PERFORM 3000-READ-PROVIDER-COUNTS THRU 3000-EXIT
002690     PERFORM 4000-REFORMAT-ONE-FEED THRU 4000-EXIT
002700         VARYING WS-FEED-IDX FROM 1 BY 1
002710         UNTIL WS-FEED-IDX > WS-FEED-COUNT
002720     PERFORM 9999-TERMINATE         THRU 9999-EXIT
002730     GOBACK.
002740
002750*-----------------------------------------------------------*
002760* 1000-INITIALIZE                                           *
002770*-----------------------------------------------------------*
002780 1000-INITIALIZE.
002790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002800     OPEN OUTPUT REFORMAT-LISTING-FILE
002810     MOVE SPACES TO LISTING-LINE
002820     STRING "WEATHER INBOUND REFORMAT LISTING - RUN DATE "
002830            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
002840            DELIMITED BY SIZE INTO LISTING-LINE
002850     WRITE LISTING-LINE.
002860 1000-EXIT.
002870     EXIT.
002880
002890*-----------------------------------------------------------*
002900* 2000-LOAD-FEED-CATALOG - HTTPFEED.DAT, GROUPED BY FEED     *
002910* CARD AS HTTP-REQUEST READS IT.  ONLY FEED/OUT/YEAR/MAND/   *
002920* LAYO ARE TAKEN.                                            *
002930*-----------------------------------------------------------*
002940 2000-LOAD-FEED-CATALOG.
002950     OPEN INPUT FEED-CATALOG-FILE
002960     PERFORM 2100-READ-CATALOG-CARD THRU 2100-EXIT
002970         UNTIL WS-CATALOG-EOF
002980     CLOSE FEED-CATALOG-FILE.
002990 2000-EXIT.
003000     EXIT.
003010
003020 2100-READ-CATALOG-CARD.
003030     READ FEED-CATALOG-FILE
003040         AT END
003050             SET WS-CATALOG-EOF TO TRUE
003060             GO TO 2100-EXIT
003070     END-READ
003080     IF CAT-TAG = "FEED"
003090         IF WS-FEED-COUNT >= 20
003100             SET WS-FEED-GROUP-SKIPPED TO TRUE
003110             GO TO 2100-EXIT
003120         END-IF
003130         MOVE 'N' TO WS-FEED-SKIP-SW
003140         ADD 1 TO WS-FEED-COUNT
003150         MOVE SPACES TO WS-FEED-ENTRY (WS-FEED-COUNT)
003160         MOVE CAT-VALUE (1:20) TO WS-FEED-NAME (WS-FEED-COUNT)
003170         MOVE "Y" TO WS-FEED-MAND (WS-FEED-COUNT)
003180         MOVE "N" TO WS-FEED-PROV-SW (WS-FEED-COUNT)
003190         MOVE 0 TO WS-FEED-PROV-COUNT (WS-FEED-COUNT)
003200         GO TO 2100-EXIT
003210     END-IF
003220     IF WS-FEED-COUNT = 0 OR WS-FEED-GROUP-SKIPPED
003230         GO TO 2100-EXIT
003240     END-IF
003250     EVALUATE CAT-TAG
003260         WHEN "OUT "
003270             MOVE CAT-VALUE (1:100)
003280                  TO WS-FEED-OUT (WS-FEED-COUNT)
003290         WHEN "YEAR"
003300             MOVE CAT-VALUE (1:4)
003310                  TO WS-FEED-YEAR (WS-FEED-COUNT)
003320         WHEN "MAND"
003330             MOVE CAT-VALUE (1:1)
003340                  TO WS-FEED-MAND (WS-FEED-COUNT)
003350         WHEN "LAYO"
003360             MOVE CAT-VALUE (1:20)
003370                  TO WS-FEED-LAYO (WS-FEED-COUNT)
003380         WHEN OTHER
003390             CONTINUE
003400     END-EVALUATE.
003410 2100-EXIT.
003420     EXIT.
003430
003440*-----------------------------------------------------------*
003450* 2500-LOAD-LAYOUTS - WEATHERLAYOUT.DAT.  A LAYO CARD OPENS  *
003460* A LAYOUT AND THE CARDS THAT FOLLOW DESCRIBE IT.  A CARD    *
003470* THAT CANNOT BE TAKEN MARKS ITS LAYOUT IN ERROR RATHER THAN *
003480* BEING PASSED BY, SINCE A HALF-DESCRIBED LAYOUT WOULD MAP   *
003490* THE WRONG COLUMNS.                                         *
003500*-----------------------------------------------------------*
003510 2500-LOAD-LAYOUTS.
003520     OPEN INPUT LAYOUT-FILE
003530     PERFORM 2600-READ-LAYOUT-CARD THRU 2600-EXIT
003540         UNTIL WS-LAYOUT-EOF
003550     CLOSE LAYOUT-FILE.
003560 2500-EXIT.
003570     EXIT.
003580
003590 2600-READ-LAYOUT-CARD.
003600     READ LAYOUT-FILE
003610         AT END
003620             SET WS-LAYOUT-EOF TO TRUE
003630             GO TO 2600-EXIT
003640     END-READ
003650     IF LAY-TAG = "LAYO"
003660         IF WS-LAYOUT-COUNT >= 20
003670             MOVE SPACES TO LISTING-LINE
003680             STRING " LAYOUT " LAY-VALUE (1:20)
003690                    " - MORE THAN 20 LAYOUTS, NOT LOADED"
003700                    DELIMITED BY SIZE INTO LISTING-LINE
003710             WRITE LISTING-LINE
003720             SET WS-LAYOUT-GROUP-SKIPPED TO TRUE
003730             GO TO 2600-EXIT
003740         END-IF
003750         MOVE 'N' TO WS-LAYOUT-SKIP-SW
003760         ADD 1 TO WS-LAYOUT-COUNT
003770         MOVE WS-LAYOUT-COUNT TO WS-LAY-IDX
003780         INITIALIZE WS-LAYOUT-ENTRY (WS-LAY-IDX)
003790         MOVE LAY-VALUE (1:20) TO WS-LAY-NAME (WS-LAY-IDX)
003800         MOVE "D" TO WS-LAY-FORM (WS-LAY-IDX)
003810         MOVE "," TO WS-LAY-DELIM (WS-LAY-IDX)
003820         MOVE "N" TO WS-LAY-ERROR-SW (WS-LAY-IDX)
003830         PERFORM 2610-CLEAR-FIELD-SLOT THRU 2610-EXIT
003840             VARYING WS-TARGET-IDX FROM 1 BY 1
003850             UNTIL WS-TARGET-IDX > 10
003860         GO TO 2600-EXIT
003870     END-IF
003880     IF WS-LAYOUT-COUNT = 0 OR WS-LAYOUT-GROUP-SKIPPED
003890         GO TO 2600-EXIT
003900     END-IF
003910     MOVE WS-LAYOUT-COUNT TO WS-LAY-IDX
003920     MOVE SPACES TO WS-DEFINITION-ERROR
003930     EVALUATE LAY-TAG
003940         WHEN "FORM"
003950             IF LAY-VALUE (1:1) = "D" OR LAY-VALUE (1:1) = "F"
003960                 MOVE LAY-VALUE (1:1) TO WS-LAY-FORM (WS-LAY-IDX)
003970             ELSE
003980                 MOVE "FORM MUST BE DELIMITED OR FIXED"
003990                      TO WS-DEFINITION-ERROR
004000             END-IF
004010         WHEN "DLIM"
004020             IF LAY-VALUE (1:4) = "TAB "
004030                 MOVE X"09" TO WS-LAY-DELIM (WS-LAY-IDX)
004040             ELSE
004050                 IF LAY-VALUE (1:1) = SPACE
004060                     MOVE "DLIM GIVES NO DELIMITER"
004070                          TO WS-DEFINITION-ERROR
004080                 ELSE
004090                     MOVE LAY-VALUE (1:1)
004100                          TO WS-LAY-DELIM (WS-LAY-IDX)
004110                 END-IF
004120             END-IF
004130         WHEN "SKIP"
004140             IF FUNCTION TEST-NUMVAL (LAY-VALUE (1:10)) NOT = 0
004150                 MOVE "SKIP MUST BE A NUMBER OF ROWS"
004160                      TO WS-DEFINITION-ERROR
004170             ELSE
004180                 COMPUTE WS-PARM-NUMVAL =
004190                         FUNCTION NUMVAL (LAY-VALUE (1:10))
004200                 IF WS-PARM-NUMVAL < 0 OR WS-PARM-NUMVAL > 999
004210                     MOVE "SKIP MUST BE 0 TO 999"
004220                          TO WS-DEFINITION-ERROR
004230                 ELSE
004240                     MOVE WS-PARM-NUMVAL
004250                          TO WS-LAY-SKIP (WS-LAY-IDX)
004260                 END-IF
004270             END-IF
004280         WHEN "FLD "
004290             PERFORM 2620-TAKE-FIELD-CARD THRU 2620-EXIT
004300         WHEN "STNM"
004310             PERFORM 2640-TAKE-STATION-MAP THRU 2640-EXIT
004320         WHEN OTHER
004330             CONTINUE
004340     END-EVALUATE
004350     IF WS-DEFINITION-ERROR NOT = SPACES
004360         PERFORM 2900-LIST-DEFINITION-ERROR THRU 2900-EXIT
004370     END-IF.
004380 2600-EXIT.
004390     EXIT.
004400
004410 2610-CLEAR-FIELD-SLOT.
004420     MOVE 0 TO WS-LAY-COL (WS-LAY-IDX, WS-TARGET-IDX)
004430     MOVE 0 TO WS-LAY-LEN (WS-LAY-IDX, WS-TARGET-IDX)
004440     MOVE SPACES TO WS-LAY-CONV (WS-LAY-IDX, WS-TARGET-IDX)
004450     MOVE "N" TO WS-LAY-SET (WS-LAY-IDX, WS-TARGET-IDX).
004460 2610-EXIT.
004470     EXIT.
004480
004490 2620-TAKE-FIELD-CARD.
004500     MOVE 0 TO WS-TARGET-IDX
004510     PERFORM 2630-MATCH-TARGET THRU 2630-EXIT
004520         VARYING WS-SCAN-IDX FROM 1 BY 1
004530         UNTIL WS-SCAN-IDX > 10 OR WS-TARGET-IDX > 0
004540     IF WS-TARGET-IDX = 0
004550         STRING "FLD TARGET " LAY-FLD-TARGET " NOT KNOWN"
004560                DELIMITED BY SIZE INTO WS-DEFINITION-ERROR
004570         GO TO 2620-EXIT
004580     END-IF
004590     IF LAY-FLD-COL NOT NUMERIC OR LAY-FLD-COL = "000"
004600         STRING "FLD " LAY-FLD-TARGET " COLUMN MUST BE 001-999"
004610                DELIMITED BY SIZE INTO WS-DEFINITION-ERROR
004620         GO TO 2620-EXIT
004630     END-IF
004640     IF LAY-FLD-LEN NOT NUMERIC AND LAY-FLD-LEN NOT = SPACES
004650         STRING "FLD " LAY-FLD-TARGET " LENGTH MUST BE 001-040"
004660                DELIMITED BY SIZE INTO WS-DEFINITION-ERROR
004670         GO TO 2620-EXIT
004680     END-IF
004690     MOVE LAY-FLD-COL TO WS-LAY-COL (WS-LAY-IDX, WS-TARGET-IDX)
004700     IF LAY-FLD-LEN NUMERIC
004710         MOVE LAY-FLD-LEN
004720              TO WS-LAY-LEN (WS-LAY-IDX, WS-TARGET-IDX)
004730     END-IF
004740     MOVE LAY-FLD-CONV
004750          TO WS-LAY-CONV (WS-LAY-IDX, WS-TARGET-IDX)
004760     MOVE "Y" TO WS-LAY-SET (WS-LAY-IDX, WS-TARGET-IDX).
004770 2620-EXIT.
004780     EXIT.
004790
004800 2630-MATCH-TARGET.
004810     IF WS-TARGET-NAME (WS-SCAN-IDX) = LAY-FLD-TARGET
004820         MOVE WS-SCAN-IDX TO WS-TARGET-IDX
004830     END-IF.
004840 2630-EXIT.
004850     EXIT.
004860
004870 2640-TAKE-STATION-MAP.
004880     IF LAY-MAP-CODE = SPACES OR LAY-MAP-DATA1 NOT NUMERIC
004890         MOVE "STNM NEEDS A CODE AND A 6-DIGIT DATA1"
004900              TO WS-DEFINITION-ERROR
004910         GO TO 2640-EXIT
004920     END-IF
004930     IF WS-MAP-COUNT >= 1000
004940         MOVE "MORE THAN 1000 STATION MAP CARDS"
004950              TO WS-DEFINITION-ERROR
004960         GO TO 2640-EXIT
004970     END-IF
004980     ADD 1 TO WS-MAP-COUNT
004990     MOVE WS-LAY-IDX    TO WS-MAP-LAYOUT (WS-MAP-COUNT)
005000     MOVE LAY-MAP-CODE  TO WS-MAP-CODE (WS-MAP-COUNT)
005010     MOVE LAY-MAP-DATA1 TO WS-MAP-DATA1 (WS-MAP-COUNT)
005020     ADD 1 TO WS-LAY-MAP-COUNT (WS-LAY-IDX).
005030 2640-EXIT.
005040     EXIT.
005050
005060*-----------------------------------------------------------*
005070* 2800-CHECK-ONE-LAYOUT - A LAYOUT MUST PLACE DATA1, EITHER  *
005080* DATA2 OR BOTH DATE AND HOUR, AND ALL OF DATA3-DATA8, EACH  *
005090* WITHIN THE 40 COLUMNS (DELIMITED) OR 400-BYTE LINE (FIXED) *
005100* THIS STEP HANDLES, AND ONLY USE CONVERSIONS IT KNOWS.      *
005110*-----------------------------------------------------------*
005120 2800-CHECK-ONE-LAYOUT.
005130     IF WS-LAY-ERROR-SW (WS-LAY-IDX) = "Y"
005140         GO TO 2800-EXIT
005150     END-IF
005160     MOVE SPACES TO WS-DEFINITION-ERROR
005170     IF WS-LAY-SET (WS-LAY-IDX, 1) NOT = "Y"
005180         MOVE "NO FLD CARD FOR DATA1" TO WS-DEFINITION-ERROR
005190     END-IF
005200     IF WS-LAY-SET (WS-LAY-IDX, 2) NOT = "Y"
005210             AND (WS-LAY-SET (WS-LAY-IDX, 3) NOT = "Y"
005220               OR WS-LAY-SET (WS-LAY-IDX, 4) NOT = "Y")
005230         MOVE "NO FLD CARD FOR DATA2, OR FOR DATE AND HOUR"
005240              TO WS-DEFINITION-ERROR
005250     END-IF
005260     IF WS-DEFINITION-ERROR = SPACES
005270         PERFORM 2810-CHECK-FIELD-SLOT THRU 2810-EXIT
005280             VARYING WS-TARGET-IDX FROM 1 BY 1
005290             UNTIL WS-TARGET-IDX > 10
005300                OR WS-DEFINITION-ERROR NOT = SPACES
005310     END-IF
005320     IF WS-DEFINITION-ERROR NOT = SPACES
005330         PERFORM 2900-LIST-DEFINITION-ERROR THRU 2900-EXIT
005340     END-IF.
005350 2800-EXIT.
005360     EXIT.
005370
005380 2810-CHECK-FIELD-SLOT.
005390     IF WS-LAY-SET (WS-LAY-IDX, WS-TARGET-IDX) NOT = "Y"
005400         IF WS-TARGET-IDX > 4
005410             STRING "NO FLD CARD FOR "
005420                    WS-TARGET-NAME (WS-TARGET-IDX)
005430                    DELIMITED BY SIZE INTO WS-DEFINITION-ERROR
005440         END-IF
005450         GO TO 2810-EXIT
005460     END-IF
005470     IF WS-LAY-FORM (WS-LAY-IDX) = "D"
005480         IF WS-LAY-COL (WS-LAY-IDX, WS-TARGET-IDX) > 40
005490             STRING WS-TARGET-NAME (WS-TARGET-IDX)
005500                    " COLUMN PAST 40" DELIMITED BY SIZE
005510                    INTO WS-DEFINITION-ERROR
005520             GO TO 2810-EXIT
005530         END-IF
005540     ELSE
005550         IF WS-LAY-LEN (WS-LAY-IDX, WS-TARGET-IDX) = 0
005560                 OR WS-LAY-LEN (WS-LAY-IDX, WS-TARGET-IDX) > 40
005570                 OR WS-LAY-COL (WS-LAY-IDX, WS-TARGET-IDX)
005580                  + WS-LAY-LEN (WS-LAY-IDX, WS-TARGET-IDX) > 401
005590             STRING WS-TARGET-NAME (WS-TARGET-IDX)
005600                    " NEEDS A LENGTH OF 1-40 WITHIN 400 BYTES"
005610                    DELIMITED BY SIZE INTO WS-DEFINITION-ERROR
005620             GO TO 2810-EXIT
005630         END-IF
005640     END-IF
005650     IF WS-LAY-CONV (WS-LAY-IDX, WS-TARGET-IDX) = SPACES
005660         GO TO 2810-EXIT
005670     END-IF
005680     IF WS-TARGET-IDX = 3
005690         IF WS-LAY-CONV (WS-LAY-IDX, 3) NOT = "YMD "
005700                 AND WS-LAY-CONV (WS-LAY-IDX, 3) NOT = "MDY "
005710                 AND WS-LAY-CONV (WS-LAY-IDX, 3) NOT = "DMY "
005720             MOVE "DATE ORDER MUST BE YMD, MDY OR DMY"
005730                  TO WS-DEFINITION-ERROR
005740         END-IF
005750         GO TO 2810-EXIT
005760     END-IF
005770     IF WS-TARGET-IDX < 5
005780             OR (WS-LAY-CONV (WS-LAY-IDX, WS-TARGET-IDX)
005790                     NOT = "FTOC"
005800                 AND WS-LAY-CONV (WS-LAY-IDX, WS-TARGET-IDX)
005810                     NOT = "KTOC"
005820                 AND WS-LAY-CONV (WS-LAY-IDX, WS-TARGET-IDX)
005830                     NOT = "TNTH")
005840         STRING "CONVERSION "
005850                WS-LAY-CONV (WS-LAY-IDX, WS-TARGET-IDX)
005860                " NOT KNOWN FOR " WS-TARGET-NAME (WS-TARGET-IDX)
005870                DELIMITED BY SIZE INTO WS-DEFINITION-ERROR
005880     END-IF.
005890 2810-EXIT.
005900     EXIT.
005910
005920 2900-LIST-DEFINITION-ERROR.
005930     MOVE "Y" TO WS-LAY-ERROR-SW (WS-LAY-IDX)
005940     MOVE SPACES TO LISTING-LINE
005950     STRING " LAYOUT " WS-LAY-NAME (WS-LAY-IDX)
005960            " - DEFINITION ERROR - " WS-DEFINITION-ERROR
005970            DELIMITED BY SIZE INTO LISTING-LINE
005980     WRITE LISTING-LINE
005990     DISPLAY "WEATHER-REFORMAT: layout " WS-LAY-NAME (WS-LAY-IDX)
006000             " in error - " WS-DEFINITION-ERROR.
006010 2900-EXIT.
006020     EXIT.
006030
006040*-----------------------------------------------------------*
006050* 3000-READ-PROVIDER-COUNTS - THE NEWEST WEATHERCTL.DAT CARD *
006060* FOR EACH LAYOUT FEED'S DOWNLOADED FILE, TO CHECK THE LINES *
006070* READ HERE AGAINST WHAT HTTP-REQUEST RECORDED.              *
006080*-----------------------------------------------------------*
006090 3000-READ-PROVIDER-COUNTS.
006100     OPEN INPUT CONTROL-TOTAL-FILE
006110     PERFORM 3100-READ-ONE-CONTROL-CARD THRU 3100-EXIT
006120         UNTIL WS-CTL-EOF
006130     CLOSE CONTROL-TOTAL-FILE.
006140 3000-EXIT.
006150     EXIT.
006160
006170 3100-READ-ONE-CONTROL-CARD.
006180     READ CONTROL-TOTAL-FILE
006190         AT END
006200             SET WS-CTL-EOF TO TRUE
006210             GO TO 3100-EXIT
006220     END-READ
006230     IF CT-EXPECTED-COUNT NOT NUMERIC
006240         GO TO 3100-EXIT
006250     END-IF
006260     PERFORM 3110-MATCH-CONTROL-CARD THRU 3110-EXIT
006270         VARYING WS-FEED-IDX FROM 1 BY 1
006280         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
006290 3100-EXIT.
006300     EXIT.
006310
006320 3110-MATCH-CONTROL-CARD.
006330     IF WS-FEED-LAYO (WS-FEED-IDX) NOT = SPACES
006340             AND WS-FEED-OUT (WS-FEED-IDX) = CT-FILE-NAME
006350         MOVE CT-EXPECTED-COUNT
006360              TO WS-FEED-PROV-COUNT (WS-FEED-IDX)
006370         MOVE "Y" TO WS-FEED-PROV-SW (WS-FEED-IDX)
006380     END-IF.
006390 3110-EXIT.
006400     EXIT.
006410
006420*-----------------------------------------------------------*
006430* 4000-REFORMAT-ONE-FEED - A FEED WITH A LAYO CARD IS READ   *
006440* FROM ITS OUT FILE AND WRITTEN AS WEATHERYYYY.DAT FOR ITS   *
006450* YEAR CARD.  A FEED THAT CANNOT BE REFORMATTED LEAVES ANY   *
006460* EARLIER YEARLY FILE ALONE.                                 *
006470*-----------------------------------------------------------*
006480 4000-REFORMAT-ONE-FEED.
006490     IF WS-FEED-LAYO (WS-FEED-IDX) = SPACES
006500         GO TO 4000-EXIT
006510     END-IF
006520     MOVE 'N' TO WS-FEED-FAILED-SW
006530     MOVE 0 TO WS-LINE-COUNT WS-HEADER-COUNT WS-BLANK-COUNT
006540               WS-DATA-LINE-COUNT WS-WRITTEN-COUNT
006550               WS-REJECT-COUNT
006560     MOVE SPACES TO WS-YEARLY-FILE-NAME
006570     IF WS-FEED-YEAR (WS-FEED-IDX) NUMERIC
006580         STRING "weather" WS-FEED-YEAR (WS-FEED-IDX) ".dat"
006590                DELIMITED BY SIZE INTO WS-YEARLY-FILE-NAME
006600     END-IF
006610     MOVE SPACES TO LISTING-LINE
006620     WRITE LISTING-LINE
006630     MOVE SPACES TO LISTING-LINE
006640     STRING " FEED " WS-FEED-NAME (WS-FEED-IDX)
006650            "  LAYOUT " WS-FEED-LAYO (WS-FEED-IDX)
006660            "  FROM " DELIMITED BY SIZE
006670            WS-FEED-OUT (WS-FEED-IDX) DELIMITED BY SPACE
006680            "  TO " DELIMITED BY SIZE
006690            WS-YEARLY-FILE-NAME DELIMITED BY SPACE
006700            INTO LISTING-LINE
006710     WRITE LISTING-LINE
006720     MOVE 0 TO WS-LAY-IDX
006730     PERFORM 4010-FIND-LAYOUT THRU 4010-EXIT
006740         VARYING WS-SCAN-IDX FROM 1 BY 1
006750         UNTIL WS-SCAN-IDX > WS-LAYOUT-COUNT OR WS-LAY-IDX > 0
006760     EVALUATE TRUE
006770         WHEN WS-LAY-IDX = 0
006780             MOVE "LAYOUT NOT ON WEATHERLAYOUT.DAT"
006790                  TO WS-REJECT-REASON
006800         WHEN WS-LAY-ERROR-SW (WS-LAY-IDX) = "Y"
006810             MOVE "LAYOUT HAS A DEFINITION ERROR"
006820                  TO WS-REJECT-REASON
006830         WHEN WS-YEARLY-FILE-NAME = SPACES
006840             MOVE "NO 4-DIGIT YEAR CARD ON THE FEED"
006850                  TO WS-REJECT-REASON
006860         WHEN WS-FEED-OUT (WS-FEED-IDX) = SPACES
006870           OR WS-FEED-OUT (WS-FEED-IDX) = WS-YEARLY-FILE-NAME
006880             MOVE "OUT FILE MISSING OR SAME AS YEARLY FILE"
006890                  TO WS-REJECT-REASON
006900         WHEN OTHER
006910             MOVE SPACES TO WS-REJECT-REASON
006920     END-EVALUATE
006930     IF WS-REJECT-REASON NOT = SPACES
006940         PERFORM 4900-FEED-NOT-REFORMATTED THRU 4900-EXIT
006950         GO TO 4000-EXIT
006960     END-IF
006970     MOVE WS-FEED-OUT (WS-FEED-IDX) TO WS-RAW-FILE-NAME
006980     OPEN INPUT RAW-FILE
006990     IF WS-RAW-FILE-STATUS NOT = "00"
007000         STRING "DOWNLOADED FILE WILL NOT OPEN - STATUS "
007010                WS-RAW-FILE-STATUS
007020                DELIMITED BY SIZE INTO WS-REJECT-REASON
007030         PERFORM 4900-FEED-NOT-REFORMATTED THRU 4900-EXIT
007040         GO TO 4000-EXIT
007050     END-IF
007060     OPEN OUTPUT YEARLY-FILE
007070     IF WS-YEARLY-FILE-STATUS NOT = "00"
007080         CLOSE RAW-FILE
007090         STRING "YEARLY FILE WILL NOT OPEN - STATUS "
007100                WS-YEARLY-FILE-STATUS
007110                DELIMITED BY SIZE INTO WS-REJECT-REASON
007120         PERFORM 4900-FEED-NOT-REFORMATTED THRU 4900-EXIT
007130         GO TO 4000-EXIT
007140     END-IF
007150     MOVE WS-LAY-DELIM (WS-LAY-IDX) TO WS-CUR-DELIM
007160     MOVE 'N' TO WS-RAW-EOF-SW
007170     PERFORM 4100-REFORMAT-ONE-LINE THRU 4100-EXIT
007180         UNTIL WS-RAW-EOF
007190     CLOSE RAW-FILE
007200     CLOSE YEARLY-FILE
007210     ADD 1 TO WS-FEEDS-DONE-COUNT
007220     ADD WS-REJECT-COUNT TO WS-TOTAL-REJECT-COUNT
007230     IF WS-REJECT-COUNT > 0 AND WS-RUN-RC < 4
007240         MOVE 4 TO WS-RUN-RC
007250     END-IF
007260     PERFORM 4800-LIST-FEED-TOTALS THRU 4800-EXIT
007270     PERFORM 4850-WRITE-CONTROL-CARD THRU 4850-EXIT.
007280 4000-EXIT.
007290     EXIT.
007300
007310 4010-FIND-LAYOUT.
007320     IF WS-LAY-NAME (WS-SCAN-IDX) = WS-FEED-LAYO (WS-FEED-IDX)
007330         MOVE WS-SCAN-IDX TO WS-LAY-IDX
007340     END-IF.
007350 4010-EXIT.
007360     EXIT.
007370
007380*    HEADER ROWS AND BLANK LINES ARE COUNTED AND PASSED BY.
007390 4100-REFORMAT-ONE-LINE.
007400     READ RAW-FILE
007410         AT END
007420             SET WS-RAW-EOF TO TRUE
007430             GO TO 4100-EXIT
007440     END-READ
007450     ADD 1 TO WS-LINE-COUNT
007460     IF WS-LINE-COUNT <= WS-LAY-SKIP (WS-LAY-IDX)
007470         ADD 1 TO WS-HEADER-COUNT
007480         GO TO 4100-EXIT
007490     END-IF
007500     IF RAW-LINE = SPACES
007510         ADD 1 TO WS-BLANK-COUNT
007520         GO TO 4100-EXIT
007530     END-IF
007540     ADD 1 TO WS-DATA-LINE-COUNT
007550     PERFORM 5000-MAP-LINE THRU 5000-EXIT
007560     IF WS-LINE-REJECTED
007570         PERFORM 4200-LIST-REJECT THRU 4200-EXIT
007580         GO TO 4100-EXIT
007590     END-IF
007600     WRITE STD-RECORD
007610     ADD 1 TO WS-WRITTEN-COUNT
007620     IF WS-WRITTEN-COUNT = 1
007630             AND STD-DATA2 (1:4) NOT = WS-FEED-YEAR (WS-FEED-IDX)
007640         MOVE SPACES TO LISTING-LINE
007650         STRING "   WARNING - FIRST RECORD YEAR " STD-DATA2 (1:4)
007660                " DOES NOT MATCH EXPECTED YEAR "
007670                WS-FEED-YEAR (WS-FEED-IDX)
007680                DELIMITED BY SIZE INTO LISTING-LINE
007690         WRITE LISTING-LINE
007700     END-IF.
007710 4100-EXIT.
007720     EXIT.
007730
007740 4200-LIST-REJECT.
007750     ADD 1 TO WS-REJECT-COUNT
007760     MOVE SPACES TO LISTING-LINE
007770     STRING "   LINE " WS-LINE-COUNT "  " WS-REJECT-REASON
007780            "  " RAW-LINE (1:70)
007790            DELIMITED BY SIZE INTO LISTING-LINE
007800     WRITE LISTING-LINE.
007810 4200-EXIT.
007820     EXIT.
007830
007840*    THE PROVIDER'S COUNT AGREES WHEN IT MATCHES THE DATA LINES
007850*    (AN X-TOTAL-COUNT HEADER) OR EVERY LINE OF THE FILE (THE
007860*    RECOUNT HTTP-REQUEST FALLS BACK TO).
007870 4800-LIST-FEED-TOTALS.
007880     MOVE SPACES TO LISTING-LINE
007890     STRING "   LINES READ " WS-LINE-COUNT
007900            "  HEADER " WS-HEADER-COUNT
007910            "  BLANK " WS-BLANK-COUNT
007920            "  WRITTEN " WS-WRITTEN-COUNT
007930            "  REJECTED " WS-REJECT-COUNT
007940            DELIMITED BY SIZE INTO LISTING-LINE
007950     WRITE LISTING-LINE
007960     MOVE SPACES TO LISTING-LINE
007970     EVALUATE TRUE
007980         WHEN WS-FEED-PROV-SW (WS-FEED-IDX) NOT = "Y"
007990             MOVE "   NO CONTROL CARD FOR THE DOWNLOADED FILE"
008000                  TO LISTING-LINE
008010         WHEN WS-FEED-PROV-COUNT (WS-FEED-IDX)
008020                  = WS-DATA-LINE-COUNT
008030           OR WS-FEED-PROV-COUNT (WS-FEED-IDX) = WS-LINE-COUNT
008040             STRING "   CONTROL TOTAL OK - DOWNLOAD COUNT "
008050                    WS-FEED-PROV-COUNT (WS-FEED-IDX)
008060                    DELIMITED BY SIZE INTO LISTING-LINE
008070         WHEN OTHER
008080             STRING "   *** CONTROL TOTAL MISMATCH - DOWNLOAD "
008090                    "COUNT " WS-FEED-PROV-COUNT (WS-FEED-IDX)
008100                    ", DATA LINES " WS-DATA-LINE-COUNT " ***"
008110                    DELIMITED BY SIZE INTO LISTING-LINE
008120             DISPLAY "WEATHER-REFORMAT: control total mismatch "
008130                     "for feed " WS-FEED-NAME (WS-FEED-IDX)
008140             IF WS-RUN-RC < 4
008150                 MOVE 4 TO WS-RUN-RC
008160             END-IF
008170     END-EVALUATE
008180     WRITE LISTING-LINE.
008190 4800-EXIT.
008200     EXIT.
008210
008220 4850-WRITE-CONTROL-CARD.
008230     OPEN EXTEND CONTROL-TOTAL-FILE
008240     IF WS-CONTROL-FILE-STATUS NOT = "00"
008250         OPEN OUTPUT CONTROL-TOTAL-FILE
008260     END-IF
008270     MOVE SPACES TO CONTROL-TOTAL-RECORD
008280     MOVE WS-YEARLY-FILE-NAME TO CT-FILE-NAME
008290     MOVE WS-WRITTEN-COUNT TO CT-EXPECTED-COUNT
008300     WRITE CONTROL-TOTAL-RECORD
008310     CLOSE CONTROL-TOTAL-FILE.
008320 4850-EXIT.
008330     EXIT.
008340
008350*    A MANDATORY FEED THAT CANNOT BE REFORMATTED STOPS THE JOB
008360*    (RC 8) JUST AS A FAILED MANDATORY PULL WOULD.
008370 4900-FEED-NOT-REFORMATTED.
008380     ADD 1 TO WS-FEEDS-FAILED-COUNT
008390     MOVE SPACES TO LISTING-LINE
008400     STRING "   *** NOT REFORMATTED - " WS-REJECT-REASON " ***"
008410            DELIMITED BY SIZE INTO LISTING-LINE
008420     WRITE LISTING-LINE
008430     DISPLAY "WEATHER-REFORMAT: feed " WS-FEED-NAME (WS-FEED-IDX)
008440             " not reformatted - " WS-REJECT-REASON
008450     IF WS-FEED-MAND (WS-FEED-IDX) NOT = "N"
008460         MOVE 8 TO WS-RUN-RC
008470     ELSE
008480         IF WS-RUN-RC < 4
008490             MOVE 4 TO WS-RUN-RC
008500         END-IF
008510     END-IF.
008520 4900-EXIT.
008530     EXIT.
008540
008550*-----------------------------------------------------------*
008560* 5000-MAP-LINE - CUTS ONE RAW LINE INTO THE TARGET FIELDS   *
008570* AND BUILDS THE STANDARD RECORD FROM THEM, OR SETS A REJECT *
008580* REASON.                                                    *
008590*-----------------------------------------------------------*
008600 5000-MAP-LINE.
008610     SET WS-LINE-OK TO TRUE
008620     MOVE SPACES TO WS-REJECT-REASON
008630     MOVE SPACES TO WS-FIELD-TEXT-TABLE
008640     MOVE SPACES TO STD-RECORD
008650     IF WS-LAY-FORM (WS-LAY-IDX) = "D"
008660         PERFORM 5100-SPLIT-COLUMNS THRU 5100-EXIT
008670     END-IF
008680     PERFORM 5200-TAKE-FIELD-TEXT THRU 5200-EXIT
008690         VARYING WS-TARGET-IDX FROM 1 BY 1
008700         UNTIL WS-TARGET-IDX > 10 OR WS-LINE-REJECTED
008710     IF WS-LINE-REJECTED
008720         GO TO 5000-EXIT
008730     END-IF
008740     PERFORM 5300-MAP-STATION THRU 5300-EXIT
008750     IF WS-LINE-REJECTED
008760         GO TO 5000-EXIT
008770     END-IF
008780     PERFORM 5400-MAP-STAMP THRU 5400-EXIT
008790     IF WS-LINE-REJECTED
008800         GO TO 5000-EXIT
008810     END-IF
008820     PERFORM 5500-MAP-VALUE THRU 5500-EXIT
008830         VARYING WS-VALUE-IDX FROM 1 BY 1
008840         UNTIL WS-VALUE-IDX > 6 OR WS-LINE-REJECTED.
008850 5000-EXIT.
008860     EXIT.
008870
008880*    QUOTES ROUND A COLUMN ARE DROPPED WITH THE PADDING; A
008890*    DELIMITER INSIDE QUOTES IS NOT SUPPORTED.
008900 5100-SPLIT-COLUMNS.
008910     MOVE SPACES TO WS-COLUMN-TABLE
008920     MOVE 0 TO WS-DELIM-COUNT
008930     INSPECT RAW-LINE TALLYING WS-DELIM-COUNT
008940         FOR ALL WS-CUR-DELIM
008950     COMPUTE WS-COLUMN-COUNT = WS-DELIM-COUNT + 1
008960     MOVE 1 TO WS-LINE-PTR
008970     PERFORM 5110-CUT-ONE-COLUMN THRU 5110-EXIT
008980         VARYING WS-COL-IDX FROM 1 BY 1
008990         UNTIL WS-COL-IDX > WS-COLUMN-COUNT
009000            OR WS-COL-IDX > 40.
009010 5100-EXIT.
009020     EXIT.
009030
009040 5110-CUT-ONE-COLUMN.
009050     UNSTRING RAW-LINE DELIMITED BY WS-CUR-DELIM
009060         INTO WS-COL-VALUE (WS-COL-IDX)
009070         WITH POINTER WS-LINE-PTR
009080     END-UNSTRING.
009090 5110-EXIT.
009100     EXIT.
009110
009120 5200-TAKE-FIELD-TEXT.
009130     IF WS-LAY-SET (WS-LAY-IDX, WS-TARGET-IDX) NOT = "Y"
009140         GO TO 5200-EXIT
009150     END-IF
009160     IF WS-LAY-FORM (WS-LAY-IDX) = "F"
009170         MOVE RAW-LINE (WS-LAY-COL (WS-LAY-IDX, WS-TARGET-IDX):
009180                        WS-LAY-LEN (WS-LAY-IDX, WS-TARGET-IDX))
009190              TO WS-FLD-TEXT (WS-TARGET-IDX)
009200     ELSE
009210         IF WS-LAY-COL (WS-LAY-IDX, WS-TARGET-IDX)
009220                 > WS-COLUMN-COUNT
009230             SET WS-LINE-REJECTED TO TRUE
009240             MOVE WS-LAY-COL (WS-LAY-IDX, WS-TARGET-IDX)
009250                  TO WS-COL-ED
009260             STRING "NO COLUMN" WS-COL-ED " FOR "
009270                    WS-TARGET-NAME (WS-TARGET-IDX)
009280                    DELIMITED BY SIZE INTO WS-REJECT-REASON
009290             GO TO 5200-EXIT
009300         END-IF
009310         MOVE WS-COL-VALUE (WS-LAY-COL (WS-LAY-IDX,
009320                                        WS-TARGET-IDX))
009330              TO WS-FLD-TEXT (WS-TARGET-IDX)
009340     END-IF
009350     MOVE WS-FLD-TEXT (WS-TARGET-IDX) TO WS-SCAN-TEXT
009360     PERFORM 6000-TRIM-TEXT THRU 6000-EXIT
009370     MOVE WS-SCAN-TEXT TO WS-FLD-TEXT (WS-TARGET-IDX).
009380 5200-EXIT.
009390     EXIT.
009400
009410*    WITH A STATION MAP THE PROVIDER'S CODE MUST BE ON IT;
009420*    WITHOUT ONE THE PROVIDER SENDS OUR NUMERIC CODE.
009430 5300-MAP-STATION.
009440     IF WS-FLD-TEXT (1) = SPACES
009450         SET WS-LINE-REJECTED TO TRUE
009460         MOVE "STATION CODE MISSING" TO WS-REJECT-REASON
009470         GO TO 5300-EXIT
009480     END-IF
009490     IF WS-LAY-MAP-COUNT (WS-LAY-IDX) > 0
009500         MOVE 'N' TO WS-MAP-FOUND-SW
009510         PERFORM 5310-MATCH-STATION-MAP THRU 5310-EXIT
009520             VARYING WS-MAP-IDX FROM 1 BY 1
009530             UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-FOUND
009540         IF NOT WS-MAP-FOUND
009550             SET WS-LINE-REJECTED TO TRUE
009560             STRING "STATION CODE " WS-FLD-TEXT (1) (1:10)
009570                    " NOT MAPPED"
009580                    DELIMITED BY SIZE INTO WS-REJECT-REASON
009590         END-IF
009600         GO TO 5300-EXIT
009610     END-IF
009620     MOVE WS-FLD-TEXT (1) TO WS-SCAN-TEXT
009630     PERFORM 6100-EXTRACT-DIGITS THRU 6100-EXIT
009640     IF WS-OTHER-COUNT > 0 OR WS-DIGIT-COUNT > 6
009650         SET WS-LINE-REJECTED TO TRUE
009660         MOVE "STATION CODE NOT A 1-6 DIGIT NUMBER"
009670              TO WS-REJECT-REASON
009680         GO TO 5300-EXIT
009690     END-IF
009700     PERFORM 6200-RIGHT-JUSTIFY THRU 6200-EXIT
009710     MOVE WS-NUM-WORK TO STD-DATA1.
009720 5300-EXIT.
009730     EXIT.
009740
009750 5310-MATCH-STATION-MAP.
009760     IF WS-MAP-LAYOUT (WS-MAP-IDX) = WS-LAY-IDX
009770             AND WS-MAP-CODE (WS-MAP-IDX) = WS-FLD-TEXT (1)
009780         MOVE WS-MAP-DATA1 (WS-MAP-IDX) TO STD-DATA1
009790         SET WS-MAP-FOUND TO TRUE
009800     END-IF.
009810 5310-EXIT.
009820     EXIT.
009830
009840*    DATA2 IS THE FIRST TEN DIGITS OF ITS FIELD, WHATEVER
009850*    PUNCTUATION THE PROVIDER PUTS BETWEEN THEM.  OTHERWISE IT
009860*    IS BUILT FROM THE DATE (IN THE DIGIT ORDER ON ITS FLD
009870*    CARD) AND THE HOUR (H, HH, HH:MM OR HHMM).
009880 5400-MAP-STAMP.
009890     IF WS-LAY-SET (WS-LAY-IDX, 2) = "Y"
009900         MOVE WS-FLD-TEXT (2) TO WS-SCAN-TEXT
009910         PERFORM 6100-EXTRACT-DIGITS THRU 6100-EXIT
009920         IF WS-DIGIT-COUNT < 10
009930             SET WS-LINE-REJECTED TO TRUE
009940             MOVE "DATE/TIME STAMP NOT RECOGNIZED"
009950                  TO WS-REJECT-REASON
009960             GO TO 5400-EXIT
009970         END-IF
009980         MOVE WS-DIGITS (1:10) TO STD-DATA2
009990         GO TO 5400-EXIT
010000     END-IF
010010     MOVE WS-FLD-TEXT (3) TO WS-SCAN-TEXT
010020     PERFORM 6100-EXTRACT-DIGITS THRU 6100-EXIT
010030     IF WS-DIGIT-COUNT NOT = 8
010040         SET WS-LINE-REJECTED TO TRUE
010050         MOVE "DATE NOT RECOGNIZED" TO WS-REJECT-REASON
010060         GO TO 5400-EXIT
010070     END-IF
010080     MOVE WS-DIGITS (1:8) TO WS-DATE-DIGITS
010090     EVALUATE WS-LAY-CONV (WS-LAY-IDX, 3)
010100         WHEN "MDY "
010110             STRING WS-DATE-DIGITS (5:4) WS-DATE-DIGITS (1:2)
010120                    WS-DATE-DIGITS (3:2)
010130                    DELIMITED BY SIZE INTO WS-STAMP-DATE
010140         WHEN "DMY "
010150             STRING WS-DATE-DIGITS (5:4) WS-DATE-DIGITS (3:2)
010160                    WS-DATE-DIGITS (1:2)
010170                    DELIMITED BY SIZE INTO WS-STAMP-DATE
010180         WHEN OTHER
010190             MOVE WS-DATE-DIGITS TO WS-STAMP-DATE
010200     END-EVALUATE
010210     MOVE SPACES TO WS-SCAN-TEXT
010220     UNSTRING WS-FLD-TEXT (4) DELIMITED BY ":"
010230         INTO WS-SCAN-TEXT
010240     END-UNSTRING
010250     PERFORM 6100-EXTRACT-DIGITS THRU 6100-EXIT
010260     IF WS-OTHER-COUNT > 0 OR WS-DIGIT-COUNT = 0
010270             OR WS-DIGIT-COUNT > 4
010280         SET WS-LINE-REJECTED TO TRUE
010290         MOVE "HOUR NOT RECOGNIZED" TO WS-REJECT-REASON
010300         GO TO 5400-EXIT
010310     END-IF
010320     IF WS-DIGIT-COUNT > 2
010330         SUBTRACT 2 FROM WS-DIGIT-COUNT
010340     END-IF
010350     PERFORM 6200-RIGHT-JUSTIFY THRU 6200-EXIT
010360     MOVE WS-NUM-WORK-X (17:2) TO WS-STAMP-HOUR
010370     MOVE WS-STAMP-WORK TO STD-DATA2.
010380 5400-EXIT.
010390     EXIT.
010400
010410*    A BLANK VALUE STAYS BLANK FOR READTESTDATA TO REJECT AS
010420*    MISSING.  CONVERTED VALUES ARE ROUNDED TO TENTHS AND MUST
010430*    FIT THE 5-BYTE FIELD (-99.9 TO 999.9).
010440 5500-MAP-VALUE.
010450     COMPUTE WS-TARGET-IDX = WS-VALUE-IDX + 4
010460     IF WS-FLD-TEXT (WS-TARGET-IDX) = SPACES
010470         MOVE SPACES TO STD-FIELD (WS-VALUE-IDX)
010480         GO TO 5500-EXIT
010490     END-IF
010500     IF FUNCTION TEST-NUMVAL (WS-FLD-TEXT (WS-TARGET-IDX))
010510           NOT = 0
010520         SET WS-LINE-REJECTED TO TRUE
010530         STRING "NON-NUMERIC VALUE IN "
010540                WS-TARGET-NAME (WS-TARGET-IDX)
010550                DELIMITED BY SIZE INTO WS-REJECT-REASON
010560         GO TO 5500-EXIT
010570     END-IF
010580     COMPUTE WS-CONV-VALUE =
010590             FUNCTION NUMVAL (WS-FLD-TEXT (WS-TARGET-IDX))
010600     EVALUATE WS-LAY-CONV (WS-LAY-IDX, WS-TARGET-IDX)
010610         WHEN "FTOC"
010620             COMPUTE WS-CONV-VALUE =
010630                     (WS-CONV-VALUE - 32) * 5 / 9
010640         WHEN "KTOC"
010650             SUBTRACT 273.15 FROM WS-CONV-VALUE
010660         WHEN "TNTH"
010670             DIVIDE 10 INTO WS-CONV-VALUE
010680         WHEN OTHER
010690             CONTINUE
010700     END-EVALUATE
010710     COMPUTE WS-OUT-VALUE ROUNDED = WS-CONV-VALUE
010720         ON SIZE ERROR
010730             MOVE -999.9 TO WS-OUT-VALUE
010740     END-COMPUTE
010750     IF WS-OUT-VALUE < -99.9
010760         SET WS-LINE-REJECTED TO TRUE
010770         STRING "VALUE WILL NOT FIT "
010780                WS-TARGET-NAME (WS-TARGET-IDX)
010790                DELIMITED BY SIZE INTO WS-REJECT-REASON
010800         GO TO 5500-EXIT
010810     END-IF
010812*    THE SIGN TAKES A WHOLE-NUMBER POSITION, SO ONLY A
010814*    NEGATIVE VALUE IS EDITED WITH ONE.
010816     IF WS-OUT-VALUE < 0
010820         MOVE WS-OUT-VALUE TO WS-OUT-ED
010830         MOVE WS-OUT-ED TO STD-FIELD (WS-VALUE-IDX)
010832     ELSE
010834         MOVE WS-OUT-VALUE TO WS-OUT-POS-ED
010836         MOVE WS-OUT-POS-ED TO STD-FIELD (WS-VALUE-IDX)
010838     END-IF.
010840 5500-EXIT.
010850     EXIT.
010860
010870*-----------------------------------------------------------*
010880* 6000-TRIM-TEXT - DROPS QUOTES AND LEADING SPACES FROM      *
010890* WS-SCAN-TEXT.                                              *
010900*-----------------------------------------------------------*
010910 6000-TRIM-TEXT.
010920     INSPECT WS-SCAN-TEXT REPLACING ALL QUOTE BY SPACE
010930     IF WS-SCAN-TEXT = SPACES
010940         GO TO 6000-EXIT
010950     END-IF
010960     MOVE 0 TO WS-LEAD-COUNT
010970     INSPECT WS-SCAN-TEXT TALLYING WS-LEAD-COUNT
010980         FOR LEADING SPACES
010990     IF WS-LEAD-COUNT > 0
011000         MOVE WS-SCAN-TEXT (WS-LEAD-COUNT + 1:) TO WS-TRIM-WORK
011010         MOVE WS-TRIM-WORK TO WS-SCAN-TEXT
011020     END-IF.
011030 6000-EXIT.
011040     EXIT.
011050
011060*-----------------------------------------------------------*
011070* 6100-EXTRACT-DIGITS - THE DIGITS OF WS-SCAN-TEXT, IN ORDER,*
011080* TO WS-DIGITS.  ANY CHARACTER THAT IS NEITHER A DIGIT, A    *
011090* SPACE NOR DATE/TIME PUNCTUATION IS COUNTED AS OTHER.       *
011100*-----------------------------------------------------------*
011110 6100-EXTRACT-DIGITS.
011120     MOVE SPACES TO WS-DIGITS
011130     MOVE 0 TO WS-DIGIT-COUNT
011140     MOVE 0 TO WS-OTHER-COUNT
011150     PERFORM 6110-EXAMINE-ONE-CHAR THRU 6110-EXIT
011160         VARYING WS-CHAR-IDX FROM 1 BY 1
011170         UNTIL WS-CHAR-IDX > 40.
011180 6100-EXIT.
011190     EXIT.
011200
011210 6110-EXAMINE-ONE-CHAR.
011220     IF WS-SCAN-TEXT (WS-CHAR-IDX:1) NUMERIC
011230         IF WS-DIGIT-COUNT < 20
011240             ADD 1 TO WS-DIGIT-COUNT
011250             MOVE WS-SCAN-TEXT (WS-CHAR-IDX:1)
011260                  TO WS-DIGITS (WS-DIGIT-COUNT:1)
011270         END-IF
011280         GO TO 6110-EXIT
011290     END-IF
011300     IF WS-SCAN-TEXT (WS-CHAR-IDX:1) NOT = SPACE
011310             AND WS-SCAN-TEXT (WS-CHAR-IDX:1) NOT = "-"
011320             AND WS-SCAN-TEXT (WS-CHAR-IDX:1) NOT = "/"
011330             AND WS-SCAN-TEXT (WS-CHAR-IDX:1) NOT = ":"
011340             AND WS-SCAN-TEXT (WS-CHAR-IDX:1) NOT = "."
011350             AND WS-SCAN-TEXT (WS-CHAR-IDX:1) NOT = "T"
011360             AND WS-SCAN-TEXT (WS-CHAR-IDX:1) NOT = "Z"
011370         ADD 1 TO WS-OTHER-COUNT
011380     END-IF.
011390 6110-EXIT.
011400     EXIT.
011410
011420*-----------------------------------------------------------*
011430* 6200-RIGHT-JUSTIFY - THE FIRST WS-DIGIT-COUNT DIGITS OF    *
011440* WS-DIGITS AS A NUMBER IN WS-NUM-WORK.                      *
011450*-----------------------------------------------------------*
011460 6200-RIGHT-JUSTIFY.
011470     MOVE 0 TO WS-NUM-WORK
011480     IF WS-DIGIT-COUNT > 0
011490         MOVE WS-DIGITS (1:WS-DIGIT-COUNT)
011500              TO WS-NUM-WORK-X (19 - WS-DIGIT-COUNT:
011510                                WS-DIGIT-COUNT)
011520     END-IF.
011530 6200-EXIT.
011540     EXIT.
011550
011560*-----------------------------------------------------------*
011570* 9999-TERMINATE - RETURN-CODE 8 WHEN A MANDATORY FEED COULD *
011580* NOT BE REFORMATTED, 4 WHEN LINES WERE REJECTED, A CONTROL  *
011590* TOTAL DISAGREED OR AN OPTIONAL FEED WAS LEFT OUT, ELSE 0.  *
011600*-----------------------------------------------------------*
011610 9999-TERMINATE.
011620     MOVE SPACES TO LISTING-LINE
011630     WRITE LISTING-LINE
011640     MOVE SPACES TO LISTING-LINE
011650     STRING " END OF LISTING - " WS-FEEDS-DONE-COUNT
011660            " FEEDS REFORMATTED, " WS-FEEDS-FAILED-COUNT
011670            " NOT REFORMATTED, " WS-TOTAL-REJECT-COUNT
011680            " LINES REJECTED"
011690            DELIMITED BY SIZE INTO LISTING-LINE
011700     WRITE LISTING-LINE
011710     CLOSE REFORMAT-LISTING-FILE
011720     DISPLAY "WEATHER-REFORMAT: " WS-FEEDS-DONE-COUNT
011730             " feeds reformatted, " WS-FEEDS-FAILED-COUNT
011740             " not reformatted, " WS-TOTAL-REJECT-COUNT
011750             " lines rejected"
011760     MOVE WS-RUN-RC TO RETURN-CODE.
011770 9999-EXIT.
011780     EXIT.
