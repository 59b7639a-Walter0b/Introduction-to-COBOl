000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUBS-EXTRACT.
000030 AUTHOR. DATA-SERVICES-GROUP.
000040 INSTALLATION. WEATHER-REPORTING-SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15  DSG  ORIGINAL - SUBSCRIBER EXTRACT BUILDER.    *
000120*                  FOR EVERY SUBSCRIBER ON WEATHERSUBS.DAT   *
000130*                  (KEPT BY SUBS-MAINT) THE ROWS OF          *
000140*                  WEATHEREXTRACT.CSV IT IS LICENSED FOR -   *
000150*                  ITS STATIONS OR LOCATIONS, ITS PERIOD -   *
000160*                  ARE WRITTEN WITH ONLY ITS COLUMNS, IN ITS *
000170*                  DELIMITER AND DATE FORMAT, TO             *
000180*                  WEATHERSUB-<NAME>.CSV WITH ITS OWN HEADER *
000190*                  AND RECORD-COUNT TRAILER. WEATHER-DELIVER *
000200*                  SENDS THAT FILE, NOT THE FULL EXTRACT, TO *
000210*                  THE DESTINATION OF THE SAME NAME.         *
000220*-----------------------------------------------------------*
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL SUBSCRIPTION-FILE ASSIGN TO
000280     "WEATHERSUBS.DAT"
000290     ORGANIZATION IS LINE SEQUENTIAL.
000300
000310     SELECT OPTIONAL STATION-MASTER-FILE ASSIGN TO
000320     "STATIONMST.DAT"
000330     ORGANIZATION IS LINE SEQUENTIAL.
000340
000350     SELECT OPTIONAL EXTRACT-FILE ASSIGN TO
000360     "WEATHEREXTRACT.CSV"
000370     ORGANIZATION IS LINE SEQUENTIAL
000380     FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000390
000400     SELECT SUBSCRIBER-FILE ASSIGN DYNAMIC WS-SUB-FILE-NAME
000410     ORGANIZATION IS LINE SEQUENTIAL
000420     FILE STATUS IS WS-SUB-FILE-STATUS.
000430
000440     SELECT BUILD-LISTING-FILE ASSIGN TO "SUBSEXTRACT.TXT"
000450     ORGANIZATION IS LINE SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490*    SAME LAYOUT AS SUBS-MAINT WRITES.
000500 FD  SUBSCRIPTION-FILE.
000510 01  SUBSCRIPTION-RECORD.
000520     05 SB-SUBSCRIBER           PIC X(20).
000530     05 FILLER                  PIC X(01).
000540     05 SB-FROM-STAMP           PIC 9(10).
000550     05 FILLER                  PIC X(01).
000560     05 SB-THRU-STAMP           PIC 9(10).
000570     05 FILLER                  PIC X(01).
000580     05 SB-DELIMITER            PIC X(03).
000590     05 FILLER                  PIC X(01).
000600     05 SB-DATE-FORMAT          PIC X(04).
000610     05 FILLER                  PIC X(01).
000620     05 SB-FIELD-FLAG       OCCURS 6 TIMES PIC X(01).
000630     05 FILLER                  PIC X(01).
000640     05 SB-MEASURE-MODE         PIC X(01).
000650     05 SB-MEASURE-COUNT        PIC 9(02).
000660     05 SB-MEASURE-NAME     OCCURS 10 TIMES PIC X(08).
000670     05 FILLER                  PIC X(01).
000680     05 SB-ALL-STATIONS         PIC X(01).
000690     05 SB-STATION-COUNT        PIC 9(02).
000700     05 SB-STATION          OCCURS 50 TIMES PIC 9(06).
000710     05 FILLER                  PIC X(01).
000720     05 SB-LOCATION-COUNT       PIC 9(02).
000730     05 SB-LOCATION         OCCURS 10 TIMES PIC X(20).
000740
000750 FD  STATION-MASTER-FILE.
000760 01  STATION-MASTER-RECORD.
000770     05 STM-CODE                PIC 9(06).
000780     05 FILLER                  PIC X(01).
000790     05 STM-NAME                PIC X(20).
000800     05 FILLER                  PIC X(01).
000810     05 STM-LOCATION            PIC X(20).
000820
000830 FD  EXTRACT-FILE.
000840 01  EXTRACT-LINE               PIC X(200).
000850
000860 FD  SUBSCRIBER-FILE.
000870 01  SUBSCRIBER-LINE            PIC X(300).
000880
000890 FD  BUILD-LISTING-FILE.
000900 01  LISTING-LINE               PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930 77  WS-EXTRACT-FILE-STATUS     PIC X(02)  VALUE "00".
000940 77  WS-SUB-FILE-STATUS         PIC X(02)  VALUE "00".
000950 77  WS-WRITE-STATUS            PIC X(02)  VALUE "00".
000960 77  WS-SUB-FILE-NAME           PIC X(60)  VALUE SPACES.
000970 77  WS-RUN-RC                  PIC 9(02)  VALUE 0.
000980
000990 77  WS-SOURCE-DATA-COUNT       PIC 9(08)  VALUE 0.
001000 77  WS-SOURCE-TRAILER-COUNT    PIC 9(08)  VALUE 0.
001010 77  WS-SUB-ROW-COUNT           PIC 9(08)  VALUE 0.
001020 77  WS-SUBS-BUILT-COUNT        PIC 9(02)  VALUE 0.
001030 77  WS-SUBS-EMPTY-COUNT        PIC 9(02)  VALUE 0.
001040 77  WS-TOTAL-ROW-COUNT         PIC 9(08)  VALUE 0.
001050
001060 77  WS-STATION-COUNT           PIC 9(04)  VALUE 0.
001070 77  WS-STATION-IDX             PIC 9(04)  VALUE 0.
001080 77  WS-LIST-IDX                PIC 9(02)  VALUE 0.
001090 77  WS-COL-IDX                 PIC 9(02)  VALUE 0.
001100 77  WS-OUT-IDX                 PIC 9(02)  VALUE 0.
001110 77  WS-SRC-COL-COUNT           PIC 9(02)  VALUE 0.
001120 77  WS-LINE-COL-COUNT          PIC 9(03)  VALUE 0.
001130 77  WS-OUT-COL-COUNT           PIC 9(02)  VALUE 0.
001140 77  WS-ESTIMATE-COL            PIC 9(02)  VALUE 0.
001150 77  WS-LINE-PTR                PIC 9(03)  VALUE 0.
001160 77  WS-OUT-PTR                 PIC 9(03)  VALUE 0.
001170 77  WS-DELIM-CHAR              PIC X(01)  VALUE ",".
001180 77  WS-ROW-STATION             PIC 9(06)  VALUE 0.
001190 77  WS-ROW-STAMP               PIC 9(10)  VALUE 0.
001200 77  WS-ROW-LOCATION            PIC X(20)  VALUE SPACES.
001210 77  WS-DATE-LEN                PIC 9(02)  VALUE 0.
001220 77  WS-DATE-OUT                PIC X(16)  VALUE SPACES.
001230
001240 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001250 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
001260     05 WS-RUN-YEAR             PIC 9(04).
001270     05 WS-RUN-MONTH            PIC 9(02).
001280     05 WS-RUN-DAY              PIC 9(02).
001290
001300*    DATA2 AS THE EXTRACT CARRIES IT, FOR REFORMATTING.
001310 01  WS-STAMP-TEXT              PIC X(10)  VALUE SPACES.
001320 01  WS-STAMP-PARTS REDEFINES WS-STAMP-TEXT.
001330     05 WS-STAMP-YYYY           PIC X(04).
001340     05 WS-STAMP-MM             PIC X(02).
001350     05 WS-STAMP-DD             PIC X(02).
001360     05 WS-STAMP-HH             PIC X(02).
001370
001380*    STATION CODE TO LOCATION, FOR LOCATION GRANTS.
001390 01  WS-STATION-TABLE.
001400     05 WS-STATION-ENTRY    OCCURS 1000 TIMES.
001410        10 WS-ST-CODE           PIC 9(06).
001420        10 WS-ST-LOCATION       PIC X(20).
001430
001440*    THE EXTRACT'S COLUMN NAMES FROM ITS HEADER ROW - YEAR,
001450*    DATA1-DATA8, THE DERIVED MEASURES OF THE DAY AND, WHEN
001460*    ESTIMATES ARE INCLUDED, ESTIMATE.
001470 01  WS-SOURCE-COLUMNS.
001480     05 WS-SRC-COL-NAME  OCCURS 30 TIMES PIC X(12).
001490
001500*    ONE DATA ROW OF THE EXTRACT CUT INTO ITS COLUMNS.
001510 01  WS-ROW-COLUMNS.
001520     05 WS-ROW-VALUE     OCCURS 30 TIMES PIC X(12).
001530
001540*    THE SOURCE COLUMNS THIS SUBSCRIBER GETS, IN OUTPUT ORDER.
001550 01  WS-OUTPUT-COLUMNS.
001560     05 WS-OUT-COL       OCCURS 30 TIMES PIC 9(02).
001570
001580 01  WS-SWITCHES.
001590     05 WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.
001600        88 WS-SUB-EOF                      VALUE 'Y'.
001610     05 WS-STATION-EOF-SW       PIC X(01) VALUE 'N'.
001620        88 WS-STATION-EOF                  VALUE 'Y'.
001630     05 WS-EXTRACT-EOF-SW       PIC X(01) VALUE 'N'.
001640        88 WS-EXTRACT-EOF                  VALUE 'Y'.
001650     05 WS-EXTRACT-OK-SW        PIC X(01) VALUE 'N'.
001660        88 WS-EXTRACT-OK                   VALUE 'Y'.
001670     05 WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
001680        88 WS-TRAILER-SEEN                 VALUE 'Y'.
001690     05 WS-FIRST-LINE-SW        PIC X(01) VALUE 'Y'.
001700        88 WS-FIRST-LINE                   VALUE 'Y'.
001710     05 WS-ROW-LICENSED-SW      PIC X(01) VALUE 'N'.
001720        88 WS-ROW-LICENSED                 VALUE 'Y'.
001730     05 WS-MEASURE-FOUND-SW     PIC X(01) VALUE 'N'.
001740        88 WS-MEASURE-FOUND                VALUE 'Y'.
001750     05 WS-WRITE-FAILED-SW      PIC X(01) VALUE 'N'.
001760        88 WS-WRITE-FAILED                 VALUE 'Y'.
001770
001780 PROCEDURE DIVISION.
001790*
001800*-----------------------------------------------------------*
001810* 0000-MAIN-LOGIC                                           *
001820*-----------------------------------------------------------*
001830 0000-MAIN-LOGIC.
001840     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
001850     PERFORM 2000-VERIFY-EXTRACT    THRU 2000-EXIT
001860     PERFORM 3000-LOAD-STATIONS     THRU 3000-EXIT
001870     OPEN INPUT SUBSCRIPTION-FILE
001880     PERFORM 4000-BUILD-ONE-SUBSCRIBER THRU 4000-EXIT
001890         UNTIL WS-SUB-EOF
001900     CLOSE SUBSCRIPTION-FILE
001910     PERFORM 9999-TERMINATE         THRU 9999-EXIT
001920     GOBACK.
001930
001940*-----------------------------------------------------------*
001950* 1000-INITIALIZE                                           *
001960*-----------------------------------------------------------*
001970 1000-INITIALIZE.
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001990     OPEN OUTPUT BUILD-LISTING-FILE
002000     MOVE SPACES TO LISTING-LINE
002010     STRING "SUBSCRIBER EXTRACT LISTING - RUN DATE "
002020            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
002030            DELIMITED BY SIZE INTO LISTING-LINE
002040     WRITE LISTING-LINE.
002050 1000-EXIT.
002060     EXIT.
002070
002080*-----------------------------------------------------------*
002090* 2000-VERIFY-EXTRACT - THE SAME TRAILER CHECK WEATHER-      *
002100* DELIVER MAKES.  A STALE OR TRUNCATED EXTRACT BUILDS NO     *
002110* SUBSCRIBER FILE; EACH IS LEFT EMPTY SO THAT AN EARLIER     *
002120* DAY'S COPY CANNOT GO OUT IN ITS PLACE.  THE HEADER ROW'S   *
002130* COLUMN NAMES ARE KEPT FOR THE COLUMN SELECTION.            *
002140*-----------------------------------------------------------*
002150 2000-VERIFY-EXTRACT.
002160     MOVE SPACES TO WS-SOURCE-COLUMNS
002170     OPEN INPUT EXTRACT-FILE
002180     IF WS-EXTRACT-FILE-STATUS NOT = "00"
002190         DISPLAY "SUBS-EXTRACT: unable to open "
002200                 "WEATHEREXTRACT.CSV - file status "
002210                 WS-EXTRACT-FILE-STATUS
002220         GO TO 2000-EXIT
002230     END-IF
002240     PERFORM 2100-COUNT-ONE-EXTRACT-LINE THRU 2100-EXIT
002250         UNTIL WS-EXTRACT-EOF
002260     CLOSE EXTRACT-FILE
002270     IF NOT WS-TRAILER-SEEN
002280         DISPLAY "SUBS-EXTRACT: extract has no trailer - "
002290                 "no subscriber file will be built"
002300         GO TO 2000-EXIT
002310     END-IF
002320     IF WS-SOURCE-TRAILER-COUNT NOT = WS-SOURCE-DATA-COUNT
002330         DISPLAY "SUBS-EXTRACT: extract trailer says "
002340                 WS-SOURCE-TRAILER-COUNT " but "
002350                 WS-SOURCE-DATA-COUNT " data rows are on "
002360                 "file - no subscriber file will be built"
002370         GO TO 2000-EXIT
002380     END-IF
002390     IF WS-SRC-COL-NAME (3) NOT = "DATA2"
002400         DISPLAY "SUBS-EXTRACT: extract header row not "
002410                 "recognized - no subscriber file will be built"
002420         GO TO 2000-EXIT
002430     END-IF
002440     SET WS-EXTRACT-OK TO TRUE.
002450 2000-EXIT.
002460     EXIT.
002470
002480 2100-COUNT-ONE-EXTRACT-LINE.
002490     READ EXTRACT-FILE
002500         AT END
002510             SET WS-EXTRACT-EOF TO TRUE
002520             GO TO 2100-EXIT
002530     END-READ
002540     IF WS-FIRST-LINE
002550         MOVE 'N' TO WS-FIRST-LINE-SW
002560         PERFORM 2200-TAKE-HEADER-NAMES THRU 2200-EXIT
002570         GO TO 2100-EXIT
002580     END-IF
002590     IF EXTRACT-LINE (1:8) = "TRAILER,"
002600         SET WS-TRAILER-SEEN TO TRUE
002610         IF EXTRACT-LINE (9:8) NUMERIC
002620             MOVE EXTRACT-LINE (9:8)
002630                  TO WS-SOURCE-TRAILER-COUNT
002640         END-IF
002650         GO TO 2100-EXIT
002660     END-IF
002670     ADD 1 TO WS-SOURCE-DATA-COUNT.
002680 2100-EXIT.
002690     EXIT.
002700
002710 2200-TAKE-HEADER-NAMES.
002720     PERFORM 6000-SPLIT-EXTRACT-LINE THRU 6000-EXIT
002730     MOVE WS-ROW-COLUMNS TO WS-SOURCE-COLUMNS
002740     MOVE WS-LINE-COL-COUNT TO WS-SRC-COL-COUNT
002750     MOVE 0 TO WS-ESTIMATE-COL
002760     IF WS-SRC-COL-NAME (WS-SRC-COL-COUNT) = "ESTIMATE"
002770         MOVE WS-SRC-COL-COUNT TO WS-ESTIMATE-COL
002780     END-IF.
002790 2200-EXIT.
002800     EXIT.
002810
002820*-----------------------------------------------------------*
002830* 3000-LOAD-STATIONS - STATION CODE AND LOCATION FROM THE    *
002840* FLAT STATIONMST.DAT, FOR SUBSCRIBERS LICENSED BY LOCATION. *
002850*-----------------------------------------------------------*
002860 3000-LOAD-STATIONS.
002870     OPEN INPUT STATION-MASTER-FILE
002880     PERFORM 3100-READ-ONE-STATION THRU 3100-EXIT
002890         UNTIL WS-STATION-EOF
002900     CLOSE STATION-MASTER-FILE.
002910 3000-EXIT.
002920     EXIT.
002930
002940 3100-READ-ONE-STATION.
002950     READ STATION-MASTER-FILE
002960         AT END
002970             SET WS-STATION-EOF TO TRUE
002980             GO TO 3100-EXIT
002990     END-READ
003000     IF WS-STATION-COUNT >= 1000
003010         DISPLAY "SUBS-EXTRACT: more than 1000 stations on "
003020                 "STATIONMST.DAT - location grants cover the "
003030                 "first 1000 only"
003040         SET WS-STATION-EOF TO TRUE
003050         IF WS-RUN-RC < 4
003060             MOVE 4 TO WS-RUN-RC
003070         END-IF
003080         GO TO 3100-EXIT
003090     END-IF
003100     ADD 1 TO WS-STATION-COUNT
003110     MOVE STM-CODE     TO WS-ST-CODE (WS-STATION-COUNT)
003120     MOVE STM-LOCATION TO WS-ST-LOCATION (WS-STATION-COUNT).
003130 3100-EXIT.
003140     EXIT.
003150
003160*-----------------------------------------------------------*
003170* 4000-BUILD-ONE-SUBSCRIBER - ONE SUBSCRIPTION RECORD, ONE   *
003180* FILE.  THE FILE IS ALWAYS OPENED (AND SO EMPTIED) FIRST.   *
003190*-----------------------------------------------------------*
003200 4000-BUILD-ONE-SUBSCRIBER.
003210     READ SUBSCRIPTION-FILE
003220         AT END
003230             SET WS-SUB-EOF TO TRUE
003240             GO TO 4000-EXIT
003250     END-READ
003260     MOVE SPACES TO WS-SUB-FILE-NAME
003270     STRING "WEATHERSUB-" DELIMITED BY SIZE
003280            SB-SUBSCRIBER DELIMITED BY SPACE
003290            ".CSV" DELIMITED BY SIZE
003300            INTO WS-SUB-FILE-NAME
003310     OPEN OUTPUT SUBSCRIBER-FILE
003320     IF WS-SUB-FILE-STATUS NOT = "00"
003330         DISPLAY "SUBS-EXTRACT: unable to open " WS-SUB-FILE-NAME
003340                 " - file status " WS-SUB-FILE-STATUS
003350         MOVE SPACES TO LISTING-LINE
003360         STRING " SUBSCRIBER " SB-SUBSCRIBER
003370                " *** FILE WILL NOT OPEN - STATUS "
003380                WS-SUB-FILE-STATUS " ***"
003390                DELIMITED BY SIZE INTO LISTING-LINE
003400         WRITE LISTING-LINE
003410         MOVE 8 TO WS-RUN-RC
003420         GO TO 4000-EXIT
003430     END-IF
003440     IF NOT WS-EXTRACT-OK
003450         CLOSE SUBSCRIBER-FILE
003460         MOVE SPACES TO LISTING-LINE
003470         STRING " SUBSCRIBER " SB-SUBSCRIBER
003480                " *** NOT BUILT - EXTRACT FAILED ITS TRAILER "
003490                "CHECK ***"
003500                DELIMITED BY SIZE INTO LISTING-LINE
003510         WRITE LISTING-LINE
003520         MOVE 8 TO WS-RUN-RC
003530         GO TO 4000-EXIT
003540     END-IF
003550     EVALUATE SB-DELIMITER
003560         WHEN "TAB"
003570             MOVE X"09" TO WS-DELIM-CHAR
003580         WHEN SPACES
003590             MOVE "," TO WS-DELIM-CHAR
003600         WHEN OTHER
003610             MOVE SB-DELIMITER (1:1) TO WS-DELIM-CHAR
003620     END-EVALUATE
003630     MOVE 'N' TO WS-WRITE-FAILED-SW
003640     PERFORM 4100-CHOOSE-COLUMNS THRU 4100-EXIT
003650     PERFORM 4200-WRITE-HEADER THRU 4200-EXIT
003660     MOVE 0 TO WS-SUB-ROW-COUNT
003670     MOVE 'N' TO WS-EXTRACT-EOF-SW
003680     MOVE 'Y' TO WS-FIRST-LINE-SW
003690     OPEN INPUT EXTRACT-FILE
003700     PERFORM 4300-COPY-ONE-ROW THRU 4300-EXIT
003710         UNTIL WS-EXTRACT-EOF
003720     CLOSE EXTRACT-FILE
003730     MOVE SPACES TO SUBSCRIBER-LINE
003740     STRING "TRAILER" WS-DELIM-CHAR WS-SUB-ROW-COUNT
003750            DELIMITED BY SIZE INTO SUBSCRIBER-LINE
003760     WRITE SUBSCRIBER-LINE
003770     PERFORM 4600-CHECK-WRITE THRU 4600-EXIT
003780     CLOSE SUBSCRIBER-FILE
003790     ADD 1 TO WS-SUBS-BUILT-COUNT
003800     ADD WS-SUB-ROW-COUNT TO WS-TOTAL-ROW-COUNT
003810     MOVE SPACES TO LISTING-LINE
003820     STRING " SUBSCRIBER " SB-SUBSCRIBER
003830            "  FILE " DELIMITED BY SIZE
003840            WS-SUB-FILE-NAME DELIMITED BY SPACE
003850            "  ROWS " WS-SUB-ROW-COUNT
003860            " OF " WS-SOURCE-DATA-COUNT
003870            "  COLUMNS " WS-OUT-COL-COUNT
003880            DELIMITED BY SIZE INTO LISTING-LINE
003890     WRITE LISTING-LINE
003900     IF WS-WRITE-FAILED
003910         MOVE SPACES TO LISTING-LINE
003920         STRING "   *** WRITE FAILED - FILE STATUS "
003930                WS-WRITE-STATUS " - FILE IS INCOMPLETE ***"
003940                DELIMITED BY SIZE INTO LISTING-LINE
003950         WRITE LISTING-LINE
003960         MOVE 8 TO WS-RUN-RC
003970     END-IF
003980     IF SB-MEASURE-MODE = "L"
003990         PERFORM 4140-CHECK-LISTED-MEASURE THRU 4140-EXIT
004000             VARYING WS-LIST-IDX FROM 1 BY 1
004010             UNTIL WS-LIST-IDX > SB-MEASURE-COUNT
004020     END-IF
004030     IF SB-ALL-STATIONS NOT = "Y" AND SB-STATION-COUNT = 0
004040             AND SB-LOCATION-COUNT = 0
004050         ADD 1 TO WS-SUBS-EMPTY-COUNT
004060         MOVE "   WARNING - NO STATIONS OR LOCATIONS GRANTED"
004070              TO LISTING-LINE
004080         WRITE LISTING-LINE
004090         IF WS-RUN-RC < 4
004100             MOVE 4 TO WS-RUN-RC
004110         END-IF
004120     END-IF.
004130 4000-EXIT.
004140     EXIT.
004150
004160*    YEAR, DATA1 AND DATA2 ALWAYS GO; THEN THE GRANTED DATA3-
004170*    DATA8 COLUMNS, THE GRANTED DERIVED MEASURES IN THE ORDER
004180*    THE EXTRACT CARRIES THEM, AND THE ESTIMATE FLAG WHEN THE
004190*    EXTRACT HAS ONE, SO AN ESTIMATED VALUE IS NEVER PASSED
004200*    OFF AS A READING.
004210 4100-CHOOSE-COLUMNS.
004220     MOVE 1 TO WS-OUT-COL (1)
004230     MOVE 2 TO WS-OUT-COL (2)
004240     MOVE 3 TO WS-OUT-COL (3)
004250     MOVE 3 TO WS-OUT-COL-COUNT
004260     PERFORM 4110-CHOOSE-ONE-FIELD THRU 4110-EXIT
004270         VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 6
004280     PERFORM 4120-CHOOSE-ONE-MEASURE THRU 4120-EXIT
004290         VARYING WS-COL-IDX FROM 10 BY 1
004300         UNTIL WS-COL-IDX > WS-SRC-COL-COUNT
004310     IF WS-ESTIMATE-COL > 0
004320         ADD 1 TO WS-OUT-COL-COUNT
004330         MOVE WS-ESTIMATE-COL TO WS-OUT-COL (WS-OUT-COL-COUNT)
004340     END-IF.
004350 4100-EXIT.
004360     EXIT.
004370
004380 4110-CHOOSE-ONE-FIELD.
004390     IF SB-FIELD-FLAG (WS-LIST-IDX) = "Y"
004400         ADD 1 TO WS-OUT-COL-COUNT
004410         COMPUTE WS-OUT-COL (WS-OUT-COL-COUNT) = WS-LIST-IDX + 3
004420     END-IF.
004430 4110-EXIT.
004440     EXIT.
004450
004460 4120-CHOOSE-ONE-MEASURE.
004470     IF WS-COL-IDX = WS-ESTIMATE-COL
004480             OR SB-MEASURE-MODE NOT = "A" AND NOT = "L"
004490         GO TO 4120-EXIT
004500     END-IF
004510     MOVE 'N' TO WS-MEASURE-FOUND-SW
004520     IF SB-MEASURE-MODE = "A"
004530         SET WS-MEASURE-FOUND TO TRUE
004540     ELSE
004550         PERFORM 4130-MATCH-ONE-MEASURE THRU 4130-EXIT
004560             VARYING WS-LIST-IDX FROM 1 BY 1
004570             UNTIL WS-LIST-IDX > SB-MEASURE-COUNT
004580     END-IF
004590     IF WS-MEASURE-FOUND
004600         ADD 1 TO WS-OUT-COL-COUNT
004610         MOVE WS-COL-IDX TO WS-OUT-COL (WS-OUT-COL-COUNT)
004620     END-IF.
004630 4120-EXIT.
004640     EXIT.
004650
004660 4130-MATCH-ONE-MEASURE.
004670     IF SB-MEASURE-NAME (WS-LIST-IDX)
004680             = WS-SRC-COL-NAME (WS-COL-IDX)
004690         SET WS-MEASURE-FOUND TO TRUE
004700     END-IF.
004710 4130-EXIT.
004720     EXIT.
004730
004740*    A LICENSED MEASURE THAT IS NOT ON TODAY'S EXTRACT (DROPPED
004750*    FROM WEATHERCALC.DAT, SAY) IS LISTED SO THE SUBSCRIBER'S
004760*    PROFILE CAN BE PUT RIGHT.
004770 4140-CHECK-LISTED-MEASURE.
004780     MOVE 'N' TO WS-MEASURE-FOUND-SW
004790     PERFORM 4150-FIND-MEASURE-COLUMN THRU 4150-EXIT
004800         VARYING WS-COL-IDX FROM 10 BY 1
004810         UNTIL WS-COL-IDX > WS-SRC-COL-COUNT
004820     IF NOT WS-MEASURE-FOUND
004830         MOVE SPACES TO LISTING-LINE
004840         STRING "   WARNING - MEASURE "
004850                SB-MEASURE-NAME (WS-LIST-IDX)
004860                " IS NOT ON THE EXTRACT"
004870                DELIMITED BY SIZE INTO LISTING-LINE
004880         WRITE LISTING-LINE
004890         IF WS-RUN-RC < 4
004900             MOVE 4 TO WS-RUN-RC
004910         END-IF
004920     END-IF.
004930 4140-EXIT.
004940     EXIT.
004950
004960 4150-FIND-MEASURE-COLUMN.
004970     IF WS-SRC-COL-NAME (WS-COL-IDX)
004980             = SB-MEASURE-NAME (WS-LIST-IDX)
004990         SET WS-MEASURE-FOUND TO TRUE
005000     END-IF.
005010 4150-EXIT.
005020     EXIT.
005030
005040 4200-WRITE-HEADER.
005050     MOVE SPACES TO SUBSCRIBER-LINE
005060     MOVE 1 TO WS-OUT-PTR
005070     PERFORM 4210-APPEND-ONE-NAME THRU 4210-EXIT
005080         VARYING WS-OUT-IDX FROM 1 BY 1
005090         UNTIL WS-OUT-IDX > WS-OUT-COL-COUNT
005100     WRITE SUBSCRIBER-LINE
005110     PERFORM 4600-CHECK-WRITE THRU 4600-EXIT.
005120 4200-EXIT.
005130     EXIT.
005140
005150 4210-APPEND-ONE-NAME.
005160     IF WS-OUT-IDX > 1
005170         STRING WS-DELIM-CHAR DELIMITED BY SIZE
005180                INTO SUBSCRIBER-LINE WITH POINTER WS-OUT-PTR
005190     END-IF
005200     STRING WS-SRC-COL-NAME (WS-OUT-COL (WS-OUT-IDX))
005210            DELIMITED BY SPACE
005220            INTO SUBSCRIBER-LINE WITH POINTER WS-OUT-PTR.
005230 4210-EXIT.
005240     EXIT.
005250
005260*-----------------------------------------------------------*
005270* 4300-COPY-ONE-ROW - A DATA ROW GOES TO THE SUBSCRIBER WHEN *
005280* ITS STATION IS LICENSED AND ITS DATA2 FALLS IN THE         *
005290* SUBSCRIBER'S PERIOD.                                       *
005300*-----------------------------------------------------------*
005310 4300-COPY-ONE-ROW.
005320     READ EXTRACT-FILE
005330         AT END
005340             SET WS-EXTRACT-EOF TO TRUE
005350             GO TO 4300-EXIT
005360     END-READ
005370     IF WS-FIRST-LINE
005380         MOVE 'N' TO WS-FIRST-LINE-SW
005390         GO TO 4300-EXIT
005400     END-IF
005410     IF EXTRACT-LINE (1:8) = "TRAILER,"
005420         GO TO 4300-EXIT
005430     END-IF
005440     PERFORM 6000-SPLIT-EXTRACT-LINE THRU 6000-EXIT
005450     IF WS-ROW-VALUE (2) (1:6) NOT NUMERIC
005460             OR WS-ROW-VALUE (3) (1:10) NOT NUMERIC
005470         GO TO 4300-EXIT
005480     END-IF
005490     MOVE WS-ROW-VALUE (2) (1:6) TO WS-ROW-STATION
005500     MOVE WS-ROW-VALUE (3) (1:10) TO WS-ROW-STAMP
005510     IF WS-ROW-STAMP < SB-FROM-STAMP
005520             OR WS-ROW-STAMP > SB-THRU-STAMP
005530         GO TO 4300-EXIT
005540     END-IF
005550     PERFORM 4400-CHECK-LICENCE THRU 4400-EXIT
005560     IF NOT WS-ROW-LICENSED
005570         GO TO 4300-EXIT
005580     END-IF
005590     PERFORM 4500-FORMAT-STAMP THRU 4500-EXIT
005600     MOVE SPACES TO SUBSCRIBER-LINE
005610     MOVE 1 TO WS-OUT-PTR
005620     PERFORM 4310-APPEND-ONE-VALUE THRU 4310-EXIT
005630         VARYING WS-OUT-IDX FROM 1 BY 1
005640         UNTIL WS-OUT-IDX > WS-OUT-COL-COUNT
005650     WRITE SUBSCRIBER-LINE
005660     PERFORM 4600-CHECK-WRITE THRU 4600-EXIT
005670     ADD 1 TO WS-SUB-ROW-COUNT.
005680 4300-EXIT.
005690     EXIT.
005700
005710 4310-APPEND-ONE-VALUE.
005720     IF WS-OUT-IDX > 1
005730         STRING WS-DELIM-CHAR DELIMITED BY SIZE
005740                INTO SUBSCRIBER-LINE WITH POINTER WS-OUT-PTR
005750     END-IF
005760     IF WS-OUT-COL (WS-OUT-IDX) = 3
005770         STRING WS-DATE-OUT (1:WS-DATE-LEN) DELIMITED BY SIZE
005780                INTO SUBSCRIBER-LINE WITH POINTER WS-OUT-PTR
005790     ELSE
005800         STRING WS-ROW-VALUE (WS-OUT-COL (WS-OUT-IDX))
005810                DELIMITED BY SPACE
005820                INTO SUBSCRIBER-LINE WITH POINTER WS-OUT-PTR
005830     END-IF.
005840 4310-EXIT.
005850     EXIT.
005860
005870*    ALL STATIONS, A LISTED STATION, OR A STATION WHOSE CURRENT
005880*    LOCATION ON THE MASTER IS A LISTED LOCATION.
005890 4400-CHECK-LICENCE.
005900     MOVE 'N' TO WS-ROW-LICENSED-SW
005910     IF SB-ALL-STATIONS = "Y"
005920         SET WS-ROW-LICENSED TO TRUE
005930         GO TO 4400-EXIT
005940     END-IF
005950     PERFORM 4410-MATCH-ONE-STATION THRU 4410-EXIT
005960         VARYING WS-LIST-IDX FROM 1 BY 1
005970         UNTIL WS-LIST-IDX > SB-STATION-COUNT
005980            OR WS-ROW-LICENSED
005990     IF WS-ROW-LICENSED OR SB-LOCATION-COUNT = 0
006000         GO TO 4400-EXIT
006010     END-IF
006020     MOVE SPACES TO WS-ROW-LOCATION
006030     PERFORM 4420-FIND-STATION-LOCATION THRU 4420-EXIT
006040         VARYING WS-STATION-IDX FROM 1 BY 1
006050         UNTIL WS-STATION-IDX > WS-STATION-COUNT
006060            OR WS-ROW-LOCATION NOT = SPACES
006070     IF WS-ROW-LOCATION = SPACES
006080         GO TO 4400-EXIT
006090     END-IF
006100     PERFORM 4430-MATCH-ONE-LOCATION THRU 4430-EXIT
006110         VARYING WS-LIST-IDX FROM 1 BY 1
006120         UNTIL WS-LIST-IDX > SB-LOCATION-COUNT
006130            OR WS-ROW-LICENSED.
006140 4400-EXIT.
006150     EXIT.
006160
006170 4410-MATCH-ONE-STATION.
006180     IF SB-STATION (WS-LIST-IDX) = WS-ROW-STATION
006190         SET WS-ROW-LICENSED TO TRUE
006200     END-IF.
006210 4410-EXIT.
006220     EXIT.
006230
006240 4420-FIND-STATION-LOCATION.
006250     IF WS-ST-CODE (WS-STATION-IDX) = WS-ROW-STATION
006260         MOVE WS-ST-LOCATION (WS-STATION-IDX) TO WS-ROW-LOCATION
006270     END-IF.
006280 4420-EXIT.
006290     EXIT.
006300
006310 4430-MATCH-ONE-LOCATION.
006320     IF SB-LOCATION (WS-LIST-IDX) = WS-ROW-LOCATION
006330         SET WS-ROW-LICENSED TO TRUE
006340     END-IF.
006350 4430-EXIT.
006360     EXIT.
006370
006380*    YMDH YYYYMMDDHH AS ON THE EXTRACT, ISO YYYY-MM-DDTHH:00,
006390*    MDY MM/DD/YYYY HH:00, DMY DD/MM/YYYY HH:00.
006400 4500-FORMAT-STAMP.
006410     MOVE WS-ROW-VALUE (3) (1:10) TO WS-STAMP-TEXT
006420     MOVE SPACES TO WS-DATE-OUT
006430     MOVE 16 TO WS-DATE-LEN
006440     EVALUATE SB-DATE-FORMAT
006450         WHEN "ISO "
006460             STRING WS-STAMP-YYYY "-" WS-STAMP-MM "-" WS-STAMP-DD
006470                    "T" WS-STAMP-HH ":00"
006480                    DELIMITED BY SIZE INTO WS-DATE-OUT
006490         WHEN "MDY "
006500             STRING WS-STAMP-MM "/" WS-STAMP-DD "/" WS-STAMP-YYYY
006510                    " " WS-STAMP-HH ":00"
006520                    DELIMITED BY SIZE INTO WS-DATE-OUT
006530         WHEN "DMY "
006540             STRING WS-STAMP-DD "/" WS-STAMP-MM "/" WS-STAMP-YYYY
006550                    " " WS-STAMP-HH ":00"
006560                    DELIMITED BY SIZE INTO WS-DATE-OUT
006570         WHEN OTHER
006580             MOVE WS-STAMP-TEXT TO WS-DATE-OUT
006590             MOVE 10 TO WS-DATE-LEN
006600     END-EVALUATE.
006610 4500-EXIT.
006620     EXIT.
006630
006640*    THE FIRST BAD WRITE STATUS IS KEPT FOR THE LISTING.
006650 4600-CHECK-WRITE.
006660     IF WS-SUB-FILE-STATUS NOT = "00" AND NOT WS-WRITE-FAILED
006670         SET WS-WRITE-FAILED TO TRUE
006680         MOVE WS-SUB-FILE-STATUS TO WS-WRITE-STATUS
006690     END-IF.
006700 4600-EXIT.
006710     EXIT.
006720
006730*-----------------------------------------------------------*
006740* 6000-SPLIT-EXTRACT-LINE - CUTS EXTRACT-LINE AT ITS COMMAS  *
006750* INTO WS-ROW-VALUE, COUNTING THE COLUMNS.                   *
006760*-----------------------------------------------------------*
006770 6000-SPLIT-EXTRACT-LINE.
006780     MOVE SPACES TO WS-ROW-COLUMNS
006790     MOVE 0 TO WS-LINE-COL-COUNT
006800     INSPECT EXTRACT-LINE TALLYING WS-LINE-COL-COUNT FOR ALL ","
006810     ADD 1 TO WS-LINE-COL-COUNT
006820     IF WS-LINE-COL-COUNT > 30
006830         MOVE 30 TO WS-LINE-COL-COUNT
006840     END-IF
006850     MOVE 1 TO WS-LINE-PTR
006860     PERFORM 6100-CUT-ONE-COLUMN THRU 6100-EXIT
006870         VARYING WS-COL-IDX FROM 1 BY 1
006880         UNTIL WS-COL-IDX > WS-LINE-COL-COUNT.
006890 6000-EXIT.
006900     EXIT.
006910
006920 6100-CUT-ONE-COLUMN.
006930     UNSTRING EXTRACT-LINE DELIMITED BY ","
006940         INTO WS-ROW-VALUE (WS-COL-IDX)
006950         WITH POINTER WS-LINE-PTR
006960     END-UNSTRING.
006970 6100-EXIT.
006980     EXIT.
006990
007000*-----------------------------------------------------------*
007010* 9999-TERMINATE - RETURN-CODE 8 WHEN THE EXTRACT COULD NOT  *
007020* BE USED OR A SUBSCRIBER FILE WOULD NOT OPEN, 4 FOR A       *
007030* PROFILE WARNING, ELSE 0.                                   *
007040*-----------------------------------------------------------*
007050 9999-TERMINATE.
007060     MOVE SPACES TO LISTING-LINE
007070     WRITE LISTING-LINE
007080     MOVE SPACES TO LISTING-LINE
007090     STRING " END OF LISTING - " WS-SUBS-BUILT-COUNT
007100            " SUBSCRIBER FILES BUILT, " WS-TOTAL-ROW-COUNT
007110            " ROWS WRITTEN FROM " WS-SOURCE-DATA-COUNT
007120            " EXTRACT ROWS"
007130            DELIMITED BY SIZE INTO LISTING-LINE
007140     WRITE LISTING-LINE
007150     CLOSE BUILD-LISTING-FILE
007160     DISPLAY "SUBS-EXTRACT: " WS-SUBS-BUILT-COUNT
007170             " subscriber files built, " WS-TOTAL-ROW-COUNT
007180             " rows written."
007190     MOVE WS-RUN-RC TO RETURN-CODE.
007200 9999-EXIT.
007210     EXIT.
