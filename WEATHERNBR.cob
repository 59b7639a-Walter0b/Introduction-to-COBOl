000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WEATHER-NEIGHBOR.
000030 AUTHOR. DATA-SERVICES-GROUP.
000040 INSTALLATION. WEATHER-REPORTING-SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15  DSG  ORIGINAL - NEIGHBOR CONSISTENCY CHECK.    *
000120*                  EACH ACCEPTED READING ON WEATHERGOOD.TMP  *
000130*                  IS COMPARED, FIELD BY FIELD, WITH THE     *
000140*                  MEDIAN OF THE SAME HOUR'S READINGS FROM   *
000150*                  THE STATIONS WITHIN AN OPERATOR-SET       *
000160*                  RADIUS (STATION COORDINATES FROM THE      *
000170*                  STATION MASTER).  A FIELD FURTHER FROM    *
000180*                  THE MEDIAN THAN ITS TOLERANCE IS WRITTEN  *
000190*                  TO WEATHERSUSPECT.DAT AND LISTED ON THE   *
000200*                  SUSPECT READINGS REPORT; THE SCORECARD    *
000210*                  COUNTS THEM AGAINST THE STATION.          *
000220*-----------------------------------------------------------*
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL NBR-PARM-FILE ASSIGN TO "NBRPARM.DAT"
000280     ORGANIZATION IS LINE SEQUENTIAL.
000290
000300     SELECT OPTIONAL STATION-MASTER-FILE ASSIGN TO
000310     "STATIONMST.DAT"
000320     ORGANIZATION IS LINE SEQUENTIAL.
000330
000340     SELECT OPTIONAL GOOD-WORK-FILE ASSIGN TO "WEATHERGOOD.TMP"
000350     ORGANIZATION IS LINE SEQUENTIAL.
000360
000370     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK05".
000380
000390     SELECT SUSPECT-FILE ASSIGN TO "WEATHERSUSPECT.DAT"
000400     ORGANIZATION IS LINE SEQUENTIAL.
000410
000420     SELECT SUSPECT-REPORT-FILE ASSIGN TO "WEATHERSUSPECT.TXT"
000430     ORGANIZATION IS LINE SEQUENTIAL.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  NBR-PARM-FILE.
000480 01  PARM-CARD.
000490     05 PARM-TAG                PIC X(04).
000500     05 FILLER                  PIC X(01).
000510     05 PARM-VALUE              PIC X(20).
000520
000530 FD  STATION-MASTER-FILE.
000540 01  STATION-MASTER-RECORD.
000550     05 STM-CODE                PIC 9(06).
000560     05 FILLER                  PIC X(01).
000570     05 STM-NAME                PIC X(20).
000580     05 FILLER                  PIC X(01).
000590     05 STM-LOCATION            PIC X(20).
000600     05 FILLER                  PIC X(01).
000610     05 STM-ACTIVE              PIC X(01).
000620     05 FILLER                  PIC X(01).
000630     05 STM-COMM-DATE           PIC 9(08).
000640     05 FILLER                  PIC X(01).
000650     05 STM-LATITUDE            PIC +99.9999.
000660     05 STM-LATITUDE-X  REDEFINES STM-LATITUDE
000670                                PIC X(08).
000680     05 FILLER                  PIC X(01).
000690     05 STM-LONGITUDE           PIC +999.9999.
000700     05 FILLER                  PIC X(01).
000710     05 STM-ELEVATION           PIC +9999.
000720
000730 FD  GOOD-WORK-FILE.
000740 01  GOOD-WORK-RECORD           PIC X(130).
000750
000760 SD  SORT-WORK-FILE.
000770 01  SORT-RECORD.
000780     05 SRT-DATA1               PIC 9(06).
000790     05 SRT-DATA2               PIC 9(10).
000800     05 SRT-YEAR                PIC 9(04).
000810     05 SRT-STATION-NAME        PIC X(20).
000820     05 SRT-RAW-FIELD       OCCURS 6 TIMES PIC X(05).
000830     05 SRT-FIELD-VALUE     OCCURS 6 TIMES PIC S9(03)V9.
000840     05 SRT-CALIB-FLAG      OCCURS 6 TIMES PIC X(01).
000850     05 SRT-LOCATION            PIC X(20).
000860     05 SRT-SITE-STAMP          PIC 9(10).
000870
000880*    ONE RECORD PER FIELD JUDGED SUSPECT.  REBUILT EVERY RUN
000890*    FROM THE RUN'S ACCEPTED READINGS, AS THE GAP AND ALERT
000900*    LISTINGS ARE; THE SCORECARD READS THE STATION IN
000910*    COLUMNS 1-6.
000920 FD  SUSPECT-FILE.
000930 01  SUSPECT-RECORD.
000940     05 SUS-STATION             PIC 9(06).
000950     05 FILLER                  PIC X(01).
000960     05 SUS-DATA2               PIC 9(10).
000970     05 FILLER                  PIC X(01).
000980     05 SUS-FIELD               PIC X(05).
000990     05 FILLER                  PIC X(01).
001000     05 SUS-VALUE               PIC +999.9.
001010     05 FILLER                  PIC X(01).
001020     05 SUS-MEDIAN              PIC +999.99.
001030     05 FILLER                  PIC X(01).
001040     05 SUS-DEVIATION           PIC +9999.99.
001050     05 FILLER                  PIC X(01).
001060     05 SUS-TOLERANCE           PIC 999.9.
001070     05 FILLER                  PIC X(01).
001080     05 SUS-NEIGHBORS           PIC 9(02).
001090     05 FILLER                  PIC X(01).
001100     05 SUS-RUN-DATE            PIC 9(08).
001110
001120 FD  SUSPECT-REPORT-FILE.
001130 01  SUSPECT-LINE               PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160 77  WS-MASTER-READ-COUNT       PIC 9(06)  VALUE 0.
001170 77  WS-UNSURVEYED-COUNT        PIC 9(06)  VALUE 0.
001180 77  WS-GOOD-READ-COUNT         PIC 9(08)  VALUE 0.
001190 77  WS-DUPLICATE-COUNT         PIC 9(08)  VALUE 0.
001200 77  WS-UNPLACED-COUNT          PIC 9(08)  VALUE 0.
001210 77  WS-CHECKED-COUNT           PIC 9(08)  VALUE 0.
001220 77  WS-TOO-FEW-COUNT           PIC 9(08)  VALUE 0.
001230 77  WS-SUSPECT-READING-COUNT   PIC 9(08)  VALUE 0.
001240 77  WS-SUSPECT-FIELD-COUNT     PIC 9(08)  VALUE 0.
001250 77  WS-HOUR-COUNT-TOTAL        PIC 9(08)  VALUE 0.
001260
001270 77  WS-STATION-COUNT           PIC 9(04)  VALUE 0.
001280 77  WS-STA-IDX                 PIC 9(04)  VALUE 0.
001290 77  WS-OTHER-IDX               PIC 9(04)  VALUE 0.
001300 77  WS-TBL-PTR                 PIC 9(04)  VALUE 0.
001310 77  WS-NBR-IDX                 PIC 9(02)  VALUE 0.
001320 77  WS-NBR-POS                 PIC 9(02)  VALUE 0.
001330 77  WS-FIELD-IDX               PIC 9(02)  VALUE 0.
001340 77  WS-HOUR-IDX                PIC 9(04)  VALUE 0.
001350 77  WS-HOUR-STATIONS           PIC 9(04)  VALUE 0.
001360 77  WS-PEER-COUNT              PIC 9(02)  VALUE 0.
001370 77  WS-PEER-IDX                PIC 9(02)  VALUE 0.
001380 77  WS-SORT-IDX                PIC 9(02)  VALUE 0.
001390 77  WS-SHIFT-IDX               PIC 9(02)  VALUE 0.
001400 77  WS-MID-IDX                 PIC 9(02)  VALUE 0.
001410 77  WS-PREV-CODE               PIC 9(06)  VALUE 0.
001420 77  WS-LINE-PTR                PIC 9(03)  VALUE 0.
001430 77  WS-HOUR-STAMP              PIC 9(10)  VALUE 0.
001440
001450*    PARAMETERS - SEE 2000-LOAD-PARAMETERS FOR THE DEFAULTS.
001460 77  WS-RADIUS-KM               PIC 9(04)V9 VALUE 100.0.
001470 77  WS-MIN-NEIGHBORS           PIC 9(02)  VALUE 3.
001480 77  WS-MAX-ELEV-DIFF           PIC 9(04)  VALUE 0.
001490 77  WS-PARM-NUMVAL             PIC S9(5)V9 VALUE 0.
001500 77  WS-PARM-FIELD              PIC 9(01)  VALUE 0.
001510
001520 77  WS-DLAT-DEG                PIC S9(03)V9(04) VALUE 0.
001530 77  WS-DLON-DEG                PIC S9(03)V9(04) VALUE 0.
001540 77  WS-DELEV                   PIC S9(05) VALUE 0.
001550 77  WS-MEAN-LAT-RAD            PIC S9(01)V9(08) VALUE 0.
001560 77  WS-DX-KM                   PIC S9(05)V9(04) VALUE 0.
001570 77  WS-DY-KM                   PIC S9(05)V9(04) VALUE 0.
001580 77  WS-DIST-KM                 PIC 9(05)V9 VALUE 0.
001590 77  WS-HOLD-IDX                PIC 9(04)  VALUE 0.
001600 77  WS-HOLD-DIST               PIC 9(05)V9 VALUE 0.
001610
001620 77  WS-HOLD-VALUE              PIC S9(03)V9 VALUE 0.
001630 77  WS-MEDIAN                  PIC S9(03)V99 VALUE 0.
001640 77  WS-DEVIATION               PIC S9(04)V99 VALUE 0.
001650
001660 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001670 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
001680     05 WS-RUN-YEAR             PIC 9(04).
001690     05 WS-RUN-MONTH            PIC 9(02).
001700     05 WS-RUN-DAY              PIC 9(02).
001710
001720 01  WS-FIELD-LABEL-TABLE.
001730     05 FILLER                  PIC X(30)
001740        VALUE "DATA3DATA4DATA5DATA6DATA7DATA8".
001750 01  WS-FIELD-LABELS REDEFINES WS-FIELD-LABEL-TABLE.
001760     05 WS-FIELD-LABEL OCCURS 6 TIMES PIC X(05).
001770
001780*    PER-FIELD TOLERANCE - HOW FAR A READING MAY SIT FROM ITS
001790*    NEIGHBORS' MEDIAN BEFORE IT IS SUSPECT.  TOL3 THRU TOL8
001800*    CARDS OVERRIDE THE 5.0 DEFAULT.
001810 01  WS-TOLERANCE-DEFAULTS.
001820     05 FILLER                  PIC 9(03)V9 VALUE 5.0.
001830     05 FILLER                  PIC 9(03)V9 VALUE 5.0.
001840     05 FILLER                  PIC 9(03)V9 VALUE 5.0.
001850     05 FILLER                  PIC 9(03)V9 VALUE 5.0.
001860     05 FILLER                  PIC 9(03)V9 VALUE 5.0.
001870     05 FILLER                  PIC 9(03)V9 VALUE 5.0.
001880 01  WS-TOLERANCES REDEFINES WS-TOLERANCE-DEFAULTS.
001890     05 WS-TOLERANCE OCCURS 6 TIMES PIC 9(03)V9.
001900
001910*    ONE SLOT PER SURVEYED STATION, IN STATION CODE ORDER AS
001920*    THE MASTER IS KEPT.  EACH CARRIES ITS NEAREST 25
001930*    NEIGHBORS WITHIN THE RADIUS, NEAREST FIRST, AND THE
001940*    READING IT REPORTED FOR THE HOUR BEING CHECKED.  A
001950*    STATION PAST 1000 IS A HARD ERROR ON THE CONSOLE AND THE
001960*    RETURN CODE, AS ON THE SCORECARD.
001970 01  WS-NBR-TABLE.
001980     05 WS-NBR-ENTRY OCCURS 1000 TIMES.
001990        10 WS-NST-STATION       PIC 9(06).
002000        10 WS-NST-NAME          PIC X(20).
002010        10 WS-NST-LATITUDE      PIC S9(02)V9(04).
002020        10 WS-NST-LONGITUDE     PIC S9(03)V9(04).
002030        10 WS-NST-ELEVATION     PIC S9(04).
002040        10 WS-NST-NBR-COUNT     PIC 9(02).
002050        10 WS-NST-NBR OCCURS 25 TIMES.
002060           15 WS-NST-NBR-IDX    PIC 9(04).
002070           15 WS-NST-NBR-DIST   PIC 9(05)V9.
002080        10 WS-NST-PRESENT-SW    PIC X(01).
002090        10 WS-NST-VALUE     OCCURS 6 TIMES PIC S9(03)V9.
002100
002110*    THE SLOTS THAT REPORTED IN THE CURRENT HOUR.
002120 01  WS-HOUR-TABLE.
002130     05 WS-HOUR-SLOT OCCURS 1000 TIMES PIC 9(04).
002140
002150*    THE NEIGHBORS PRESENT IN THE HOUR FOR THE STATION BEING
002160*    CHECKED, AND ONE FIELD'S VALUES FROM THEM FOR THE MEDIAN.
002170 01  WS-PEER-TABLE.
002180     05 WS-PEER-SLOT  OCCURS 25 TIMES PIC 9(04).
002190     05 WS-PEER-VALUE OCCURS 25 TIMES PIC S9(03)V9.
002200
002210 01  WS-REPORT-EDITS.
002220     05 WS-RADIUS-ED            PIC ZZZ9.9.
002230     05 WS-ELEV-DIFF-ED         PIC ZZZ9.
002240     05 WS-DIST-ED              PIC ZZZZ9.9.
002250     05 WS-LATITUDE-ED          PIC +99.9999.
002260     05 WS-LONGITUDE-ED         PIC +999.9999.
002270     05 WS-ELEVATION-ED         PIC +9999.
002280     05 WS-TOLERANCE-ED         PIC ZZ9.9.
002290
002300 01  WS-SWITCHES.
002310     05 WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
002320        88 WS-PARM-EOF                     VALUE 'Y'.
002330     05 WS-MASTER-EOF-SW        PIC X(01) VALUE 'N'.
002340        88 WS-MASTER-EOF                   VALUE 'Y'.
002350     05 WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
002360        88 WS-WORK-EOF                     VALUE 'Y'.
002370     05 WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
002380        88 WS-SORT-EOF                     VALUE 'Y'.
002390     05 WS-FIRST-DETAIL-SW      PIC X(01) VALUE 'Y'.
002400        88 WS-FIRST-DETAIL                 VALUE 'Y'.
002410     05 WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
002420        88 WS-TABLE-FULL                   VALUE 'Y'.
002430     05 WS-PTR-STOP-SW          PIC X(01) VALUE 'N'.
002440        88 WS-PTR-STOP                     VALUE 'Y'.
002450     05 WS-SHIFT-DONE-SW        PIC X(01) VALUE 'N'.
002460        88 WS-SHIFT-DONE                   VALUE 'Y'.
002470     05 WS-READING-SUSPECT-SW   PIC X(01) VALUE 'N'.
002480        88 WS-READING-SUSPECT              VALUE 'Y'.
002490
002500 PROCEDURE DIVISION.
002510*
002520*-----------------------------------------------------------*
002530* 0000-MAIN-LOGIC                                           *
002540*-----------------------------------------------------------*
002550 0000-MAIN-LOGIC.
002560     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
002570     PERFORM 2000-LOAD-PARAMETERS   THRU 2000-EXIT
002580     PERFORM 3000-LOAD-STATIONS     THRU 3000-EXIT
002590     PERFORM 3500-BUILD-NEIGHBORS   THRU 3500-EXIT
002600     PERFORM 3800-PRINT-NEIGHBORS   THRU 3800-EXIT
002610     SORT SORT-WORK-FILE
002620         ON ASCENDING KEY SRT-DATA2
002630                          SRT-DATA1
002640         INPUT PROCEDURE IS 4000-FEED-SORT
002650                            THRU 4000-EXIT
002660         OUTPUT PROCEDURE IS 5000-CHECK-SORTED-READINGS
002670                             THRU 5000-EXIT
002680     PERFORM 9999-TERMINATE         THRU 9999-EXIT
002690     GOBACK.
002700
002710*-----------------------------------------------------------*
002720* 1000-INITIALIZE - THE SUSPECT FILE AND REPORT ARE REBUILT  *
002730* EVERY RUN.                                                 *
002740*-----------------------------------------------------------*
002750 1000-INITIALIZE.
002760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002770     OPEN OUTPUT SUSPECT-FILE
002780     OPEN OUTPUT SUSPECT-REPORT-FILE
002790     MOVE SPACES TO SUSPECT-LINE
002800     STRING "WEATHER SUSPECT READINGS - NEIGHBOR CONSISTENCY "
002810            "CHECK - RUN DATE "
002820            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
002830            DELIMITED BY SIZE INTO SUSPECT-LINE
002840     WRITE SUSPECT-LINE.
002850 1000-EXIT.
002860     EXIT.
002870
002880*-----------------------------------------------------------*
002890* 2000-LOAD-PARAMETERS - TAG/VALUE CARDS IN THE SAME STYLE   *
002900* AS TRENDPARM.DAT.  RADI IS THE NEIGHBOR RADIUS IN KM       *
002910* (DEFAULT 100.0), MINN THE FEWEST NEIGHBORS REPORTING IN    *
002920* THE HOUR FOR A READING TO BE JUDGED (DEFAULT 3), ELEV THE  *
002930* LARGEST ELEVATION DIFFERENCE IN METRES FOR A STATION TO    *
002940* COUNT AS A NEIGHBOR (DEFAULT 0 = NO LIMIT), AND TOL3 THRU  *
002950* TOL8 THE TOLERANCE FOR DATA3 THRU DATA8 (DEFAULT 5.0).     *
002960* A CARD WITH A BAD VALUE IS IGNORED WITH A WARNING.         *
002970*-----------------------------------------------------------*
002980 2000-LOAD-PARAMETERS.
002990     OPEN INPUT NBR-PARM-FILE
003000     PERFORM 2100-READ-PARM-CARD THRU 2100-EXIT
003010         UNTIL WS-PARM-EOF
003020     CLOSE NBR-PARM-FILE
003030     MOVE WS-RADIUS-KM     TO WS-RADIUS-ED
003040     MOVE WS-MAX-ELEV-DIFF TO WS-ELEV-DIFF-ED
003050     MOVE SPACES TO SUSPECT-LINE
003060     IF WS-MAX-ELEV-DIFF = 0
003070         STRING " RADIUS " WS-RADIUS-ED " KM, AT LEAST "
003080                WS-MIN-NEIGHBORS " NEIGHBORS REPORTING, "
003090                "NO ELEVATION LIMIT"
003100                DELIMITED BY SIZE INTO SUSPECT-LINE
003110     ELSE
003120         STRING " RADIUS " WS-RADIUS-ED " KM, AT LEAST "
003130                WS-MIN-NEIGHBORS " NEIGHBORS REPORTING, "
003140                "ELEVATION WITHIN " WS-ELEV-DIFF-ED " M"
003150                DELIMITED BY SIZE INTO SUSPECT-LINE
003160     END-IF
003170     WRITE SUSPECT-LINE
003180     MOVE " TOLERANCE" TO SUSPECT-LINE
003190     MOVE 11 TO WS-LINE-PTR
003200     PERFORM 2200-LIST-ONE-TOLERANCE THRU 2200-EXIT
003210         VARYING WS-FIELD-IDX FROM 1 BY 1
003220         UNTIL WS-FIELD-IDX > 6
003230     WRITE SUSPECT-LINE.
003240 2000-EXIT.
003250     EXIT.
003260
003270 2100-READ-PARM-CARD.
003280     READ NBR-PARM-FILE
003290         AT END
003300             SET WS-PARM-EOF TO TRUE
003310             GO TO 2100-EXIT
003320     END-READ
003330     IF FUNCTION TEST-NUMVAL (PARM-VALUE) NOT = 0
003340         DISPLAY "WEATHER-NEIGHBOR: warning - parameter "
003350                 PARM-TAG " value not numeric, ignored"
003360         GO TO 2100-EXIT
003370     END-IF
003380     COMPUTE WS-PARM-NUMVAL = FUNCTION NUMVAL (PARM-VALUE)
003390     EVALUATE PARM-TAG
003400         WHEN "RADI"
003410             IF WS-PARM-NUMVAL > 0
003420                     AND WS-PARM-NUMVAL <= 9999.9
003430                 MOVE WS-PARM-NUMVAL TO WS-RADIUS-KM
003440             ELSE
003450                 DISPLAY "WEATHER-NEIGHBOR: warning - RADI "
003460                         "must be above 0 and below 10000, "
003470                         "ignored"
003480             END-IF
003490         WHEN "MINN"
003500             IF WS-PARM-NUMVAL >= 1
003510                     AND WS-PARM-NUMVAL <= 25
003520                 MOVE WS-PARM-NUMVAL TO WS-MIN-NEIGHBORS
003530             ELSE
003540                 DISPLAY "WEATHER-NEIGHBOR: warning - MINN "
003550                         "must be 1 to 25, ignored"
003560             END-IF
003570         WHEN "ELEV"
003580             IF WS-PARM-NUMVAL >= 0
003590                     AND WS-PARM-NUMVAL <= 9999
003600                 MOVE WS-PARM-NUMVAL TO WS-MAX-ELEV-DIFF
003610             ELSE
003620                 DISPLAY "WEATHER-NEIGHBOR: warning - ELEV "
003630                         "must be 0 to 9999, ignored"
003640             END-IF
003650         WHEN "TOL3" THRU "TOL8"
003660             MOVE PARM-TAG (4:1) TO WS-PARM-FIELD
003670             SUBTRACT 2 FROM WS-PARM-FIELD
003680             IF WS-PARM-NUMVAL > 0
003690                     AND WS-PARM-NUMVAL <= 999.9
003700                 MOVE WS-PARM-NUMVAL
003710                      TO WS-TOLERANCE (WS-PARM-FIELD)
003720             ELSE
003730                 DISPLAY "WEATHER-NEIGHBOR: warning - "
003740                         PARM-TAG " must be above 0 and "
003750                         "below 1000, ignored"
003760             END-IF
003770         WHEN OTHER
003780             CONTINUE
003790     END-EVALUATE.
003800 2100-EXIT.
003810     EXIT.
003820
003830 2200-LIST-ONE-TOLERANCE.
003840     MOVE WS-TOLERANCE (WS-FIELD-IDX) TO WS-TOLERANCE-ED
003850     STRING "  " WS-FIELD-LABEL (WS-FIELD-IDX)
003860            " " WS-TOLERANCE-ED
003870            DELIMITED BY SIZE
003880            INTO SUSPECT-LINE WITH POINTER WS-LINE-PTR.
003890 2200-EXIT.
003900     EXIT.
003910
003920*-----------------------------------------------------------*
003930* 3000-LOAD-STATIONS - THE SURVEYED STATIONS OFF THE FLAT    *
003940* STATIONMST.DAT THAT STATION-MAINT REGENERATES IN CODE      *
003950* ORDER.  A STATION WITHOUT COORDINATES HAS NO NEIGHBORS     *
003960* AND ITS READINGS ARE NOT JUDGED.                           *
003970*-----------------------------------------------------------*
003980 3000-LOAD-STATIONS.
003990     OPEN INPUT STATION-MASTER-FILE
004000     PERFORM 3100-LOAD-ONE-STATION THRU 3100-EXIT
004010         UNTIL WS-MASTER-EOF
004020     CLOSE STATION-MASTER-FILE.
004030 3000-EXIT.
004040     EXIT.
004050
004060 3100-LOAD-ONE-STATION.
004070     READ STATION-MASTER-FILE
004080         AT END
004090             SET WS-MASTER-EOF TO TRUE
004100             GO TO 3100-EXIT
004110     END-READ
004120     ADD 1 TO WS-MASTER-READ-COUNT
004130     IF STM-CODE NOT NUMERIC
004140         DISPLAY "WEATHER-NEIGHBOR: warning - master record "
004150                 WS-MASTER-READ-COUNT " skipped, bad station code"
004160         GO TO 3100-EXIT
004170     END-IF
004180     IF STM-LATITUDE-X = SPACES
004190         ADD 1 TO WS-UNSURVEYED-COUNT
004200         GO TO 3100-EXIT
004210     END-IF
004220     IF STM-CODE NOT > WS-PREV-CODE
004230         DISPLAY "WEATHER-NEIGHBOR: warning - station "
004240                 STM-CODE " out of order on STATIONMST.DAT, "
004250                 "skipped"
004260         GO TO 3100-EXIT
004270     END-IF
004280     IF WS-STATION-COUNT >= 1000
004290         DISPLAY "WEATHER-NEIGHBOR: error - more than 1000 "
004300                 "surveyed stations, station " STM-CODE
004310                 " cannot be checked"
004320         SET WS-TABLE-FULL TO TRUE
004330         GO TO 3100-EXIT
004340     END-IF
004350     ADD 1 TO WS-STATION-COUNT
004360     MOVE STM-CODE      TO WS-PREV-CODE
004370     MOVE STM-CODE      TO WS-NST-STATION (WS-STATION-COUNT)
004380     MOVE STM-NAME      TO WS-NST-NAME (WS-STATION-COUNT)
004390     MOVE STM-LATITUDE  TO WS-NST-LATITUDE (WS-STATION-COUNT)
004400     MOVE STM-LONGITUDE TO WS-NST-LONGITUDE (WS-STATION-COUNT)
004410     MOVE STM-ELEVATION TO WS-NST-ELEVATION (WS-STATION-COUNT)
004420     MOVE 0   TO WS-NST-NBR-COUNT (WS-STATION-COUNT)
004430     MOVE 'N' TO WS-NST-PRESENT-SW (WS-STATION-COUNT).
004440 3100-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------*
004480* 3500-BUILD-NEIGHBORS - EVERY PAIR OF SURVEYED STATIONS IS  *
004490* MEASURED ONCE PER RUN.  DISTANCE IS THE FLAT-EARTH         *
004500* APPROXIMATION (111.195 KM PER DEGREE, LONGITUDE SCALED BY  *
004510* THE COSINE OF THE MEAN LATITUDE), WHICH IS CLOSE ENOUGH AT *
004520* NEIGHBOR RANGES.  A STATION IS A NEIGHBOR WHEN IT LIES     *
004530* WITHIN THE RADIUS AND, WITH AN ELEV CARD, WITHIN THE       *
004540* ELEVATION LIMIT.  ONLY THE NEAREST 25 ARE KEPT.            *
004550*-----------------------------------------------------------*
004560 3500-BUILD-NEIGHBORS.
004570     PERFORM 3510-NEIGHBORS-OF-ONE THRU 3510-EXIT
004580         VARYING WS-STA-IDX FROM 1 BY 1
004590         UNTIL WS-STA-IDX > WS-STATION-COUNT.
004600 3500-EXIT.
004610     EXIT.
004620
004630 3510-NEIGHBORS-OF-ONE.
004640     PERFORM 3520-MEASURE-ONE-PAIR THRU 3520-EXIT
004650         VARYING WS-OTHER-IDX FROM 1 BY 1
004660         UNTIL WS-OTHER-IDX > WS-STATION-COUNT.
004670 3510-EXIT.
004680     EXIT.
004690
004700 3520-MEASURE-ONE-PAIR.
004710     IF WS-OTHER-IDX = WS-STA-IDX
004720         GO TO 3520-EXIT
004730     END-IF
004740     IF WS-MAX-ELEV-DIFF > 0
004750         COMPUTE WS-DELEV = WS-NST-ELEVATION (WS-OTHER-IDX)
004760                          - WS-NST-ELEVATION (WS-STA-IDX)
004770         IF WS-DELEV > WS-MAX-ELEV-DIFF
004780                 OR WS-DELEV < (0 - WS-MAX-ELEV-DIFF)
004790             GO TO 3520-EXIT
004800         END-IF
004810     END-IF
004820     COMPUTE WS-DLAT-DEG = WS-NST-LATITUDE (WS-OTHER-IDX)
004830                         - WS-NST-LATITUDE (WS-STA-IDX)
004840     COMPUTE WS-DY-KM = WS-DLAT-DEG * 111.195
004850*    NORTH-SOUTH SEPARATION ALONE ALREADY RULES MOST PAIRS OUT.
004860     IF WS-DY-KM > WS-RADIUS-KM OR WS-DY-KM < (0 - WS-RADIUS-KM)
004870         GO TO 3520-EXIT
004880     END-IF
004890     COMPUTE WS-DLON-DEG = WS-NST-LONGITUDE (WS-OTHER-IDX)
004900                         - WS-NST-LONGITUDE (WS-STA-IDX)
004910*    PAIRS EITHER SIDE OF THE 180 DEGREE MERIDIAN.
004920     IF WS-DLON-DEG > 180
004930         SUBTRACT 360 FROM WS-DLON-DEG
004940     END-IF
004950     IF WS-DLON-DEG < -180
004960         ADD 360 TO WS-DLON-DEG
004970     END-IF
004980     COMPUTE WS-MEAN-LAT-RAD =
004990             (WS-NST-LATITUDE (WS-OTHER-IDX)
005000              + WS-NST-LATITUDE (WS-STA-IDX))
005010             / 2 * FUNCTION PI / 180
005020     COMPUTE WS-DX-KM = WS-DLON-DEG * 111.195
005030                      * FUNCTION COS (WS-MEAN-LAT-RAD)
005040     COMPUTE WS-DIST-KM ROUNDED =
005050             FUNCTION SQRT (WS-DX-KM * WS-DX-KM
005060                            + WS-DY-KM * WS-DY-KM)
005070     IF WS-DIST-KM > WS-RADIUS-KM
005080         GO TO 3520-EXIT
005090     END-IF
005100     PERFORM 3530-KEEP-NEIGHBOR THRU 3530-EXIT.
005110 3520-EXIT.
005120     EXIT.
005130
005140*    THE LIST STAYS NEAREST FIRST: THE NEW NEIGHBOR GOES ON THE
005150*    END (OR OVER THE FARTHEST WHEN ALL 25 ARE TAKEN) AND IS
005160*    WALKED FORWARD PAST ANY FARTHER ONE.
005170 3530-KEEP-NEIGHBOR.
005180     IF WS-NST-NBR-COUNT (WS-STA-IDX) < 25
005190         ADD 1 TO WS-NST-NBR-COUNT (WS-STA-IDX)
005200     ELSE
005210         IF WS-DIST-KM NOT < WS-NST-NBR-DIST (WS-STA-IDX 25)
005220             GO TO 3530-EXIT
005230         END-IF
005240     END-IF
005250     MOVE WS-NST-NBR-COUNT (WS-STA-IDX) TO WS-NBR-POS
005260     MOVE WS-OTHER-IDX
005270          TO WS-NST-NBR-IDX (WS-STA-IDX WS-NBR-POS)
005280     MOVE WS-DIST-KM
005290          TO WS-NST-NBR-DIST (WS-STA-IDX WS-NBR-POS)
005300     MOVE 'N' TO WS-SHIFT-DONE-SW
005310     PERFORM 3540-WALK-FORWARD THRU 3540-EXIT
005320         UNTIL WS-NBR-POS = 1 OR WS-SHIFT-DONE.
005330 3530-EXIT.
005340     EXIT.
005350
005360 3540-WALK-FORWARD.
005370     IF WS-NST-NBR-DIST (WS-STA-IDX WS-NBR-POS - 1)
005380             NOT > WS-NST-NBR-DIST (WS-STA-IDX WS-NBR-POS)
005390         SET WS-SHIFT-DONE TO TRUE
005400         GO TO 3540-EXIT
005410     END-IF
005420     MOVE WS-NST-NBR-IDX (WS-STA-IDX WS-NBR-POS - 1)
005430          TO WS-HOLD-IDX
005440     MOVE WS-NST-NBR-DIST (WS-STA-IDX WS-NBR-POS - 1)
005450          TO WS-HOLD-DIST
005460     MOVE WS-NST-NBR (WS-STA-IDX WS-NBR-POS)
005470          TO WS-NST-NBR (WS-STA-IDX WS-NBR-POS - 1)
005480     MOVE WS-HOLD-IDX
005490          TO WS-NST-NBR-IDX (WS-STA-IDX WS-NBR-POS)
005500     MOVE WS-HOLD-DIST
005510          TO WS-NST-NBR-DIST (WS-STA-IDX WS-NBR-POS)
005520     SUBTRACT 1 FROM WS-NBR-POS.
005530 3540-EXIT.
005540     EXIT.
005550
005560*-----------------------------------------------------------*
005570* 3800-PRINT-NEIGHBORS - THE NEIGHBOR SET OF EVERY SURVEYED  *
005580* STATION HEADS THE REPORT, SO A SUSPECT CAN BE READ AGAINST *
005590* THE STATIONS IT WAS JUDGED BY.                             *
005600*-----------------------------------------------------------*
005610 3800-PRINT-NEIGHBORS.
005620     MOVE SPACES TO SUSPECT-LINE
005630     WRITE SUSPECT-LINE
005640     MOVE " NEIGHBOR SETS" TO SUSPECT-LINE
005650     WRITE SUSPECT-LINE
005660     MOVE " STATION NAME                 LATITUDE LONGITUDE" &
005670          "  ELEV  NEIGHBORS (KM)"
005680          TO SUSPECT-LINE
005690     WRITE SUSPECT-LINE
005700     PERFORM 3810-PRINT-ONE-SET THRU 3810-EXIT
005710         VARYING WS-STA-IDX FROM 1 BY 1
005720         UNTIL WS-STA-IDX > WS-STATION-COUNT
005730     MOVE SPACES TO SUSPECT-LINE
005740     STRING " " WS-STATION-COUNT " SURVEYED STATIONS, "
005750            WS-UNSURVEYED-COUNT " WITHOUT COORDINATES NOT "
005760            "CHECKED"
005770            DELIMITED BY SIZE INTO SUSPECT-LINE
005780     WRITE SUSPECT-LINE.
005790 3800-EXIT.
005800     EXIT.
005810
005820 3810-PRINT-ONE-SET.
005830     MOVE WS-NST-LATITUDE (WS-STA-IDX)  TO WS-LATITUDE-ED
005840     MOVE WS-NST-LONGITUDE (WS-STA-IDX) TO WS-LONGITUDE-ED
005850     MOVE WS-NST-ELEVATION (WS-STA-IDX) TO WS-ELEVATION-ED
005860     MOVE SPACES TO SUSPECT-LINE
005870     STRING " " WS-NST-STATION (WS-STA-IDX)
005880            "  " WS-NST-NAME (WS-STA-IDX)
005890            " " WS-LATITUDE-ED
005900            " " WS-LONGITUDE-ED
005910            " " WS-ELEVATION-ED
005920            "  " WS-NST-NBR-COUNT (WS-STA-IDX)
005930            DELIMITED BY SIZE INTO SUSPECT-LINE
005940     WRITE SUSPECT-LINE
005950*    THE NEAREST FIVE ARE NAMED; THE REST ARE ONLY COUNTED.
005960     PERFORM 3820-PRINT-ONE-NEIGHBOR THRU 3820-EXIT
005970         VARYING WS-NBR-IDX FROM 1 BY 1
005980         UNTIL WS-NBR-IDX > WS-NST-NBR-COUNT (WS-STA-IDX)
005990            OR WS-NBR-IDX > 5.
006000 3810-EXIT.
006010     EXIT.
006020
006030 3820-PRINT-ONE-NEIGHBOR.
006040     MOVE WS-NST-NBR-IDX (WS-STA-IDX WS-NBR-IDX) TO WS-OTHER-IDX
006050     MOVE WS-NST-NBR-DIST (WS-STA-IDX WS-NBR-IDX) TO WS-DIST-ED
006060     MOVE SPACES TO SUSPECT-LINE
006070     STRING "                                              "
006080            "          "
006090            WS-NST-STATION (WS-OTHER-IDX)
006100            " " WS-DIST-ED
006110            DELIMITED BY SIZE INTO SUSPECT-LINE
006120     WRITE SUSPECT-LINE.
006130 3820-EXIT.
006140     EXIT.
006150
006160*-----------------------------------------------------------*
006170* 4000-FEED-SORT - SORT INPUT PROCEDURE.  RELEASES EVERY     *
006180* ACCEPTED READING READTESTDATA LEFT ON WEATHERGOOD.TMP.  AN  *
006190* ABSENT OR EMPTY WORK FILE GIVES AN EMPTY SUSPECT LIST.     *
006200*-----------------------------------------------------------*
006210 4000-FEED-SORT.
006220     OPEN INPUT GOOD-WORK-FILE
006230     PERFORM 4100-RELEASE-ONE-RECORD THRU 4100-EXIT
006240         UNTIL WS-WORK-EOF
006250     CLOSE GOOD-WORK-FILE.
006260 4000-EXIT.
006270     EXIT.
006280
006290 4100-RELEASE-ONE-RECORD.
006300     READ GOOD-WORK-FILE
006310         AT END
006320             SET WS-WORK-EOF TO TRUE
006330             GO TO 4100-EXIT
006340     END-READ
006350     ADD 1 TO WS-GOOD-READ-COUNT
006360     RELEASE SORT-RECORD FROM GOOD-WORK-RECORD.
006370 4100-EXIT.
006380     EXIT.
006390
006400*-----------------------------------------------------------*
006410* 5000-CHECK-SORTED-READINGS - SORT OUTPUT PROCEDURE.  THE   *
006420* READINGS ARRIVE HOUR BY HOUR AND, WITHIN THE HOUR, IN      *
006430* STATION ORDER - THE SAME ORDER AS THE STATION TABLE - SO   *
006440* EACH READING'S SLOT IS FOUND BY STEPPING ONE POINTER DOWN  *
006450* THE TABLE.  WHEN THE HOUR CHANGES THE HOUR JUST LOADED IS  *
006460* JUDGED.  A RESENT READING IS SET ASIDE AS THE ROLLUP DOES. *
006470*-----------------------------------------------------------*
006480 5000-CHECK-SORTED-READINGS.
006490     MOVE SPACES TO SUSPECT-LINE
006500     WRITE SUSPECT-LINE
006510     MOVE " SUSPECT READINGS" TO SUSPECT-LINE
006520     WRITE SUSPECT-LINE
006530     MOVE " STATION DATA2      FIELD  VALUE   MEDIAN  DEVIATION" &
006540          "  TOLERANCE  NEIGHBORS"
006550          TO SUSPECT-LINE
006560     WRITE SUSPECT-LINE
006570     PERFORM 5100-RETURN-ONE-RECORD THRU 5100-EXIT
006580         UNTIL WS-SORT-EOF
006590     IF NOT WS-FIRST-DETAIL
006600         PERFORM 6000-JUDGE-HOUR THRU 6000-EXIT
006610     END-IF.
006620 5000-EXIT.
006630     EXIT.
006640
006650 5100-RETURN-ONE-RECORD.
006660     RETURN SORT-WORK-FILE
006670         AT END
006680             SET WS-SORT-EOF TO TRUE
006690             GO TO 5100-EXIT
006700     END-RETURN
006710     IF WS-FIRST-DETAIL
006720         MOVE 'N' TO WS-FIRST-DETAIL-SW
006730         PERFORM 5200-START-HOUR THRU 5200-EXIT
006740     ELSE
006750         IF SRT-DATA2 NOT = WS-HOUR-STAMP
006760             PERFORM 6000-JUDGE-HOUR  THRU 6000-EXIT
006770             PERFORM 5200-START-HOUR  THRU 5200-EXIT
006780         ELSE
006790             IF SRT-DATA1 = WS-PREV-CODE
006800                 ADD 1 TO WS-DUPLICATE-COUNT
006810                 GO TO 5100-EXIT
006820             END-IF
006830         END-IF
006840     END-IF
006850     MOVE SRT-DATA1 TO WS-PREV-CODE
006860     MOVE 'N' TO WS-PTR-STOP-SW
006870     PERFORM 5300-STEP-POINTER THRU 5300-EXIT
006880         UNTIL WS-PTR-STOP
006890            OR WS-TBL-PTR > WS-STATION-COUNT
006900     IF WS-TBL-PTR > WS-STATION-COUNT
006910         ADD 1 TO WS-UNPLACED-COUNT
006920         GO TO 5100-EXIT
006930     END-IF
006940     IF WS-NST-STATION (WS-TBL-PTR) NOT = SRT-DATA1
006950         ADD 1 TO WS-UNPLACED-COUNT
006960         GO TO 5100-EXIT
006970     END-IF
006980     MOVE 'Y' TO WS-NST-PRESENT-SW (WS-TBL-PTR)
006990     PERFORM 5400-STORE-ONE-VALUE THRU 5400-EXIT
007000         VARYING WS-FIELD-IDX FROM 1 BY 1
007010         UNTIL WS-FIELD-IDX > 6
007020     ADD 1 TO WS-HOUR-STATIONS
007030     MOVE WS-TBL-PTR TO WS-HOUR-SLOT (WS-HOUR-STATIONS).
007040 5100-EXIT.
007050     EXIT.
007060
007070 5200-START-HOUR.
007080     ADD 1 TO WS-HOUR-COUNT-TOTAL
007090     MOVE SRT-DATA2 TO WS-HOUR-STAMP
007100     MOVE 0 TO WS-PREV-CODE
007110     MOVE 0 TO WS-HOUR-STATIONS
007120     MOVE 1 TO WS-TBL-PTR.
007130 5200-EXIT.
007140     EXIT.
007150
007160 5300-STEP-POINTER.
007170     IF WS-NST-STATION (WS-TBL-PTR) < SRT-DATA1
007180         ADD 1 TO WS-TBL-PTR
007190     ELSE
007200         SET WS-PTR-STOP TO TRUE
007210     END-IF.
007220 5300-EXIT.
007230     EXIT.
007240
007250 5400-STORE-ONE-VALUE.
007260     MOVE SRT-FIELD-VALUE (WS-FIELD-IDX)
007270          TO WS-NST-VALUE (WS-TBL-PTR WS-FIELD-IDX).
007280 5400-EXIT.
007290     EXIT.
007300
007310*-----------------------------------------------------------*
007320* 6000-JUDGE-HOUR - EVERY READING OF THE HOUR IS JUDGED      *
007330* AGAINST ITS NEIGHBORS THAT REPORTED THE SAME HOUR, THEN    *
007340* THE HOUR'S SLOTS ARE CLEARED FOR THE NEXT ONE.             *
007350*-----------------------------------------------------------*
007360 6000-JUDGE-HOUR.
007370     PERFORM 6100-JUDGE-ONE-READING THRU 6100-EXIT
007380         VARYING WS-HOUR-IDX FROM 1 BY 1
007390         UNTIL WS-HOUR-IDX > WS-HOUR-STATIONS
007400     PERFORM 6900-CLEAR-ONE-SLOT THRU 6900-EXIT
007410         VARYING WS-HOUR-IDX FROM 1 BY 1
007420         UNTIL WS-HOUR-IDX > WS-HOUR-STATIONS.
007430 6000-EXIT.
007440     EXIT.
007450
007460*    TOO FEW NEIGHBORS REPORTING LEAVES THE READING UNJUDGED -
007470*    A MEDIAN OF ONE OR TWO STATIONS PROVES NOTHING.
007480 6100-JUDGE-ONE-READING.
007490     MOVE WS-HOUR-SLOT (WS-HOUR-IDX) TO WS-STA-IDX
007500     MOVE 0 TO WS-PEER-COUNT
007510     PERFORM 6200-COLLECT-ONE-PEER THRU 6200-EXIT
007520         VARYING WS-NBR-IDX FROM 1 BY 1
007530         UNTIL WS-NBR-IDX > WS-NST-NBR-COUNT (WS-STA-IDX)
007540     IF WS-PEER-COUNT < WS-MIN-NEIGHBORS
007550         ADD 1 TO WS-TOO-FEW-COUNT
007560         GO TO 6100-EXIT
007570     END-IF
007580     ADD 1 TO WS-CHECKED-COUNT
007590     MOVE 'N' TO WS-READING-SUSPECT-SW
007600     PERFORM 6300-JUDGE-ONE-FIELD THRU 6300-EXIT
007610         VARYING WS-FIELD-IDX FROM 1 BY 1
007620         UNTIL WS-FIELD-IDX > 6
007630     IF WS-READING-SUSPECT
007640         ADD 1 TO WS-SUSPECT-READING-COUNT
007650     END-IF.
007660 6100-EXIT.
007670     EXIT.
007680
007690 6200-COLLECT-ONE-PEER.
007700     MOVE WS-NST-NBR-IDX (WS-STA-IDX WS-NBR-IDX) TO WS-OTHER-IDX
007710     IF WS-NST-PRESENT-SW (WS-OTHER-IDX) = 'Y'
007720         ADD 1 TO WS-PEER-COUNT
007730         MOVE WS-OTHER-IDX TO WS-PEER-SLOT (WS-PEER-COUNT)
007740     END-IF.
007750 6200-EXIT.
007760     EXIT.
007770
007780 6300-JUDGE-ONE-FIELD.
007790     PERFORM 6310-LOAD-ONE-PEER-VALUE THRU 6310-EXIT
007800         VARYING WS-PEER-IDX FROM 1 BY 1
007810         UNTIL WS-PEER-IDX > WS-PEER-COUNT
007820     PERFORM 6400-SORT-ONE-VALUE THRU 6400-EXIT
007830         VARYING WS-SORT-IDX FROM 2 BY 1
007840         UNTIL WS-SORT-IDX > WS-PEER-COUNT
007850     DIVIDE WS-PEER-COUNT BY 2 GIVING WS-MID-IDX
007860     IF WS-MID-IDX * 2 = WS-PEER-COUNT
007870         COMPUTE WS-MEDIAN ROUNDED =
007880                 (WS-PEER-VALUE (WS-MID-IDX)
007890                  + WS-PEER-VALUE (WS-MID-IDX + 1)) / 2
007900     ELSE
007910         MOVE WS-PEER-VALUE (WS-MID-IDX + 1) TO WS-MEDIAN
007920     END-IF
007930     COMPUTE WS-DEVIATION =
007940             WS-NST-VALUE (WS-STA-IDX WS-FIELD-IDX) - WS-MEDIAN
007950     IF WS-DEVIATION > WS-TOLERANCE (WS-FIELD-IDX)
007960             OR WS-DEVIATION < (0 - WS-TOLERANCE (WS-FIELD-IDX))
007970         SET WS-READING-SUSPECT TO TRUE
007980         PERFORM 6500-WRITE-SUSPECT THRU 6500-EXIT
007990     END-IF.
008000 6300-EXIT.
008010     EXIT.
008020
008030 6310-LOAD-ONE-PEER-VALUE.
008040     MOVE WS-PEER-SLOT (WS-PEER-IDX) TO WS-OTHER-IDX
008050     MOVE WS-NST-VALUE (WS-OTHER-IDX WS-FIELD-IDX)
008060          TO WS-PEER-VALUE (WS-PEER-IDX).
008070 6310-EXIT.
008080     EXIT.
008090
008100*    STRAIGHT INSERTION - NEVER MORE THAN 25 VALUES.
008110 6400-SORT-ONE-VALUE.
008120     MOVE WS-PEER-VALUE (WS-SORT-IDX) TO WS-HOLD-VALUE
008130     MOVE WS-SORT-IDX TO WS-SHIFT-IDX
008140     MOVE 'N' TO WS-SHIFT-DONE-SW
008150     PERFORM 6410-SHIFT-ONE-VALUE THRU 6410-EXIT
008160         UNTIL WS-SHIFT-IDX = 1 OR WS-SHIFT-DONE
008170     MOVE WS-HOLD-VALUE TO WS-PEER-VALUE (WS-SHIFT-IDX).
008180 6400-EXIT.
008190     EXIT.
008200
008210 6410-SHIFT-ONE-VALUE.
008220     IF WS-PEER-VALUE (WS-SHIFT-IDX - 1) NOT > WS-HOLD-VALUE
008230         SET WS-SHIFT-DONE TO TRUE
008240         GO TO 6410-EXIT
008250     END-IF
008260     MOVE WS-PEER-VALUE (WS-SHIFT-IDX - 1)
008270          TO WS-PEER-VALUE (WS-SHIFT-IDX)
008280     SUBTRACT 1 FROM WS-SHIFT-IDX.
008290 6410-EXIT.
008300     EXIT.
008310
008320 6500-WRITE-SUSPECT.
008330     ADD 1 TO WS-SUSPECT-FIELD-COUNT
008340     MOVE SPACES TO SUSPECT-RECORD
008350     MOVE WS-NST-STATION (WS-STA-IDX)    TO SUS-STATION
008360     MOVE WS-HOUR-STAMP                  TO SUS-DATA2
008370     MOVE WS-FIELD-LABEL (WS-FIELD-IDX)  TO SUS-FIELD
008380     MOVE WS-NST-VALUE (WS-STA-IDX WS-FIELD-IDX) TO SUS-VALUE
008390     MOVE WS-MEDIAN                      TO SUS-MEDIAN
008400     MOVE WS-DEVIATION                   TO SUS-DEVIATION
008410     MOVE WS-TOLERANCE (WS-FIELD-IDX)    TO SUS-TOLERANCE
008420     MOVE WS-PEER-COUNT                  TO SUS-NEIGHBORS
008430     MOVE WS-RUN-DATE                    TO SUS-RUN-DATE
008440     WRITE SUSPECT-RECORD
008450     MOVE SPACES TO SUSPECT-LINE
008460     STRING " " SUS-STATION
008470            "  " SUS-DATA2
008480            " " SUS-FIELD
008490            "  " SUS-VALUE
008500            " " SUS-MEDIAN
008510            " " SUS-DEVIATION
008520            "      " SUS-TOLERANCE
008530            "         " SUS-NEIGHBORS
008540            DELIMITED BY SIZE INTO SUSPECT-LINE
008550     WRITE SUSPECT-LINE.
008560 6500-EXIT.
008570     EXIT.
008580
008590 6900-CLEAR-ONE-SLOT.
008600     MOVE WS-HOUR-SLOT (WS-HOUR-IDX) TO WS-STA-IDX
008610     MOVE 'N' TO WS-NST-PRESENT-SW (WS-STA-IDX).
008620 6900-EXIT.
008630     EXIT.
008640
008650*-----------------------------------------------------------*
008660* 9999-TERMINATE - RETURN CODE 4 WHEN ANY READING WAS        *
008670* SUSPECT, 12 WHEN THE STATION TABLE OVERFLOWED.             *
008680*-----------------------------------------------------------*
008690 9999-TERMINATE.
008700     MOVE SPACES TO SUSPECT-LINE
008710     WRITE SUSPECT-LINE
008720     MOVE SPACES TO SUSPECT-LINE
008730     STRING "END OF SUSPECT READINGS - " WS-GOOD-READ-COUNT
008740            " READINGS IN " WS-HOUR-COUNT-TOTAL " HOURS, "
008750            WS-CHECKED-COUNT " JUDGED, "
008760            WS-SUSPECT-READING-COUNT " SUSPECT ("
008770            WS-SUSPECT-FIELD-COUNT " FIELDS)"
008780            DELIMITED BY SIZE INTO SUSPECT-LINE
008790     WRITE SUSPECT-LINE
008800     MOVE SPACES TO SUSPECT-LINE
008810     STRING "NOT JUDGED - " WS-TOO-FEW-COUNT
008820            " TOO FEW NEIGHBORS REPORTING, " WS-UNPLACED-COUNT
008830            " STATION NOT SURVEYED, " WS-DUPLICATE-COUNT
008840            " RESENT"
008850            DELIMITED BY SIZE INTO SUSPECT-LINE
008860     WRITE SUSPECT-LINE
008870     CLOSE SUSPECT-FILE
008880     CLOSE SUSPECT-REPORT-FILE
008890     DISPLAY "WEATHER-NEIGHBOR: " WS-GOOD-READ-COUNT
008900             " readings read, " WS-CHECKED-COUNT " judged, "
008910             WS-SUSPECT-READING-COUNT " suspect, "
008920             WS-SUSPECT-FIELD-COUNT " suspect fields."
008930     IF WS-TABLE-FULL
008940         DISPLAY "WEATHER-NEIGHBOR: station table overflow - "
008950                 "suspect list is incomplete"
008960         MOVE 12 TO RETURN-CODE
008970     ELSE
008980         IF WS-SUSPECT-FIELD-COUNT > 0
008990             MOVE 4 TO RETURN-CODE
009000         ELSE
009010             MOVE 0 TO RETURN-CODE
009020         END-IF
009030     END-IF.
009040 9999-EXIT.
009050     EXIT.
