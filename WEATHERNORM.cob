000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WEATHER-NORMALS.
000030 AUTHOR. DATA-SERVICES-GROUP.
000040 INSTALLATION. WEATHER-REPORTING-SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15  DSG  ORIGINAL - CLIMATOLOGICAL NORMALS.  READS *
000120*                  THE PERMANENT MONTHLY SUMMARY ROLLED UP   *
000130*                  BY WEATHER-ROLLUP AND, FOR EACH STATION   *
000140*                  AND CALENDAR MONTH, TAKES THE MEAN AND    *
000150*                  STANDARD DEVIATION OF THE MONTHLY AVERAGE *
000160*                  (AND THE MEAN MINIMUM AND MAXIMUM) OVER A *
000170*                  BASE PERIOD OF YEARS SET ON NORMPARM.DAT. *
000180*                  A STATION/MONTH WITH FEWER YEARS THAN THE *
000190*                  MINIMUM GETS NO NORMAL AND IS LISTED.     *
000200*                  NORMALS GO TO THE KEYED WEATHERNORM.DAT   *
000210*                  FOR WEATHER-ANOMALY.                      *
000220*-----------------------------------------------------------*
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL NORM-PARM-FILE ASSIGN TO "NORMPARM.DAT"
000280     ORGANIZATION IS LINE SEQUENTIAL.
000290
000300     SELECT OPTIONAL MONTHLY-SUMMARY-FILE ASSIGN TO
000310     "WEATHERMONTHLY.DAT"
000320     ORGANIZATION IS LINE SEQUENTIAL.
000330
000340     SELECT NORMALS-FILE ASSIGN TO "WEATHERNORM.DAT"
000350     ORGANIZATION IS INDEXED
000360     ACCESS IS DYNAMIC
000370     RECORD KEY IS NRM-KEY
000380     FILE STATUS IS WS-NORMALS-FILE-STATUS.
000390
000400     SELECT NORM-REPORT-FILE ASSIGN TO "WEATHERNORM.TXT"
000410     ORGANIZATION IS LINE SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  NORM-PARM-FILE.
000460 01  PARM-CARD.
000470     05 PARM-TAG                PIC X(04).
000480     05 FILLER                  PIC X(01).
000490     05 PARM-VALUE              PIC X(20).
000500
000510*    THE MONTHLY SUMMARY AS WEATHER-ROLLUP WRITES IT.  THE
000520*    EDITED MIN/MAX/AVG FIELDS ARE DECODED WITH NUMVAL.
000530 FD  MONTHLY-SUMMARY-FILE.
000540 01  MONTHLY-SUMMARY-RECORD.
000550     05 MS-STATION              PIC 9(06).
000560     05 FILLER                  PIC X(01).
000570     05 MS-MONTH                PIC 9(06).
000580     05 MS-MONTH-X REDEFINES MS-MONTH.
000590        10 MS-YEAR              PIC 9(04).
000600        10 MS-CAL-MONTH         PIC 9(02).
000610     05 FILLER                  PIC X(01).
000620     05 MS-HOUR-COUNT           PIC 9(04).
000630     05 MS-FIELD-GROUP OCCURS 6 TIMES.
000640        10 FILLER               PIC X(01).
000650        10 MS-FIELD-MIN         PIC X(06).
000660        10 FILLER               PIC X(01).
000670        10 MS-FIELD-MAX         PIC X(06).
000680        10 FILLER               PIC X(01).
000690        10 MS-FIELD-AVG         PIC X(07).
000700     05 FILLER                  PIC X(01).
000710     05 MS-EST-COUNT            PIC 9(04).
000720
000730*    ONE NORMAL PER STATION AND CALENDAR MONTH, KEYED ON THE
000740*    PAIR.  REBUILT EVERY RUN.
000750 FD  NORMALS-FILE.
000760 01  NORMAL-RECORD.
000770     05 NRM-KEY.
000780        10 NRM-STATION          PIC 9(06).
000790        10 NRM-CAL-MONTH        PIC 9(02).
000800     05 NRM-FROM-YEAR           PIC 9(04).
000810     05 NRM-THRU-YEAR           PIC 9(04).
000820     05 NRM-YEARS               PIC 9(02).
000830     05 NRM-BUILT-DATE          PIC 9(08).
000840     05 NRM-FIELD OCCURS 6 TIMES.
000850        10 NRM-MEAN-AVG         PIC S9(03)V99.
000860        10 NRM-STD-DEV          PIC 9(03)V99.
000870        10 NRM-MEAN-MIN         PIC S9(03)V9.
000880        10 NRM-MEAN-MAX         PIC S9(03)V9.
000890
000900 FD  NORM-REPORT-FILE.
000910 01  NORM-LINE                  PIC X(132).
000920
000930 WORKING-STORAGE SECTION.
000940 77  WS-NORMALS-FILE-STATUS     PIC X(02)  VALUE "00".
000950 77  WS-PARM-NUMVAL             PIC S9(05)V9 VALUE 0.
000960
000970*    BASE PERIOD AND QUALIFYING RULES - SEE 2000.
000980 77  WS-FROM-YEAR               PIC 9(04)  VALUE 0.
000990 77  WS-THRU-YEAR               PIC 9(04)  VALUE 0.
001000 77  WS-SPAN-YEARS              PIC 9(02)  VALUE 30.
001010 77  WS-MIN-YEARS               PIC 9(02)  VALUE 3.
001020 77  WS-MIN-HOURS               PIC 9(04)  VALUE 1.
001030 77  WS-LATEST-YEAR             PIC 9(04)  VALUE 0.
001040
001050 77  WS-MONTH-READ-COUNT        PIC 9(08)  VALUE 0.
001060 77  WS-MONTH-USED-COUNT        PIC 9(08)  VALUE 0.
001070 77  WS-MONTH-SHORT-HOURS       PIC 9(08)  VALUE 0.
001080 77  WS-MONTH-BAD-COUNT         PIC 9(08)  VALUE 0.
001090 77  WS-STATION-COUNT           PIC 9(06)  VALUE 0.
001100 77  WS-NORMAL-COUNT            PIC 9(06)  VALUE 0.
001110 77  WS-SHORT-YEARS-COUNT       PIC 9(06)  VALUE 0.
001120 77  WS-WRITE-ERROR-COUNT       PIC 9(06)  VALUE 0.
001130 77  WS-CAL-IDX                 PIC 9(02)  VALUE 0.
001140 77  WS-FIELD-IDX               PIC 9(02)  VALUE 0.
001150 77  WS-BREAK-STATION           PIC 9(06)  VALUE 0.
001160 77  WS-LINE-PTR                PIC 9(03)  VALUE 1.
001170
001180 77  WS-AVG-VALUE               PIC S9(03)V99 VALUE 0.
001190 77  WS-YEARS-LESS-ONE          PIC 9(02)  VALUE 0.
001200 77  WS-MEAN-WORK               PIC S9(05)V9(04) VALUE 0.
001210 77  WS-VARIANCE                PIC S9(07)V9(06) VALUE 0.
001220
001230 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001240 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
001250     05 WS-RUN-YEAR             PIC 9(04).
001260     05 WS-RUN-MONTH            PIC 9(02).
001270     05 WS-RUN-DAY              PIC 9(02).
001280
001290*    ONE STATION'S BASE-PERIOD MONTHS, ACCUMULATED BY CALENDAR
001300*    MONTH AND CLEARED AT EACH CHANGE OF STATION.
001310 01  WS-CALENDAR-TABLE.
001320     05 WS-CAL-ENTRY OCCURS 12 TIMES.
001330        10 WS-CAL-YEARS         PIC 9(02).
001340        10 WS-CAL-STAT OCCURS 6 TIMES.
001350           15 WS-CAL-SUM-AVG    PIC S9(05)V99.
001360           15 WS-CAL-SUMSQ-AVG  PIC S9(09)V9(04).
001370           15 WS-CAL-SUM-MIN    PIC S9(05)V9.
001380           15 WS-CAL-SUM-MAX    PIC S9(05)V9.
001390
001400 01  WS-FIELD-LABEL-TABLE.
001410     05 FILLER                  PIC X(30)
001420        VALUE "DATA3DATA4DATA5DATA6DATA7DATA8".
001430 01  WS-FIELD-LABELS REDEFINES WS-FIELD-LABEL-TABLE.
001440     05 WS-FIELD-LABEL OCCURS 6 TIMES PIC X(05).
001450
001460 01  WS-REPORT-EDITS.
001470     05 WS-MEAN-ED              PIC -999.99.
001480     05 WS-SD-ED                PIC ZZ9.99.
001490     05 WS-YEARS-ED             PIC Z9.
001500
001510 01  WS-SWITCHES.
001520     05 WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
001530        88 WS-PARM-EOF                     VALUE 'Y'.
001540     05 WS-MONTHLY-EOF-SW       PIC X(01) VALUE 'N'.
001550        88 WS-MONTHLY-EOF                  VALUE 'Y'.
001560     05 WS-FIRST-DETAIL-SW      PIC X(01) VALUE 'Y'.
001570        88 WS-FIRST-DETAIL                 VALUE 'Y'.
001580     05 WS-FIELDS-OK-SW         PIC X(01) VALUE 'Y'.
001590        88 WS-FIELDS-OK                    VALUE 'Y'.
001600     05 WS-NORMALS-OPEN-SW      PIC X(01) VALUE 'N'.
001610        88 WS-NORMALS-OPEN                 VALUE 'Y'.
001620
001630 PROCEDURE DIVISION.
001640*
001650*-----------------------------------------------------------*
001660* 0000-MAIN-LOGIC                                           *
001670*-----------------------------------------------------------*
001680 0000-MAIN-LOGIC.
001690     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
001700     PERFORM 2000-LOAD-PARAMETERS   THRU 2000-EXIT
001710     PERFORM 2500-SET-BASE-PERIOD   THRU 2500-EXIT
001720     PERFORM 3000-BUILD-NORMALS     THRU 3000-EXIT
001730     PERFORM 9999-TERMINATE         THRU 9999-EXIT
001740     GOBACK.
001750
001760*-----------------------------------------------------------*
001770* 1000-INITIALIZE - THE NORMALS FILE AND LISTING ARE REBUILT *
001780* EVERY RUN FROM THE WHOLE MONTHLY SUMMARY.                  *
001790*-----------------------------------------------------------*
001800 1000-INITIALIZE.
001810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001820     OPEN OUTPUT NORM-REPORT-FILE
001830     MOVE SPACES TO NORM-LINE
001840     STRING "WEATHER CLIMATOLOGICAL NORMALS - RUN DATE "
001850            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
001860            DELIMITED BY SIZE INTO NORM-LINE
001870     WRITE NORM-LINE.
001880 1000-EXIT.
001890     EXIT.
001900
001910*-----------------------------------------------------------*
001920* 2000-LOAD-PARAMETERS - TAG/VALUE CARDS IN THE SAME STYLE   *
001930* AS TRENDPARM.DAT.  FROM AND THRU SET THE BASE PERIOD'S     *
001940* FIRST AND LAST YEAR; SPAN (DEFAULT 30) IS ITS LENGTH WHEN  *
001950* ONLY ONE END IS GIVEN.  WITH NEITHER, THE PERIOD ENDS THE  *
001960* YEAR BEFORE THE LATEST YEAR ON THE MONTHLY SUMMARY.  MINY  *
001970* IS THE FEWEST YEARS A STATION/MONTH NEEDS FOR A NORMAL     *
001980* (DEFAULT 3) AND MINH THE FEWEST HOURS REPORTED FOR A       *
001990* MONTH TO COUNT AS ONE OF THEM (DEFAULT 1).  THE MNTH AND   *
002000* TOPN CARDS BELONG TO WEATHER-ANOMALY.  A CARD WITH A BAD   *
002010* VALUE IS IGNORED WITH A WARNING.                           *
002020*-----------------------------------------------------------*
002030 2000-LOAD-PARAMETERS.
002040     OPEN INPUT NORM-PARM-FILE
002050     PERFORM 2100-READ-PARM-CARD THRU 2100-EXIT
002060         UNTIL WS-PARM-EOF
002070     CLOSE NORM-PARM-FILE.
002080 2000-EXIT.
002090     EXIT.
002100
002110 2100-READ-PARM-CARD.
002120     READ NORM-PARM-FILE
002130         AT END
002140             SET WS-PARM-EOF TO TRUE
002150             GO TO 2100-EXIT
002160     END-READ
002170     IF PARM-TAG = "MNTH" OR PARM-TAG = "TOPN"
002180         GO TO 2100-EXIT
002190     END-IF
002200     IF FUNCTION TEST-NUMVAL (PARM-VALUE) NOT = 0
002210         DISPLAY "WEATHER-NORMALS: warning - parameter "
002220                 PARM-TAG " value not numeric, ignored"
002230         GO TO 2100-EXIT
002240     END-IF
002250     COMPUTE WS-PARM-NUMVAL = FUNCTION NUMVAL (PARM-VALUE)
002260     EVALUATE PARM-TAG
002270         WHEN "FROM"
002280             IF WS-PARM-NUMVAL >= 1900
002290                     AND WS-PARM-NUMVAL <= 2999
002300                 MOVE WS-PARM-NUMVAL TO WS-FROM-YEAR
002310             ELSE
002320                 DISPLAY "WEATHER-NORMALS: warning - FROM "
002330                         "must be a year 1900 to 2999, ignored"
002340             END-IF
002350         WHEN "THRU"
002360             IF WS-PARM-NUMVAL >= 1900
002370                     AND WS-PARM-NUMVAL <= 2999
002380                 MOVE WS-PARM-NUMVAL TO WS-THRU-YEAR
002390             ELSE
002400                 DISPLAY "WEATHER-NORMALS: warning - THRU "
002410                         "must be a year 1900 to 2999, ignored"
002420             END-IF
002430         WHEN "SPAN"
002440             IF WS-PARM-NUMVAL >= 1
002450                     AND WS-PARM-NUMVAL <= 99
002460                 MOVE WS-PARM-NUMVAL TO WS-SPAN-YEARS
002470             ELSE
002480                 DISPLAY "WEATHER-NORMALS: warning - SPAN "
002490                         "must be 1 to 99, ignored"
002500             END-IF
002510         WHEN "MINY"
002520             IF WS-PARM-NUMVAL >= 1
002530                     AND WS-PARM-NUMVAL <= 99
002540                 MOVE WS-PARM-NUMVAL TO WS-MIN-YEARS
002550             ELSE
002560                 DISPLAY "WEATHER-NORMALS: warning - MINY "
002570                         "must be 1 to 99, ignored"
002580             END-IF
002590         WHEN "MINH"
002600             IF WS-PARM-NUMVAL >= 0
002610                     AND WS-PARM-NUMVAL <= 744
002620                 MOVE WS-PARM-NUMVAL TO WS-MIN-HOURS
002630             ELSE
002640                 DISPLAY "WEATHER-NORMALS: warning - MINH "
002650                         "must be 0 to 744, ignored"
002660             END-IF
002670         WHEN OTHER
002680             DISPLAY "WEATHER-NORMALS: warning - unknown "
002690                     "parameter " PARM-TAG " ignored"
002700     END-EVALUATE.
002710 2100-EXIT.
002720     EXIT.
002730
002740*-----------------------------------------------------------*
002750* 2500-SET-BASE-PERIOD - FILLS IN WHICHEVER END OF THE BASE  *
002760* PERIOD WAS NOT GIVEN, FROM THE SPAN, AND PRINTS THE RULES  *
002770* THE NORMALS WERE BUILT UNDER.  A MISSING THRU YEAR NEEDS   *
002780* A FIRST PASS OF THE MONTHLY SUMMARY FOR ITS LATEST YEAR.   *
002790*-----------------------------------------------------------*
002800 2500-SET-BASE-PERIOD.
002810     IF WS-THRU-YEAR = 0
002820         IF WS-FROM-YEAR NOT = 0
002830             COMPUTE WS-THRU-YEAR =
002840                     WS-FROM-YEAR + WS-SPAN-YEARS - 1
002850         ELSE
002860             OPEN INPUT MONTHLY-SUMMARY-FILE
002870             PERFORM 2510-SCAN-ONE-MONTH THRU 2510-EXIT
002880                 UNTIL WS-MONTHLY-EOF
002890             CLOSE MONTHLY-SUMMARY-FILE
002900             MOVE 'N' TO WS-MONTHLY-EOF-SW
002910             IF WS-LATEST-YEAR > 1900
002920                 COMPUTE WS-THRU-YEAR = WS-LATEST-YEAR - 1
002930             ELSE
002940                 MOVE WS-RUN-YEAR TO WS-THRU-YEAR
002950             END-IF
002960         END-IF
002970     END-IF
002980     IF WS-FROM-YEAR = 0
002990         IF WS-THRU-YEAR > WS-SPAN-YEARS
003000             COMPUTE WS-FROM-YEAR =
003010                     WS-THRU-YEAR - WS-SPAN-YEARS + 1
003020         ELSE
003030             MOVE WS-THRU-YEAR TO WS-FROM-YEAR
003040         END-IF
003050     END-IF
003060     IF WS-FROM-YEAR > WS-THRU-YEAR
003070         DISPLAY "WEATHER-NORMALS: warning - FROM after THRU, "
003080                 "base period reversed"
003090         MOVE WS-FROM-YEAR TO WS-LATEST-YEAR
003100         MOVE WS-THRU-YEAR TO WS-FROM-YEAR
003110         MOVE WS-LATEST-YEAR TO WS-THRU-YEAR
003120     END-IF
003130     MOVE WS-MIN-YEARS TO WS-YEARS-ED
003140     MOVE SPACES TO NORM-LINE
003150     STRING " BASE PERIOD " WS-FROM-YEAR " THRU " WS-THRU-YEAR
003160            ", AT LEAST " WS-YEARS-ED " YEARS FOR A NORMAL, "
003170            "MONTHS WITH AT LEAST " WS-MIN-HOURS
003180            " HOURS REPORTED"
003190            DELIMITED BY SIZE INTO NORM-LINE
003200     WRITE NORM-LINE
003210     MOVE SPACES TO NORM-LINE
003220     WRITE NORM-LINE
003230     MOVE " STATION MONTH YEARS  FIELD     MEAN  STD DEV  MEAN" &
003240          " MIN  MEAN MAX"
003250          TO NORM-LINE
003260     WRITE NORM-LINE.
003270 2500-EXIT.
003280     EXIT.
003290
003300 2510-SCAN-ONE-MONTH.
003310     READ MONTHLY-SUMMARY-FILE
003320         AT END
003330             SET WS-MONTHLY-EOF TO TRUE
003340             GO TO 2510-EXIT
003350     END-READ
003360     IF MS-MONTH IS NUMERIC
003370             AND MS-YEAR > WS-LATEST-YEAR
003380         MOVE MS-YEAR TO WS-LATEST-YEAR
003390     END-IF.
003400 2510-EXIT.
003410     EXIT.
003420
003430*-----------------------------------------------------------*
003440* 3000-BUILD-NORMALS - THE MONTHLY SUMMARY IS WRITTEN IN     *
003450* STATION/MONTH ORDER, SO EACH STATION'S BASE-PERIOD MONTHS  *
003460* ARE GATHERED BY CALENDAR MONTH AND ITS NORMALS WRITTEN AT  *
003470* THE CHANGE OF STATION.                                     *
003480*-----------------------------------------------------------*
003490 3000-BUILD-NORMALS.
003500     OPEN OUTPUT NORMALS-FILE
003510     IF WS-NORMALS-FILE-STATUS NOT = "00"
003520         DISPLAY "WEATHER-NORMALS: unable to open "
003530                 "WEATHERNORM.DAT - file status "
003540                 WS-NORMALS-FILE-STATUS
003550         GO TO 3000-EXIT
003560     END-IF
003570     SET WS-NORMALS-OPEN TO TRUE
003580     OPEN INPUT MONTHLY-SUMMARY-FILE
003590     PERFORM 3100-READ-ONE-MONTH THRU 3100-EXIT
003600         UNTIL WS-MONTHLY-EOF
003610     CLOSE MONTHLY-SUMMARY-FILE
003620     IF NOT WS-FIRST-DETAIL
003630         PERFORM 3500-END-STATION THRU 3500-EXIT
003640     END-IF
003650     CLOSE NORMALS-FILE.
003660 3000-EXIT.
003670     EXIT.
003680
003690 3100-READ-ONE-MONTH.
003700     READ MONTHLY-SUMMARY-FILE
003710         AT END
003720             SET WS-MONTHLY-EOF TO TRUE
003730             GO TO 3100-EXIT
003740     END-READ
003750     ADD 1 TO WS-MONTH-READ-COUNT
003760     IF MS-STATION IS NOT NUMERIC
003770             OR MS-MONTH IS NOT NUMERIC
003780             OR MS-HOUR-COUNT IS NOT NUMERIC
003790             OR MS-CAL-MONTH < 1
003800             OR MS-CAL-MONTH > 12
003810         ADD 1 TO WS-MONTH-BAD-COUNT
003820         GO TO 3100-EXIT
003830     END-IF
003840     IF WS-FIRST-DETAIL
003850         MOVE 'N' TO WS-FIRST-DETAIL-SW
003860         PERFORM 3200-START-STATION THRU 3200-EXIT
003870     ELSE
003880         IF MS-STATION NOT = WS-BREAK-STATION
003890             PERFORM 3500-END-STATION   THRU 3500-EXIT
003900             PERFORM 3200-START-STATION THRU 3200-EXIT
003910         END-IF
003920     END-IF
003930     IF MS-YEAR < WS-FROM-YEAR
003940             OR MS-YEAR > WS-THRU-YEAR
003950         GO TO 3100-EXIT
003960     END-IF
003970     IF MS-HOUR-COUNT < WS-MIN-HOURS
003980         ADD 1 TO WS-MONTH-SHORT-HOURS
003990         GO TO 3100-EXIT
004000     END-IF
004010     MOVE 'Y' TO WS-FIELDS-OK-SW
004020     PERFORM 3310-CHECK-ONE-FIELD THRU 3310-EXIT
004030         VARYING WS-FIELD-IDX FROM 1 BY 1
004040         UNTIL WS-FIELD-IDX > 6
004050     IF NOT WS-FIELDS-OK
004060         ADD 1 TO WS-MONTH-BAD-COUNT
004070         GO TO 3100-EXIT
004080     END-IF
004090     ADD 1 TO WS-MONTH-USED-COUNT
004100     MOVE MS-CAL-MONTH TO WS-CAL-IDX
004110     ADD 1 TO WS-CAL-YEARS (WS-CAL-IDX)
004120     PERFORM 3300-ACCUMULATE-ONE-FIELD THRU 3300-EXIT
004130         VARYING WS-FIELD-IDX FROM 1 BY 1
004140         UNTIL WS-FIELD-IDX > 6.
004150 3100-EXIT.
004160     EXIT.
004170
004180 3200-START-STATION.
004190     ADD 1 TO WS-STATION-COUNT
004200     MOVE MS-STATION TO WS-BREAK-STATION
004210     PERFORM 3210-ZERO-ONE-MONTH THRU 3210-EXIT
004220         VARYING WS-CAL-IDX FROM 1 BY 1
004230         UNTIL WS-CAL-IDX > 12.
004240 3200-EXIT.
004250     EXIT.
004260
004270 3210-ZERO-ONE-MONTH.
004280     MOVE 0 TO WS-CAL-YEARS (WS-CAL-IDX)
004290     PERFORM 3220-ZERO-ONE-STAT THRU 3220-EXIT
004300         VARYING WS-FIELD-IDX FROM 1 BY 1
004310         UNTIL WS-FIELD-IDX > 6.
004320 3210-EXIT.
004330     EXIT.
004340
004350 3220-ZERO-ONE-STAT.
004360     MOVE 0 TO WS-CAL-SUM-AVG (WS-CAL-IDX WS-FIELD-IDX)
004370     MOVE 0 TO WS-CAL-SUMSQ-AVG (WS-CAL-IDX WS-FIELD-IDX)
004380     MOVE 0 TO WS-CAL-SUM-MIN (WS-CAL-IDX WS-FIELD-IDX)
004390     MOVE 0 TO WS-CAL-SUM-MAX (WS-CAL-IDX WS-FIELD-IDX).
004400 3220-EXIT.
004410     EXIT.
004420
004430 3300-ACCUMULATE-ONE-FIELD.
004440     COMPUTE WS-AVG-VALUE =
004450             FUNCTION NUMVAL (MS-FIELD-AVG (WS-FIELD-IDX))
004460     ADD WS-AVG-VALUE
004470         TO WS-CAL-SUM-AVG (WS-CAL-IDX WS-FIELD-IDX)
004480     COMPUTE WS-CAL-SUMSQ-AVG (WS-CAL-IDX WS-FIELD-IDX) =
004490             WS-CAL-SUMSQ-AVG (WS-CAL-IDX WS-FIELD-IDX)
004500             + WS-AVG-VALUE * WS-AVG-VALUE
004510     COMPUTE WS-CAL-SUM-MIN (WS-CAL-IDX WS-FIELD-IDX) =
004520             WS-CAL-SUM-MIN (WS-CAL-IDX WS-FIELD-IDX)
004530             + FUNCTION NUMVAL (MS-FIELD-MIN (WS-FIELD-IDX))
004540     COMPUTE WS-CAL-SUM-MAX (WS-CAL-IDX WS-FIELD-IDX) =
004550             WS-CAL-SUM-MAX (WS-CAL-IDX WS-FIELD-IDX)
004560             + FUNCTION NUMVAL (MS-FIELD-MAX (WS-FIELD-IDX)).
004570 3300-EXIT.
004580     EXIT.
004590
004600*    A MONTH WITH A FIELD THAT WILL NOT DECODE IS LEFT OUT
004610*    WHOLE RATHER THAN SKEW ONE FIELD'S NORMAL.
004620 3310-CHECK-ONE-FIELD.
004630     IF FUNCTION TEST-NUMVAL (MS-FIELD-AVG (WS-FIELD-IDX))
004640             NOT = 0
004650         OR FUNCTION TEST-NUMVAL (MS-FIELD-MIN (WS-FIELD-IDX))
004660             NOT = 0
004670         OR FUNCTION TEST-NUMVAL (MS-FIELD-MAX (WS-FIELD-IDX))
004680             NOT = 0
004690         MOVE 'N' TO WS-FIELDS-OK-SW
004700     END-IF.
004710 3310-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------*
004750* 3500-END-STATION - ONE NORMAL PER CALENDAR MONTH THE       *
004760* STATION HAS ENOUGH BASE-PERIOD YEARS FOR.  A MONTH WITH    *
004770* SOME YEARS BUT TOO FEW IS LISTED WITHOUT A NORMAL; A MONTH *
004780* WITH NONE IS SIMPLY NOT THERE.                             *
004790*-----------------------------------------------------------*
004800 3500-END-STATION.
004810     PERFORM 3600-END-ONE-MONTH THRU 3600-EXIT
004820         VARYING WS-CAL-IDX FROM 1 BY 1
004830         UNTIL WS-CAL-IDX > 12.
004840 3500-EXIT.
004850     EXIT.
004860
004870 3600-END-ONE-MONTH.
004880     IF WS-CAL-YEARS (WS-CAL-IDX) = 0
004890         GO TO 3600-EXIT
004900     END-IF
004910     MOVE WS-CAL-YEARS (WS-CAL-IDX) TO WS-YEARS-ED
004920     IF WS-CAL-YEARS (WS-CAL-IDX) < WS-MIN-YEARS
004930         ADD 1 TO WS-SHORT-YEARS-COUNT
004940         MOVE SPACES TO NORM-LINE
004950         STRING " " WS-BREAK-STATION "  " WS-CAL-IDX
004960                "     " WS-YEARS-ED
004970                "    NO NORMAL - FEWER THAN THE MINIMUM YEARS"
004980                DELIMITED BY SIZE INTO NORM-LINE
004990         WRITE NORM-LINE
005000         GO TO 3600-EXIT
005010     END-IF
005020     MOVE SPACES TO NORMAL-RECORD
005030     MOVE WS-BREAK-STATION          TO NRM-STATION
005040     MOVE WS-CAL-IDX                TO NRM-CAL-MONTH
005050     MOVE WS-FROM-YEAR              TO NRM-FROM-YEAR
005060     MOVE WS-THRU-YEAR              TO NRM-THRU-YEAR
005070     MOVE WS-CAL-YEARS (WS-CAL-IDX) TO NRM-YEARS
005080     MOVE WS-RUN-DATE               TO NRM-BUILT-DATE
005090     PERFORM 3610-COMPUTE-ONE-FIELD THRU 3610-EXIT
005100         VARYING WS-FIELD-IDX FROM 1 BY 1
005110         UNTIL WS-FIELD-IDX > 6
005120     WRITE NORMAL-RECORD
005130         INVALID KEY
005140             ADD 1 TO WS-WRITE-ERROR-COUNT
005150             DISPLAY "WEATHER-NORMALS: duplicate key for "
005160                     NRM-STATION "/" NRM-CAL-MONTH
005170                     " - monthly summary out of order"
005180             GO TO 3600-EXIT
005190     END-WRITE
005200     ADD 1 TO WS-NORMAL-COUNT
005210     PERFORM 3620-LIST-ONE-FIELD THRU 3620-EXIT
005220         VARYING WS-FIELD-IDX FROM 1 BY 1
005230         UNTIL WS-FIELD-IDX > 6.
005240 3600-EXIT.
005250     EXIT.
005260
005270*    SAMPLE STANDARD DEVIATION OF THE MONTHLY AVERAGES ACROSS
005280*    THE YEARS - ZERO WHEN THERE IS ONLY ONE YEAR.
005290 3610-COMPUTE-ONE-FIELD.
005300     COMPUTE WS-MEAN-WORK ROUNDED =
005310             WS-CAL-SUM-AVG (WS-CAL-IDX WS-FIELD-IDX)
005320             / WS-CAL-YEARS (WS-CAL-IDX)
005330     MOVE WS-MEAN-WORK TO NRM-MEAN-AVG (WS-FIELD-IDX)
005340     COMPUTE NRM-MEAN-MIN (WS-FIELD-IDX) ROUNDED =
005350             WS-CAL-SUM-MIN (WS-CAL-IDX WS-FIELD-IDX)
005360             / WS-CAL-YEARS (WS-CAL-IDX)
005370     COMPUTE NRM-MEAN-MAX (WS-FIELD-IDX) ROUNDED =
005380             WS-CAL-SUM-MAX (WS-CAL-IDX WS-FIELD-IDX)
005390             / WS-CAL-YEARS (WS-CAL-IDX)
005400     MOVE 0 TO NRM-STD-DEV (WS-FIELD-IDX)
005410     IF WS-CAL-YEARS (WS-CAL-IDX) < 2
005420         GO TO 3610-EXIT
005430     END-IF
005440     COMPUTE WS-YEARS-LESS-ONE = WS-CAL-YEARS (WS-CAL-IDX) - 1
005450     COMPUTE WS-VARIANCE ROUNDED =
005460             WS-CAL-SUMSQ-AVG (WS-CAL-IDX WS-FIELD-IDX)
005470             - WS-CAL-SUM-AVG (WS-CAL-IDX WS-FIELD-IDX)
005480               * WS-MEAN-WORK
005490     COMPUTE WS-VARIANCE ROUNDED =
005500             WS-VARIANCE / WS-YEARS-LESS-ONE
005510     IF WS-VARIANCE > 0
005520         COMPUTE NRM-STD-DEV (WS-FIELD-IDX) ROUNDED =
005530                 FUNCTION SQRT (WS-VARIANCE)
005540     END-IF.
005550 3610-EXIT.
005560     EXIT.
005570
005580 3620-LIST-ONE-FIELD.
005590     MOVE SPACES TO NORM-LINE
005600     IF WS-FIELD-IDX = 1
005610         STRING " " WS-BREAK-STATION "  " WS-CAL-IDX
005620                "     " WS-YEARS-ED
005630                DELIMITED BY SIZE INTO NORM-LINE
005640     END-IF
005650     MOVE 23 TO WS-LINE-PTR
005660     MOVE NRM-MEAN-AVG (WS-FIELD-IDX) TO WS-MEAN-ED
005670     MOVE NRM-STD-DEV (WS-FIELD-IDX)  TO WS-SD-ED
005680     STRING WS-FIELD-LABEL (WS-FIELD-IDX) "  " WS-MEAN-ED
005690            "   " WS-SD-ED
005700            DELIMITED BY SIZE
005710            INTO NORM-LINE WITH POINTER WS-LINE-PTR
005720     MOVE NRM-MEAN-MIN (WS-FIELD-IDX) TO WS-MEAN-ED
005730     STRING "  " WS-MEAN-ED
005740            DELIMITED BY SIZE
005750            INTO NORM-LINE WITH POINTER WS-LINE-PTR
005760     MOVE NRM-MEAN-MAX (WS-FIELD-IDX) TO WS-MEAN-ED
005770     STRING "   " WS-MEAN-ED
005780            DELIMITED BY SIZE
005790            INTO NORM-LINE WITH POINTER WS-LINE-PTR
005800     WRITE NORM-LINE.
005810 3620-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------*
005850* 9999-TERMINATE - RETURN CODE 4 WHEN ANY STATION/MONTH WAS  *
005860* SHORT OF YEARS OR A MONTHLY ROW WOULD NOT DECODE, 16 WHEN  *
005870* THE NORMALS FILE COULD NOT BE OPENED.                      *
005880*-----------------------------------------------------------*
005890 9999-TERMINATE.
005900     MOVE SPACES TO NORM-LINE
005910     WRITE NORM-LINE
005920     MOVE SPACES TO NORM-LINE
005930     STRING "END OF NORMALS LISTING - " WS-MONTH-READ-COUNT
005940            " MONTHLY ROWS READ, " WS-MONTH-USED-COUNT
005950            " IN THE BASE PERIOD"
005960            DELIMITED BY SIZE INTO NORM-LINE
005970     WRITE NORM-LINE
005980     MOVE SPACES TO NORM-LINE
005990     STRING "NORMALS WRITTEN - " WS-NORMAL-COUNT ", "
006000            WS-SHORT-YEARS-COUNT " STATION/MONTHS SHORT OF YEARS"
006010            DELIMITED BY SIZE INTO NORM-LINE
006020     WRITE NORM-LINE
006030     MOVE SPACES TO NORM-LINE
006040     STRING "MONTHS LEFT OUT - " WS-MONTH-SHORT-HOURS
006050            " BELOW THE MINIMUM HOURS, " WS-MONTH-BAD-COUNT
006060            " WITH FIELDS THAT WOULD NOT DECODE"
006070            DELIMITED BY SIZE INTO NORM-LINE
006080     WRITE NORM-LINE
006090     CLOSE NORM-REPORT-FILE
006100     DISPLAY "WEATHER-NORMALS: " WS-MONTH-READ-COUNT
006110             " monthly rows read, " WS-NORMAL-COUNT
006120             " normals written, " WS-SHORT-YEARS-COUNT
006130             " station/months short of years."
006140     IF NOT WS-NORMALS-OPEN
006150         MOVE 16 TO RETURN-CODE
006160     ELSE
006170         IF WS-SHORT-YEARS-COUNT > 0
006180                 OR WS-MONTH-BAD-COUNT > 0
006190                 OR WS-WRITE-ERROR-COUNT > 0
006200             MOVE 4 TO RETURN-CODE
006210         ELSE
006220             MOVE 0 TO RETURN-CODE
006230         END-IF
006240     END-IF.
006250 9999-EXIT.
006260     EXIT.
