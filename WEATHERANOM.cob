000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WEATHER-ANOMALY.
000030 AUTHOR. DATA-SERVICES-GROUP.
000040 INSTALLATION. WEATHER-REPORTING-SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15  DSG  ORIGINAL - MONTHLY ANOMALY REPORT.  TAKES *
000120*                  THE LATEST MONTH ON WEATHERMONTHLY.DAT    *
000130*                  (OR THE MONTH ON AN MNTH CARD) AND SETS   *
000140*                  EACH STATION'S MONTHLY AVERAGES AGAINST   *
000150*                  ITS NORMAL FOR THAT CALENDAR MONTH FROM   *
000160*                  WEATHERNORM.DAT - DEPARTURE IN UNITS AND  *
000170*                  IN STANDARD DEVIATIONS - THEN RANKS THE   *
000180*                  LARGEST ANOMALIES ACROSS THE NETWORK.     *
000190*-----------------------------------------------------------*
000200*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT OPTIONAL NORM-PARM-FILE ASSIGN TO "NORMPARM.DAT"
000250     ORGANIZATION IS LINE SEQUENTIAL.
000260
000270     SELECT OPTIONAL MONTHLY-SUMMARY-FILE ASSIGN TO
000280     "WEATHERMONTHLY.DAT"
000290     ORGANIZATION IS LINE SEQUENTIAL.
000300
000310     SELECT NORMALS-FILE ASSIGN TO "WEATHERNORM.DAT"
000320     ORGANIZATION IS INDEXED
000330     ACCESS IS RANDOM
000340     RECORD KEY IS NRM-KEY
000350     FILE STATUS IS WS-NORMALS-FILE-STATUS.
000360
000370     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK07".
000380
000390     SELECT ANOMALY-REPORT-FILE ASSIGN TO "WEATHERANOM.TXT"
000400     ORGANIZATION IS LINE SEQUENTIAL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  NORM-PARM-FILE.
000450 01  PARM-CARD.
000460     05 PARM-TAG                PIC X(04).
000470     05 FILLER                  PIC X(01).
000480     05 PARM-VALUE              PIC X(20).
000490
000500*    THE MONTHLY SUMMARY AS WEATHER-ROLLUP WRITES IT.  THE
000510*    EDITED MIN/MAX/AVG FIELDS ARE DECODED WITH NUMVAL.
000520 FD  MONTHLY-SUMMARY-FILE.
000530 01  MONTHLY-SUMMARY-RECORD.
000540     05 MS-STATION              PIC 9(06).
000550     05 FILLER                  PIC X(01).
000560     05 MS-MONTH                PIC 9(06).
000570     05 MS-MONTH-X REDEFINES MS-MONTH.
000580        10 MS-YEAR              PIC 9(04).
000590        10 MS-CAL-MONTH         PIC 9(02).
000600     05 FILLER                  PIC X(01).
000610     05 MS-HOUR-COUNT           PIC 9(04).
000620     05 MS-FIELD-GROUP OCCURS 6 TIMES.
000630        10 FILLER               PIC X(01).
000640        10 MS-FIELD-MIN         PIC X(06).
000650        10 FILLER               PIC X(01).
000660        10 MS-FIELD-MAX         PIC X(06).
000670        10 FILLER               PIC X(01).
000680        10 MS-FIELD-AVG         PIC X(07).
000690     05 FILLER                  PIC X(01).
000700     05 MS-EST-COUNT            PIC 9(04).
000710
000720*    THE NORMALS BUILT BY WEATHER-NORMALS.
000730 FD  NORMALS-FILE.
000740 01  NORMAL-RECORD.
000750     05 NRM-KEY.
000760        10 NRM-STATION          PIC 9(06).
000770        10 NRM-CAL-MONTH        PIC 9(02).
000780     05 NRM-FROM-YEAR           PIC 9(04).
000790     05 NRM-THRU-YEAR           PIC 9(04).
000800     05 NRM-YEARS               PIC 9(02).
000810     05 NRM-BUILT-DATE          PIC 9(08).
000820     05 NRM-FIELD OCCURS 6 TIMES.
000830        10 NRM-MEAN-AVG         PIC S9(03)V99.
000840        10 NRM-STD-DEV          PIC 9(03)V99.
000850        10 NRM-MEAN-MIN         PIC S9(03)V9.
000860        10 NRM-MEAN-MAX         PIC S9(03)V9.
000870
000880*    ONE ENTRY PER STATION FIELD THAT HAS A STANDARD
000890*    DEVIATION TO MEASURE BY, LARGEST DEPARTURE FIRST.
000900 SD  SORT-WORK-FILE.
000910 01  SORT-RECORD.
000920     05 SRT-ABS-SD-DEP          PIC 9(03)V99.
000930     05 SRT-STATION             PIC 9(06).
000940     05 SRT-FIELD-IDX           PIC 9(02).
000950     05 SRT-ACTUAL              PIC S9(03)V99.
000960     05 SRT-NORMAL              PIC S9(03)V99.
000970     05 SRT-DEPARTURE           PIC S9(04)V99.
000980     05 SRT-SD-DEP              PIC S9(03)V99.
000990
001000 FD  ANOMALY-REPORT-FILE.
001010 01  ANOMALY-LINE               PIC X(132).
001020
001030 WORKING-STORAGE SECTION.
001040 77  WS-NORMALS-FILE-STATUS     PIC X(02)  VALUE "00".
001050 77  WS-PARM-NUMVAL             PIC S9(07)V9 VALUE 0.
001060 77  WS-TARGET-MONTH            PIC 9(06)  VALUE 0.
001070 77  WS-TOP-COUNT               PIC 9(03)  VALUE 20.
001080
001090 77  WS-MONTH-READ-COUNT        PIC 9(08)  VALUE 0.
001100 77  WS-STATION-COUNT           PIC 9(06)  VALUE 0.
001110 77  WS-NO-NORMAL-COUNT         PIC 9(06)  VALUE 0.
001120 77  WS-RANKED-COUNT            PIC 9(06)  VALUE 0.
001130 77  WS-PRINTED-COUNT           PIC 9(06)  VALUE 0.
001140 77  WS-FIELD-IDX               PIC 9(02)  VALUE 0.
001150
001160 77  WS-ACTUAL                  PIC S9(03)V99 VALUE 0.
001170 77  WS-DEPARTURE               PIC S9(04)V99 VALUE 0.
001180 77  WS-SD-DEP                  PIC S9(03)V99 VALUE 0.
001190
001200 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001210 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
001220     05 WS-RUN-YEAR             PIC 9(04).
001230     05 WS-RUN-MONTH            PIC 9(02).
001240     05 WS-RUN-DAY              PIC 9(02).
001250
001260 01  WS-TARGET-MONTH-X.
001270     05 WS-TARGET-YEAR          PIC 9(04).
001280     05 WS-TARGET-CAL-MONTH     PIC 9(02).
001290
001300 01  WS-FIELD-LABEL-TABLE.
001310     05 FILLER                  PIC X(30)
001320        VALUE "DATA3DATA4DATA5DATA6DATA7DATA8".
001330 01  WS-FIELD-LABELS REDEFINES WS-FIELD-LABEL-TABLE.
001340     05 WS-FIELD-LABEL OCCURS 6 TIMES PIC X(05).
001350
001360 01  WS-REPORT-EDITS.
001370     05 WS-ACTUAL-ED            PIC -999.99.
001380     05 WS-NORMAL-ED            PIC -999.99.
001390     05 WS-DEPARTURE-ED         PIC +9999.99.
001400     05 WS-SD-DEP-ED            PIC +999.99.
001410     05 WS-SD-DEP-TEXT REDEFINES WS-SD-DEP-ED
001420                                PIC X(07).
001430     05 WS-RANK-ED              PIC ZZ9.
001440     05 WS-YEARS-ED             PIC Z9.
001450
001460 01  WS-SWITCHES.
001470     05 WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
001480        88 WS-PARM-EOF                     VALUE 'Y'.
001490     05 WS-MONTHLY-EOF-SW       PIC X(01) VALUE 'N'.
001500        88 WS-MONTHLY-EOF                  VALUE 'Y'.
001510     05 WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
001520        88 WS-SORT-EOF                     VALUE 'Y'.
001530     05 WS-NORMALS-OPEN-SW      PIC X(01) VALUE 'N'.
001540        88 WS-NORMALS-OPEN                 VALUE 'Y'.
001550
001560 PROCEDURE DIVISION.
001570*
001580*-----------------------------------------------------------*
001590* 0000-MAIN-LOGIC                                           *
001600*-----------------------------------------------------------*
001610 0000-MAIN-LOGIC.
001620     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
001630     PERFORM 2000-LOAD-PARAMETERS   THRU 2000-EXIT
001640     PERFORM 2500-SET-TARGET-MONTH  THRU 2500-EXIT
001650     IF WS-NORMALS-OPEN
001660         SORT SORT-WORK-FILE
001670             ON DESCENDING KEY SRT-ABS-SD-DEP
001680             ON ASCENDING KEY SRT-STATION
001690                              SRT-FIELD-IDX
001700             INPUT PROCEDURE IS 3000-COMPARE-MONTH
001710                                THRU 3000-EXIT
001720             OUTPUT PROCEDURE IS 5000-RANK-ANOMALIES
001730                                 THRU 5000-EXIT
001740         CLOSE NORMALS-FILE
001750     END-IF
001760     PERFORM 9999-TERMINATE         THRU 9999-EXIT
001770     GOBACK.
001780
001790*-----------------------------------------------------------*
001800* 1000-INITIALIZE - THE NORMALS ARE READ BY KEY; WITHOUT     *
001810* THEM THERE IS NOTHING TO COMPARE AND THE RUN ENDS.         *
001820*-----------------------------------------------------------*
001830 1000-INITIALIZE.
001840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001850     OPEN OUTPUT ANOMALY-REPORT-FILE
001860     MOVE SPACES TO ANOMALY-LINE
001870     STRING "WEATHER MONTHLY ANOMALY REPORT - RUN DATE "
001880            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
001890            DELIMITED BY SIZE INTO ANOMALY-LINE
001900     WRITE ANOMALY-LINE
001910     OPEN INPUT NORMALS-FILE
001920     IF WS-NORMALS-FILE-STATUS NOT = "00"
001930         DISPLAY "WEATHER-ANOMALY: unable to open "
001940                 "WEATHERNORM.DAT - file status "
001950                 WS-NORMALS-FILE-STATUS
001960         GO TO 1000-EXIT
001970     END-IF
001980     SET WS-NORMALS-OPEN TO TRUE.
001990 1000-EXIT.
002000     EXIT.
002010
002020*-----------------------------------------------------------*
002030* 2000-LOAD-PARAMETERS - SHARES NORMPARM.DAT WITH WEATHER-   *
002040* NORMALS.  MNTH (YYYYMM) PICKS THE MONTH TO REPORT - BY     *
002050* DEFAULT THE LATEST ON THE MONTHLY SUMMARY - AND TOPN HOW   *
002060* MANY ANOMALIES THE NETWORK RANKING SHOWS (DEFAULT 20).     *
002070* THE BASE-PERIOD CARDS ARE THE BUILDER'S AND ARE PASSED BY. *
002080*-----------------------------------------------------------*
002090 2000-LOAD-PARAMETERS.
002100     OPEN INPUT NORM-PARM-FILE
002110     PERFORM 2100-READ-PARM-CARD THRU 2100-EXIT
002120         UNTIL WS-PARM-EOF
002130     CLOSE NORM-PARM-FILE.
002140 2000-EXIT.
002150     EXIT.
002160
002170 2100-READ-PARM-CARD.
002180     READ NORM-PARM-FILE
002190         AT END
002200             SET WS-PARM-EOF TO TRUE
002210             GO TO 2100-EXIT
002220     END-READ
002230     IF PARM-TAG NOT = "MNTH" AND PARM-TAG NOT = "TOPN"
002240         GO TO 2100-EXIT
002250     END-IF
002260     IF FUNCTION TEST-NUMVAL (PARM-VALUE) NOT = 0
002270         DISPLAY "WEATHER-ANOMALY: warning - parameter "
002280                 PARM-TAG " value not numeric, ignored"
002290         GO TO 2100-EXIT
002300     END-IF
002310     COMPUTE WS-PARM-NUMVAL = FUNCTION NUMVAL (PARM-VALUE)
002320     EVALUATE PARM-TAG
002330         WHEN "MNTH"
002340             IF WS-PARM-NUMVAL >= 190001
002350                     AND WS-PARM-NUMVAL <= 299912
002360                 MOVE WS-PARM-NUMVAL TO WS-TARGET-MONTH
002370                 MOVE WS-TARGET-MONTH TO WS-TARGET-MONTH-X
002380             END-IF
002390             IF WS-TARGET-CAL-MONTH < 1
002400                     OR WS-TARGET-CAL-MONTH > 12
002410                 MOVE 0 TO WS-TARGET-MONTH
002420                 DISPLAY "WEATHER-ANOMALY: warning - MNTH "
002430                         "must be YYYYMM, ignored"
002440             END-IF
002450         WHEN "TOPN"
002460             IF WS-PARM-NUMVAL >= 1
002470                     AND WS-PARM-NUMVAL <= 999
002480                 MOVE WS-PARM-NUMVAL TO WS-TOP-COUNT
002490             ELSE
002500                 DISPLAY "WEATHER-ANOMALY: warning - TOPN "
002510                         "must be 1 to 999, ignored"
002520             END-IF
002530     END-EVALUATE.
002540 2100-EXIT.
002550     EXIT.
002560
002570*-----------------------------------------------------------*
002580* 2500-SET-TARGET-MONTH - WITHOUT AN MNTH CARD A FIRST PASS  *
002590* OF THE MONTHLY SUMMARY FINDS ITS LATEST MONTH.             *
002600*-----------------------------------------------------------*
002610 2500-SET-TARGET-MONTH.
002620     IF WS-TARGET-MONTH = 0
002630         OPEN INPUT MONTHLY-SUMMARY-FILE
002640         PERFORM 2510-SCAN-ONE-MONTH THRU 2510-EXIT
002650             UNTIL WS-MONTHLY-EOF
002660         CLOSE MONTHLY-SUMMARY-FILE
002670         MOVE 'N' TO WS-MONTHLY-EOF-SW
002680     END-IF
002690     MOVE WS-TARGET-MONTH TO WS-TARGET-MONTH-X
002700     MOVE SPACES TO ANOMALY-LINE
002710     STRING " MONTH " WS-TARGET-YEAR "-" WS-TARGET-CAL-MONTH
002720            " AGAINST THE NORMALS ON WEATHERNORM.DAT - "
002730            "DEPARTURE OF THE MONTHLY AVERAGE FROM THE NORMAL"
002740            DELIMITED BY SIZE INTO ANOMALY-LINE
002750     WRITE ANOMALY-LINE.
002760 2500-EXIT.
002770     EXIT.
002780
002790 2510-SCAN-ONE-MONTH.
002800     READ MONTHLY-SUMMARY-FILE
002810         AT END
002820             SET WS-MONTHLY-EOF TO TRUE
002830             GO TO 2510-EXIT
002840     END-READ
002850     IF MS-MONTH IS NUMERIC
002860             AND MS-MONTH > WS-TARGET-MONTH
002870         MOVE MS-MONTH TO WS-TARGET-MONTH
002880     END-IF.
002890 2510-EXIT.
002900     EXIT.
002910
002920*-----------------------------------------------------------*
002930* 3000-COMPARE-MONTH - SORT INPUT PROCEDURE.  EVERY STATION  *
002940* REPORTING THE MONTH IS PRINTED AGAINST ITS NORMAL FIELD BY *
002950* FIELD, AND EACH FIELD WITH A STANDARD DEVIATION IS PASSED  *
002960* TO THE SORT FOR THE NETWORK RANKING.                       *
002970*-----------------------------------------------------------*
002980 3000-COMPARE-MONTH.
002990     OPEN INPUT MONTHLY-SUMMARY-FILE
003000     PERFORM 3100-COMPARE-ONE-STATION THRU 3100-EXIT
003010         UNTIL WS-MONTHLY-EOF
003020     CLOSE MONTHLY-SUMMARY-FILE.
003030 3000-EXIT.
003040     EXIT.
003050
003060 3100-COMPARE-ONE-STATION.
003070     READ MONTHLY-SUMMARY-FILE
003080         AT END
003090             SET WS-MONTHLY-EOF TO TRUE
003100             GO TO 3100-EXIT
003110     END-READ
003120     ADD 1 TO WS-MONTH-READ-COUNT
003130     IF MS-MONTH IS NOT NUMERIC
003140             OR MS-MONTH NOT = WS-TARGET-MONTH
003150         GO TO 3100-EXIT
003160     END-IF
003170     ADD 1 TO WS-STATION-COUNT
003180     MOVE SPACES TO ANOMALY-LINE
003190     WRITE ANOMALY-LINE
003200     MOVE MS-STATION   TO NRM-STATION
003210     MOVE MS-CAL-MONTH TO NRM-CAL-MONTH
003220     READ NORMALS-FILE
003230         INVALID KEY
003240             ADD 1 TO WS-NO-NORMAL-COUNT
003250             MOVE SPACES TO ANOMALY-LINE
003260             STRING " STATION " MS-STATION
003270                    " - " MS-HOUR-COUNT " HOURS REPORTED, "
003280                    MS-EST-COUNT " ESTIMATED - NO NORMAL ON "
003290                    "FILE FOR CALENDAR MONTH " MS-CAL-MONTH
003300                    DELIMITED BY SIZE INTO ANOMALY-LINE
003310             WRITE ANOMALY-LINE
003320             GO TO 3100-EXIT
003330     END-READ
003340     MOVE NRM-YEARS TO WS-YEARS-ED
003350     MOVE SPACES TO ANOMALY-LINE
003360     STRING " STATION " MS-STATION
003370            " - " MS-HOUR-COUNT " HOURS REPORTED, "
003380            MS-EST-COUNT " ESTIMATED - NORMAL " NRM-FROM-YEAR
003390            "-" NRM-THRU-YEAR " FROM " WS-YEARS-ED " YEARS"
003400            DELIMITED BY SIZE INTO ANOMALY-LINE
003410     WRITE ANOMALY-LINE
003420     MOVE " FIELD    ACTUAL    NORMAL  DEPARTURE  STD DEVS"
003430          TO ANOMALY-LINE
003440     WRITE ANOMALY-LINE
003450     PERFORM 3200-COMPARE-ONE-FIELD THRU 3200-EXIT
003460         VARYING WS-FIELD-IDX FROM 1 BY 1
003470         UNTIL WS-FIELD-IDX > 6.
003480 3100-EXIT.
003490     EXIT.
003500
003510*    THE DEPARTURE IN STANDARD DEVIATIONS IS LEFT OUT (N/A)
003520*    WHEN THE NORMAL HAS NONE - ONE YEAR, OR NO VARIATION -
003530*    AND IS HELD AT 999.99 WHEN IT WOULD NOT FIT.
003540 3200-COMPARE-ONE-FIELD.
003550     IF FUNCTION TEST-NUMVAL (MS-FIELD-AVG (WS-FIELD-IDX))
003560             NOT = 0
003570         MOVE SPACES TO ANOMALY-LINE
003580         STRING " " WS-FIELD-LABEL (WS-FIELD-IDX)
003590                "   AVERAGE WILL NOT DECODE - NOT COMPARED"
003600                DELIMITED BY SIZE INTO ANOMALY-LINE
003610         WRITE ANOMALY-LINE
003620         GO TO 3200-EXIT
003630     END-IF
003640     COMPUTE WS-ACTUAL =
003650             FUNCTION NUMVAL (MS-FIELD-AVG (WS-FIELD-IDX))
003660     COMPUTE WS-DEPARTURE =
003670             WS-ACTUAL - NRM-MEAN-AVG (WS-FIELD-IDX)
003680     MOVE WS-ACTUAL                   TO WS-ACTUAL-ED
003690     MOVE NRM-MEAN-AVG (WS-FIELD-IDX) TO WS-NORMAL-ED
003700     MOVE WS-DEPARTURE                TO WS-DEPARTURE-ED
003710     IF NRM-STD-DEV (WS-FIELD-IDX) = 0
003720         MOVE "    N/A" TO WS-SD-DEP-TEXT
003730     ELSE
003740         COMPUTE WS-SD-DEP ROUNDED =
003750                 WS-DEPARTURE / NRM-STD-DEV (WS-FIELD-IDX)
003760             ON SIZE ERROR
003770                 IF WS-DEPARTURE < 0
003780                     MOVE -999.99 TO WS-SD-DEP
003790                 ELSE
003800                     MOVE 999.99 TO WS-SD-DEP
003810                 END-IF
003820         END-COMPUTE
003830         MOVE WS-SD-DEP TO WS-SD-DEP-ED
003840         PERFORM 3300-RELEASE-ANOMALY THRU 3300-EXIT
003850     END-IF
003860     MOVE SPACES TO ANOMALY-LINE
003870     STRING " " WS-FIELD-LABEL (WS-FIELD-IDX)
003880            "   " WS-ACTUAL-ED
003890            "   " WS-NORMAL-ED
003900            "   " WS-DEPARTURE-ED
003910            "   " WS-SD-DEP-ED
003920            DELIMITED BY SIZE INTO ANOMALY-LINE
003930     WRITE ANOMALY-LINE.
003940 3200-EXIT.
003950     EXIT.
003960
003970 3300-RELEASE-ANOMALY.
003980     MOVE WS-SD-DEP                   TO SRT-ABS-SD-DEP
003990     MOVE MS-STATION                  TO SRT-STATION
004000     MOVE WS-FIELD-IDX                TO SRT-FIELD-IDX
004010     MOVE WS-ACTUAL                   TO SRT-ACTUAL
004020     MOVE NRM-MEAN-AVG (WS-FIELD-IDX) TO SRT-NORMAL
004030     MOVE WS-DEPARTURE                TO SRT-DEPARTURE
004040     MOVE WS-SD-DEP                   TO SRT-SD-DEP
004050     ADD 1 TO WS-RANKED-COUNT
004060     RELEASE SORT-RECORD.
004070 3300-EXIT.
004080     EXIT.
004090
004100*-----------------------------------------------------------*
004110* 5000-RANK-ANOMALIES - SORT OUTPUT PROCEDURE.  THE FIELDS   *
004120* COME BACK LARGEST DEPARTURE IN STANDARD DEVIATIONS FIRST,  *
004130* EITHER SIGN, AND THE FIRST TOPN ARE PRINTED.               *
004140*-----------------------------------------------------------*
004150 5000-RANK-ANOMALIES.
004160     MOVE SPACES TO ANOMALY-LINE
004170     WRITE ANOMALY-LINE
004180     MOVE SPACES TO ANOMALY-LINE
004190     WRITE ANOMALY-LINE
004200     MOVE WS-TOP-COUNT TO WS-RANK-ED
004210     MOVE SPACES TO ANOMALY-LINE
004220     STRING " LARGEST ANOMALIES ACROSS THE NETWORK - TOP "
004230            WS-RANK-ED " BY STANDARD DEVIATIONS FROM NORMAL"
004240            DELIMITED BY SIZE INTO ANOMALY-LINE
004250     WRITE ANOMALY-LINE
004260     MOVE " RANK STATION FIELD    ACTUAL    NORMAL  DEPARTURE" &
004270          "  STD DEVS"
004280          TO ANOMALY-LINE
004290     WRITE ANOMALY-LINE
004300     PERFORM 5100-PRINT-ONE-ANOMALY THRU 5100-EXIT
004310         UNTIL WS-SORT-EOF
004320            OR WS-PRINTED-COUNT >= WS-TOP-COUNT.
004330 5000-EXIT.
004340     EXIT.
004350
004360 5100-PRINT-ONE-ANOMALY.
004370     RETURN SORT-WORK-FILE
004380         AT END
004390             SET WS-SORT-EOF TO TRUE
004400             GO TO 5100-EXIT
004410     END-RETURN
004420     ADD 1 TO WS-PRINTED-COUNT
004430     MOVE WS-PRINTED-COUNT TO WS-RANK-ED
004440     MOVE SRT-ACTUAL       TO WS-ACTUAL-ED
004450     MOVE SRT-NORMAL       TO WS-NORMAL-ED
004460     MOVE SRT-DEPARTURE    TO WS-DEPARTURE-ED
004470     MOVE SRT-SD-DEP       TO WS-SD-DEP-ED
004480     MOVE SPACES TO ANOMALY-LINE
004490     STRING "  " WS-RANK-ED " " SRT-STATION
004500            " " WS-FIELD-LABEL (SRT-FIELD-IDX)
004510            "   " WS-ACTUAL-ED
004520            "   " WS-NORMAL-ED
004530            "   " WS-DEPARTURE-ED
004540            "   " WS-SD-DEP-ED
004550            DELIMITED BY SIZE INTO ANOMALY-LINE
004560     WRITE ANOMALY-LINE.
004570 5100-EXIT.
004580     EXIT.
004590
004600*-----------------------------------------------------------*
004610* 9999-TERMINATE - RETURN CODE 16 WITHOUT THE NORMALS FILE,  *
004620* 4 WHEN THE MONTH HAD NO STATIONS OR SOME HAD NO NORMAL.    *
004630*-----------------------------------------------------------*
004640 9999-TERMINATE.
004650     MOVE SPACES TO ANOMALY-LINE
004660     WRITE ANOMALY-LINE
004670     MOVE SPACES TO ANOMALY-LINE
004680     STRING "END OF ANOMALY REPORT - MONTH " WS-TARGET-MONTH
004690            ", " WS-STATION-COUNT " STATIONS REPORTING, "
004700            WS-NO-NORMAL-COUNT " WITHOUT A NORMAL, "
004710            WS-RANKED-COUNT " FIELD ANOMALIES RANKED"
004720            DELIMITED BY SIZE INTO ANOMALY-LINE
004730     WRITE ANOMALY-LINE
004740     CLOSE ANOMALY-REPORT-FILE
004750     DISPLAY "WEATHER-ANOMALY: month " WS-TARGET-MONTH ", "
004760             WS-STATION-COUNT " stations reporting, "
004770             WS-NO-NORMAL-COUNT " without a normal."
004780     IF NOT WS-NORMALS-OPEN
004790         MOVE 16 TO RETURN-CODE
004800     ELSE
004810         IF WS-STATION-COUNT = 0
004820                 OR WS-NO-NORMAL-COUNT > 0
004830             MOVE 4 TO RETURN-CODE
004840         ELSE
004850             MOVE 0 TO RETURN-CODE
004860         END-IF
004870     END-IF.
004880 9999-EXIT.
004890     EXIT.
