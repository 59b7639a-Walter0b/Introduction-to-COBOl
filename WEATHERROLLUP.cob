000160*                  REPORTED - AND PRINTS A MONTHLY STATION   *
000170*                  SUMMARY SO DAY AND MONTH QUESTIONS NO     *
000180*                  LONGER NEED A FULL RECONSOLIDATION RUN.   *
000190* 2026-10-15  DSG  WEATHERGOOD.TMP RECORD WIDENED TO 100 FOR *
000200*                  THE PER-FIELD CALIBRATED FLAGS.  THE      *
000210*                  VALUES ROLLED UP ARE THE CORRECTED ONES.  *
000220* 2026-10-15  DSG  WEATHERGOOD.TMP RECORD WIDENED TO 130 FOR *
000230*                  THE LOCATION IN FORCE AND ITS SITE STAMP. *
000240* 2026-10-15  DSG  GAP-FILL ESTIMATES - WITH AN INCL Y CARD  *
000250*                  ON FILLPARM.DAT THE HOURS WEATHER-GAPFILL *
000260*                  ESTIMATED ARE ROLLED INTO THE DAY AND     *
000270*                  MONTH STATISTICS AND COUNTED SEPARATELY   *
000280*                  IN A NEW ESTIMATED-HOURS COLUMN AT THE    *
000290*                  END OF EACH SUMMARY ROW.  THE HOURS       *
000300*                  REPORTED STAY RECEIVED HOURS ONLY, AND A  *
000310*                  RECEIVED READING ALWAYS BEATS AN ESTIMATE.*
000320* 2026-10-15  DSG  PERIOD CLOSE - A MONTH WEATHER-CLOSE HAS  *
000330*                  CLOSED ON WEATHERPERIOD.DAT IS ROLLED UP  *
000340*                  FROM ITS CERTIFIED READINGS AND ESTIMATES *
000350*                  ON WEATHERCERT.DAT, NOT FROM THE WORK FILE*
000360*                  OR WEATHERESTIM.DAT, SO ITS SUMMARY ROWS  *
000370*                  STAY AS PUBLISHED UNTIL IT IS REOPENED.   *
000380*-----------------------------------------------------------*
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL GOOD-WORK-FILE ASSIGN TO "WEATHERGOOD.TMP"
000440     ORGANIZATION IS LINE SEQUENTIAL.
000450
000460     SELECT OPTIONAL FILL-PARM-FILE ASSIGN TO "FILLPARM.DAT"
000470     ORGANIZATION IS LINE SEQUENTIAL.
000480
000490     SELECT OPTIONAL ESTIMATE-FILE ASSIGN TO "WEATHERESTIM.DAT"
000500     ORGANIZATION IS LINE SEQUENTIAL.
000510
000520     SELECT OPTIONAL PERIOD-FILE ASSIGN TO "WEATHERPERIOD.DAT"
000530     ORGANIZATION IS LINE SEQUENTIAL.
000540
000550     SELECT CERTIFIED-FILE ASSIGN TO "WEATHERCERT.DAT"
000560     ORGANIZATION IS INDEXED
000570     ACCESS IS DYNAMIC
000580     RECORD KEY IS CRT-KEY
000590     FILE STATUS IS WS-CERT-FILE-STATUS.
000600
000610     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK02".
000620
000630     SELECT DAILY-SUMMARY-FILE ASSIGN TO "WEATHERDAILY.DAT"
000640     ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT MONTHLY-SUMMARY-FILE ASSIGN TO "WEATHERMONTHLY.DAT"
000670     ORGANIZATION IS LINE SEQUENTIAL.
000680
000690     SELECT MONTHLY-REPORT-FILE ASSIGN TO "WEATHERMONTHRPT.TXT"
000700     ORGANIZATION IS LINE SEQUENTIAL.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  GOOD-WORK-FILE.
000750 01  GOOD-WORK-RECORD           PIC X(130).
000760
000770*    WEATHER-GAPFILL'S PARAMETER CARDS - ONLY INCL IS READ
000780*    HERE.
000790 FD  FILL-PARM-FILE.
000800 01  FILL-PARM-CARD.
000810     05 FPC-TAG                 PIC X(04).
000820     05 FILLER                  PIC X(01).
000830     05 FPC-VALUE               PIC X(20).
000840
000850 FD  ESTIMATE-FILE.
000860 01  ESTIMATE-RECORD            PIC X(132).
000870
000880*    WEATHER-CLOSE'S PERIOD CONTROL FILE - ONLY THE MONTH AND
000890*    ITS STATUS ARE NEEDED HERE.  C = CLOSED.
000900 FD  PERIOD-FILE.
000910 01  PERIOD-RECORD.
000920     05 PER-MONTH               PIC 9(06).
000930     05 FILLER                  PIC X(01).
000940     05 PER-STATUS              PIC X(01).
000950     05 FILLER                  PIC X(117).
000960
000970*    CERTIFIED READINGS OF THE CLOSED MONTHS, KEYED MONTH/
000980*    STATION/STAMP/ESTIMATE FLAG.  THE BODY IS IN THE ESTIMATE
000990*    LAYOUT, SO IT GOES TO THE SORT AS IT STANDS.
001000 FD  CERTIFIED-FILE.
001010 01  CERTIFIED-RECORD.
001020     05 CRT-KEY.
001030        10 CRT-MONTH            PIC 9(06).
001040        10 CRT-STATION          PIC 9(06).
001050        10 CRT-STAMP            PIC 9(10).
001060        10 CRT-EST-FLAG         PIC X(01).
001070     05 CRT-READING             PIC X(132).
001080
001090 SD  SORT-WORK-FILE.
001100 01  SORT-RECORD.
001110     05 SRT-DATA1               PIC 9(06).
001120     05 SRT-DATA2               PIC 9(10).
001130     05 SRT-DATA2-X REDEFINES SRT-DATA2.
001140        10 SRT-MONTH-KEY        PIC 9(06).
001150        10 SRT-DAY-PART         PIC 9(02).
001160        10 FILLER               PIC 9(02).
001170     05 SRT-YEAR                PIC 9(04).
001180     05 SRT-STATION-NAME        PIC X(20).
001190     05 SRT-RAW-FIELD       OCCURS 6 TIMES PIC X(05).
001200     05 SRT-FIELD-VALUE     OCCURS 6 TIMES PIC S9(03)V9.
001210     05 SRT-CALIB-FLAG      OCCURS 6 TIMES PIC X(01).
001220     05 SRT-LOCATION            PIC X(20).
001230     05 SRT-SITE-STAMP          PIC 9(10).
001240     05 SRT-EST-FLAG            PIC X(01).
001250        88 SRT-ESTIMATED                   VALUE 'E'.
001260     05 SRT-EST-METHOD          PIC X(01).
001270
001280 FD  DAILY-SUMMARY-FILE.
001290 01  DAILY-SUMMARY-RECORD.
001300     05 DS-STATION              PIC 9(06).
001310     05 FILLER                  PIC X(01).
001320     05 DS-DATE                 PIC 9(08).
001330     05 FILLER                  PIC X(01).
001340     05 DS-HOUR-COUNT           PIC 9(02).
001350     05 DS-FIELD-GROUP OCCURS 6 TIMES.
001360        10 FILLER               PIC X(01).
001370        10 DS-FIELD-MIN         PIC +999.9.
001380        10 FILLER               PIC X(01).
001390        10 DS-FIELD-MAX         PIC +999.9.
001400        10 FILLER               PIC X(01).
001410        10 DS-FIELD-AVG         PIC +999.99.
001420     05 FILLER                  PIC X(01).
001430     05 DS-EST-COUNT            PIC 9(02).
001440
001450 FD  MONTHLY-SUMMARY-FILE.
001460 01  MONTHLY-SUMMARY-RECORD.
001470     05 MS-STATION              PIC 9(06).
001480     05 FILLER                  PIC X(01).
001490     05 MS-MONTH                PIC 9(06).
001500     05 FILLER                  PIC X(01).
001510     05 MS-HOUR-COUNT           PIC 9(04).
001520     05 MS-FIELD-GROUP OCCURS 6 TIMES.
001530        10 FILLER               PIC X(01).
001540        10 MS-FIELD-MIN         PIC +999.9.
001550        10 FILLER               PIC X(01).
001560        10 MS-FIELD-MAX         PIC +999.9.
001570        10 FILLER               PIC X(01).
001580        10 MS-FIELD-AVG         PIC +999.99.
001590     05 FILLER                  PIC X(01).
001600     05 MS-EST-COUNT            PIC 9(04).
001610
001620 FD  MONTHLY-REPORT-FILE.
001630 01  MONTHLY-REPORT-LINE        PIC X(132).
001640
001650 WORKING-STORAGE SECTION.
001660 77  WS-RECORD-COUNT            PIC 9(08)  VALUE 0.
001670 77  WS-DUPLICATE-COUNT         PIC 9(08)  VALUE 0.
001680 77  WS-DAY-WRITTEN-COUNT       PIC 9(08)  VALUE 0.
001690 77  WS-MONTH-WRITTEN-COUNT     PIC 9(08)  VALUE 0.
001700 77  WS-STATION-COUNT           PIC 9(06)  VALUE 0.
001710 77  WS-STAT-IDX                PIC 9(02)  VALUE 0.
001720
001730 77  WS-DAY-HOUR-COUNT          PIC 9(02)  VALUE 0.
001740 77  WS-MONTH-HOUR-COUNT        PIC 9(04)  VALUE 0.
001750
001760*    ESTIMATED HOURS ARE COUNTED APART FROM THE HOURS
001770*    REPORTED; THE ROLLED COUNTS (REPORTED PLUS ESTIMATED) ARE
001780*    WHAT THE STATISTICS ARE TAKEN OVER.
001790 77  WS-DAY-EST-COUNT           PIC 9(02)  VALUE 0.
001800 77  WS-MONTH-EST-COUNT         PIC 9(04)  VALUE 0.
001810 77  WS-DAY-ROLLED-COUNT        PIC 9(02)  VALUE 0.
001820 77  WS-MONTH-ROLLED-COUNT      PIC 9(04)  VALUE 0.
001830 77  WS-ESTIMATE-READ-COUNT     PIC 9(08)  VALUE 0.
001840 77  WS-ESTIMATE-ROLLED-COUNT   PIC 9(08)  VALUE 0.
001850 77  WS-ESTIMATE-SUPERSEDED     PIC 9(08)  VALUE 0.
001860
001870*    MONTHS CLOSED BY WEATHER-CLOSE.  THEIR READINGS ON THE
001880*    WORK AND ESTIMATE FILES ARE SET ASIDE, AND THE CERTIFIED
001890*    ONES ROLLED UP INSTEAD FOR EVERY CLOSED MONTH THE WORK
001900*    FILE TOUCHES (SEEN = Y).
001910 77  WS-CERT-FILE-STATUS        PIC X(02)  VALUE "00".
001920 77  WS-CLOSE-MONTH-COUNT       PIC 9(03)  VALUE 0.
001930 77  WS-CLOSE-IDX               PIC 9(03)  VALUE 0.
001940 77  WS-CLOSE-MATCH-IDX         PIC 9(03)  VALUE 0.
001950 77  WS-CLOSE-CHECK-MONTH       PIC 9(06)  VALUE 0.
001960 77  WS-CLOSE-SET-ASIDE-COUNT   PIC 9(08)  VALUE 0.
001970 77  WS-CLOSE-EST-ASIDE-COUNT   PIC 9(08)  VALUE 0.
001980 77  WS-CLOSE-CARRIED-COUNT     PIC 9(08)  VALUE 0.
001990 01  WS-CLOSE-TABLE.
002000     05 WS-CLOSE-ENTRY      OCCURS 600 TIMES.
002010        10 WS-CLOSE-MONTH       PIC 9(06).
002020        10 WS-CLOSE-SEEN        PIC X(01).
002030
002040 77  WS-BREAK-STATION           PIC 9(06)  VALUE 0.
002050 77  WS-BREAK-STATION-NAME      PIC X(20)  VALUE SPACES.
002060 77  WS-BREAK-DATE              PIC 9(08)  VALUE 0.
002070 77  WS-BREAK-MONTH             PIC 9(06)  VALUE 0.
002080
002090 01  WS-PREV-KEY.
002100     05 WS-PREV-DATA1           PIC 9(06)  VALUE 0.
002110     05 WS-PREV-DATA2           PIC 9(10)  VALUE 0.
002120
002130 01  WS-FIELD-LABEL-TABLE.
002140     05 FILLER                  PIC X(30)
002150        VALUE "DATA3DATA4DATA5DATA6DATA7DATA8".
002160 01  WS-FIELD-LABELS REDEFINES WS-FIELD-LABEL-TABLE.
002170     05 WS-FIELD-LABEL OCCURS 6 TIMES PIC X(05).
002180
002190 01  WS-DAY-STATS-TABLE.
002200     05 WS-DAY-STAT OCCURS 6 TIMES.
002210        10 WS-DAY-MIN           PIC S9(3)V9.
002220        10 WS-DAY-MAX           PIC S9(3)V9.
002230        10 WS-DAY-TOTAL         PIC S9(9)V9.
002240        10 WS-DAY-AVERAGE       PIC S9(3)V99.
002250
002260 01  WS-MONTH-STATS-TABLE.
002270     05 WS-MONTH-STAT OCCURS 6 TIMES.
002280        10 WS-MONTH-MIN         PIC S9(3)V9.
002290        10 WS-MONTH-MAX         PIC S9(3)V9.
002300        10 WS-MONTH-TOTAL       PIC S9(9)V9.
002310        10 WS-MONTH-AVERAGE     PIC S9(3)V99.
002320        10 WS-MONTH-MIN-ED      PIC -999.9.
002330        10 WS-MONTH-MAX-ED      PIC -999.9.
002340        10 WS-MONTH-AVERAGE-ED  PIC -999.99.
002350
002360 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
002370 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
002380     05 WS-RUN-YEAR             PIC 9(04).
002390     05 WS-RUN-MONTH            PIC 9(02).
002400     05 WS-RUN-DAY              PIC 9(02).
002410
002420 01  WS-SWITCHES.
002430     05 WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
002440        88 WS-WORK-EOF                     VALUE 'Y'.
002450     05 WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
002460        88 WS-SORT-EOF                     VALUE 'Y'.
002470     05 WS-FIRST-DETAIL-SW      PIC X(01) VALUE 'Y'.
002480        88 WS-FIRST-DETAIL                 VALUE 'Y'.
002490     05 WS-FILL-PARM-EOF-SW     PIC X(01) VALUE 'N'.
002500        88 WS-FILL-PARM-EOF                VALUE 'Y'.
002510     05 WS-ESTIMATE-EOF-SW      PIC X(01) VALUE 'N'.
002520        88 WS-ESTIMATE-EOF                 VALUE 'Y'.
002530     05 WS-INCLUDE-EST-SW       PIC X(01) VALUE 'N'.
002540        88 WS-INCLUDE-ESTIMATES            VALUE 'Y'.
002550     05 WS-PERIODS-EOF-SW       PIC X(01) VALUE 'N'.
002560        88 WS-PERIODS-EOF                  VALUE 'Y'.
002570     05 WS-CERT-SW              PIC X(01) VALUE 'N'.
002580        88 WS-CERT-ON                      VALUE 'Y'.
002590     05 WS-CERT-EOF-SW          PIC X(01) VALUE 'N'.
002600        88 WS-CERT-EOF                     VALUE 'Y'.
002610
002620 PROCEDURE DIVISION.
002630*
002640*-----------------------------------------------------------*
002650* 0000-MAIN-LOGIC                                            *
002660*-----------------------------------------------------------*
002670 0000-MAIN-LOGIC.
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002690     SORT SORT-WORK-FILE
002700         ON ASCENDING KEY SRT-DATA1
002710                          SRT-DATA2
002720                          SRT-EST-FLAG
002730         INPUT PROCEDURE IS 2000-FEED-SORT
002740                            THRU 2000-EXIT
002750         OUTPUT PROCEDURE IS 3000-ROLL-SORTED-RECORDS
002760                             THRU 3000-EXIT
002770     PERFORM 5000-WRITE-TRAILERS THRU 5000-EXIT
002780     PERFORM 9999-TERMINATE      THRU 9999-EXIT
002790     GOBACK.
002800
002810*-----------------------------------------------------------*
002820* 1000-INITIALIZE - OPENS THE SUMMARY FILES AND THE PRINTED  *
002830* MONTHLY SUMMARY.  THE SUMMARY FILES ARE REBUILT EACH RUN   *
002840* BECAUSE EVERY RUN RE-CONSOLIDATES THE FULL YEAR LIST, SO   *
002850* THE FILES ALWAYS CARRY ONE ROW PER STATION/DAY AND PER     *
002860* STATION/MONTH OF EVERYTHING ACCEPTED.                      *
002870*-----------------------------------------------------------*
002880 1000-INITIALIZE.
002890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002900     OPEN OUTPUT DAILY-SUMMARY-FILE
002910     OPEN OUTPUT MONTHLY-SUMMARY-FILE
002920     OPEN OUTPUT MONTHLY-REPORT-FILE
002930     OPEN INPUT FILL-PARM-FILE
002940     PERFORM 1100-READ-FILL-CARD THRU 1100-EXIT
002950         UNTIL WS-FILL-PARM-EOF
002960     CLOSE FILL-PARM-FILE
002970     PERFORM 1200-LOAD-CLOSED-PERIODS THRU 1200-EXIT
002980     MOVE SPACES TO MONTHLY-REPORT-LINE
002990     STRING "WEATHER MONTHLY STATION SUMMARY - RUN DATE "
003000            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
003010            DELIMITED BY SIZE INTO MONTHLY-REPORT-LINE
003020     WRITE MONTHLY-REPORT-LINE.
003030 1000-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------*
003070* 1100-READ-FILL-CARD - AN INCL Y CARD ON FILLPARM.DAT ASKS  *
003080* FOR THE GAP-FILL ESTIMATES TO BE ROLLED UP.  WITHOUT IT    *
003090* THE SUMMARIES ARE RECEIVED READINGS ONLY, AS BEFORE.       *
003100*-----------------------------------------------------------*
003110 1100-READ-FILL-CARD.
003120     READ FILL-PARM-FILE
003130         AT END
003140             SET WS-FILL-PARM-EOF TO TRUE
003150             GO TO 1100-EXIT
003160     END-READ
003170     IF FPC-TAG = "INCL"
003180         IF FPC-VALUE (1:1) = "Y"
003190             SET WS-INCLUDE-ESTIMATES TO TRUE
003200         ELSE
003210             MOVE 'N' TO WS-INCLUDE-EST-SW
003220         END-IF
003230     END-IF.
003240 1100-EXIT.
003250     EXIT.
003260
003270*-----------------------------------------------------------*
003280* 1200-LOAD-CLOSED-PERIODS - THE MONTHS WEATHER-CLOSE HAS    *
003290* CLOSED, AND THE CERTIFIED STORE THEY ARE ROLLED UP FROM.   *
003300* WITHOUT THE STORE A CLOSED MONTH IS LEFT OUT (RC 8) RATHER *
003310* THAN ROLLED UP FROM READINGS NEVER CERTIFIED.              *
003320*-----------------------------------------------------------*
003330 1200-LOAD-CLOSED-PERIODS.
003340     OPEN INPUT PERIOD-FILE
003350     PERFORM 1210-READ-PERIOD-RECORD THRU 1210-EXIT
003360         UNTIL WS-PERIODS-EOF
003370     CLOSE PERIOD-FILE
003380     IF WS-CLOSE-MONTH-COUNT = 0
003390         GO TO 1200-EXIT
003400     END-IF
003410     OPEN INPUT CERTIFIED-FILE
003420     IF WS-CERT-FILE-STATUS = "00"
003430         SET WS-CERT-ON TO TRUE
003440     ELSE
003450         DISPLAY "WEATHER-ROLLUP: warning - unable to open "
003460                 "WEATHERCERT.DAT - file status "
003470                 WS-CERT-FILE-STATUS ", closed months left out"
003480     END-IF.
003490 1200-EXIT.
003500     EXIT.
003510
003520 1210-READ-PERIOD-RECORD.
003530     READ PERIOD-FILE
003540         AT END
003550             SET WS-PERIODS-EOF TO TRUE
003560             GO TO 1210-EXIT
003570     END-READ
003580     IF PER-STATUS NOT = "C"
003590         GO TO 1210-EXIT
003600     END-IF
003610     IF WS-CLOSE-MONTH-COUNT >= 600
003620         DISPLAY "WEATHER-ROLLUP: warning - more than 600 closed "
003630                 "months on WEATHERPERIOD.DAT, ignoring "
003640                 PER-MONTH
003650         GO TO 1210-EXIT
003660     END-IF
003670     ADD 1 TO WS-CLOSE-MONTH-COUNT
003680     MOVE PER-MONTH TO WS-CLOSE-MONTH (WS-CLOSE-MONTH-COUNT)
003690     MOVE 'N' TO WS-CLOSE-SEEN (WS-CLOSE-MONTH-COUNT).
003700 1210-EXIT.
003710     EXIT.
003720
003730*-----------------------------------------------------------*
003740* 1300-FIND-CLOSED-MONTH - THE TABLE SLOT OF THE YYYYMM IN   *
003750* WS-CLOSE-CHECK-MONTH, OR ZERO WHEN THE MONTH IS OPEN.      *
003760*-----------------------------------------------------------*
003770 1300-FIND-CLOSED-MONTH.
003780     MOVE 0 TO WS-CLOSE-MATCH-IDX
003790     PERFORM 1310-MATCH-ONE-CLOSED-MONTH THRU 1310-EXIT
003800         VARYING WS-CLOSE-IDX FROM 1 BY 1
003810         UNTIL WS-CLOSE-IDX > WS-CLOSE-MONTH-COUNT
003820            OR WS-CLOSE-MATCH-IDX > 0.
003830 1300-EXIT.
003840     EXIT.
003850
003860 1310-MATCH-ONE-CLOSED-MONTH.
003870     IF WS-CLOSE-MONTH (WS-CLOSE-IDX) = WS-CLOSE-CHECK-MONTH
003880         MOVE WS-CLOSE-IDX TO WS-CLOSE-MATCH-IDX
003890     END-IF.
003900 1310-EXIT.
003910     EXIT.
003920
003930*-----------------------------------------------------------*
003940* 2000-FEED-SORT - SORT INPUT PROCEDURE.  READS THE ACCEPTED *
003950* RECORD WORK FILE READTESTDATA LEFT BEHIND AND RELEASES     *
003960* EVERY RECORD TO THE SORT.  AN ABSENT OR EMPTY WORK FILE    *
003970* SIMPLY PRODUCES EMPTY SUMMARIES.  WHEN ESTIMATES WERE      *
003980* ASKED FOR, THE GAP-FILL ESTIMATES FOLLOW.                  *
003990*-----------------------------------------------------------*
004000 2000-FEED-SORT.
004010     OPEN INPUT GOOD-WORK-FILE
004020     PERFORM 2100-RELEASE-ONE-RECORD THRU 2100-EXIT
004030         UNTIL WS-WORK-EOF
004040     CLOSE GOOD-WORK-FILE
004050     IF WS-INCLUDE-ESTIMATES
004060         OPEN INPUT ESTIMATE-FILE
004070         PERFORM 2200-RELEASE-ONE-ESTIMATE THRU 2200-EXIT
004080             UNTIL WS-ESTIMATE-EOF
004090         CLOSE ESTIMATE-FILE
004100     END-IF
004110     PERFORM 2300-RELEASE-CERTIFIED THRU 2300-EXIT.
004120 2000-EXIT.
004130     EXIT.
004140
004150 2100-RELEASE-ONE-RECORD.
004160     READ GOOD-WORK-FILE
004170         AT END
004180             SET WS-WORK-EOF TO TRUE
004190             GO TO 2100-EXIT
004200     END-READ
004210     MOVE GOOD-WORK-RECORD (7:6) TO WS-CLOSE-CHECK-MONTH
004220     PERFORM 1300-FIND-CLOSED-MONTH THRU 1300-EXIT
004230     IF WS-CLOSE-MATCH-IDX > 0
004240         MOVE 'Y' TO WS-CLOSE-SEEN (WS-CLOSE-MATCH-IDX)
004250         ADD 1 TO WS-CLOSE-SET-ASIDE-COUNT
004260         GO TO 2100-EXIT
004270     END-IF
004280     RELEASE SORT-RECORD FROM GOOD-WORK-RECORD.
004290 2100-EXIT.
004300     EXIT.
004310
004320 2200-RELEASE-ONE-ESTIMATE.
004330     READ ESTIMATE-FILE
004340         AT END
004350             SET WS-ESTIMATE-EOF TO TRUE
004360             GO TO 2200-EXIT
004370     END-READ
004380     ADD 1 TO WS-ESTIMATE-READ-COUNT
004390     MOVE ESTIMATE-RECORD (7:6) TO WS-CLOSE-CHECK-MONTH
004400     PERFORM 1300-FIND-CLOSED-MONTH THRU 1300-EXIT
004410     IF WS-CLOSE-MATCH-IDX > 0
004420         ADD 1 TO WS-CLOSE-EST-ASIDE-COUNT
004430         GO TO 2200-EXIT
004440     END-IF
004450     RELEASE SORT-RECORD FROM ESTIMATE-RECORD.
004460 2200-EXIT.
004470     EXIT.
004480
004490*-----------------------------------------------------------*
004500* 2300-RELEASE-CERTIFIED - EVERY CERTIFIED READING AND       *
004510* ESTIMATE OF EACH CLOSED MONTH THE WORK FILE TOUCHED GOES   *
004520* TO THE SORT, WHETHER OR NOT ESTIMATES ARE ASKED FOR THIS   *
004530* RUN - THE MONTH IS ROLLED UP EXACTLY AS IT WAS CERTIFIED.  *
004540*-----------------------------------------------------------*
004550 2300-RELEASE-CERTIFIED.
004560     IF NOT WS-CERT-ON
004570         GO TO 2300-EXIT
004580     END-IF
004590     PERFORM 2310-RELEASE-ONE-MONTH THRU 2310-EXIT
004600         VARYING WS-CLOSE-IDX FROM 1 BY 1
004610         UNTIL WS-CLOSE-IDX > WS-CLOSE-MONTH-COUNT.
004620 2300-EXIT.
004630     EXIT.
004640
004650 2310-RELEASE-ONE-MONTH.
004660     IF WS-CLOSE-SEEN (WS-CLOSE-IDX) NOT = 'Y'
004670         GO TO 2310-EXIT
004680     END-IF
004690     MOVE 'N' TO WS-CERT-EOF-SW
004700     MOVE WS-CLOSE-MONTH (WS-CLOSE-IDX) TO CRT-MONTH
004710     MOVE 0 TO CRT-STATION
004720     MOVE 0 TO CRT-STAMP
004730     MOVE SPACE TO CRT-EST-FLAG
004740     START CERTIFIED-FILE
004750         KEY IS NOT LESS THAN CRT-KEY
004760         INVALID KEY
004770             SET WS-CERT-EOF TO TRUE
004780     END-START
004790     PERFORM 2320-RELEASE-ONE-CERTIFIED THRU 2320-EXIT
004800         UNTIL WS-CERT-EOF.
004810 2310-EXIT.
004820     EXIT.
004830
004840 2320-RELEASE-ONE-CERTIFIED.
004850     READ CERTIFIED-FILE NEXT RECORD
004860         AT END
004870             SET WS-CERT-EOF TO TRUE
004880             GO TO 2320-EXIT
004890     END-READ
004900     IF CRT-MONTH NOT = WS-CLOSE-MONTH (WS-CLOSE-IDX)
004910         SET WS-CERT-EOF TO TRUE
004920         GO TO 2320-EXIT
004930     END-IF
004940     ADD 1 TO WS-CLOSE-CARRIED-COUNT
004950     RELEASE SORT-RECORD FROM CRT-READING.
004960 2320-EXIT.
004970     EXIT.
004980
004990*-----------------------------------------------------------*
005000* 3000-ROLL-SORTED-RECORDS - SORT OUTPUT PROCEDURE.  THE     *
005010* RECORDS ARRIVE IN STATION/TIMESTAMP ORDER, SO A CONTROL    *
005020* BREAK AT EACH CHANGE OF DAY, MONTH, OR STATION IS ALL THE  *
005030* ROLLUP NEEDS.  A RESENT READING (SAME STATION/TIMESTAMP AS *
005040* THE RECORD BEFORE IT) IS SET ASIDE EXACTLY AS THE REPORT   *
005050* RUN SETS IT ASIDE, SO THE ROLLUP AGREES WITH THE REPORT.   *
005060* AN ESTIMATE SORTS BEHIND A RECEIVED READING FOR THE SAME   *
005070* HOUR AND IS DROPPED IN ITS FAVOUR.                         *
005080*-----------------------------------------------------------*
005090 3000-ROLL-SORTED-RECORDS.
005100     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
005110         UNTIL WS-SORT-EOF
005120     IF NOT WS-FIRST-DETAIL
005130         PERFORM 3500-END-DAY   THRU 3500-EXIT
005140         PERFORM 3600-END-MONTH THRU 3600-EXIT
005150     END-IF.
005160 3000-EXIT.
005170     EXIT.
005180
005190 3100-RETURN-ONE-RECORD.
005200     RETURN SORT-WORK-FILE
005210         AT END
005220             SET WS-SORT-EOF TO TRUE
005230             GO TO 3100-EXIT
005240     END-RETURN
005250     IF SRT-ESTIMATED
005260             AND NOT WS-FIRST-DETAIL
005270             AND SRT-DATA1 = WS-PREV-DATA1
005280             AND SRT-DATA2 = WS-PREV-DATA2
005290         ADD 1 TO WS-ESTIMATE-SUPERSEDED
005300         GO TO 3100-EXIT
005310     END-IF
005320     IF NOT WS-FIRST-DETAIL
005330             AND SRT-DATA1 = WS-PREV-DATA1
005340             AND SRT-DATA2 = WS-PREV-DATA2
005350         ADD 1 TO WS-DUPLICATE-COUNT
005360         GO TO 3100-EXIT
005370     END-IF
005380     IF WS-FIRST-DETAIL
005390         MOVE 'N' TO WS-FIRST-DETAIL-SW
005400         PERFORM 3200-START-STATION THRU 3200-EXIT
005410     ELSE
005420         IF SRT-DATA1 NOT = WS-BREAK-STATION
005430             PERFORM 3500-END-DAY       THRU 3500-EXIT
005440             PERFORM 3600-END-MONTH     THRU 3600-EXIT
005450             PERFORM 3200-START-STATION THRU 3200-EXIT
005460         ELSE
005470             IF SRT-MONTH-KEY NOT = WS-BREAK-MONTH
005480                 PERFORM 3500-END-DAY     THRU 3500-EXIT
005490                 PERFORM 3600-END-MONTH   THRU 3600-EXIT
005500                 PERFORM 3300-START-MONTH THRU 3300-EXIT
005510                 PERFORM 3400-START-DAY   THRU 3400-EXIT
005520             ELSE
005530                 IF SRT-DATA2 (1:8) NOT = WS-BREAK-DATE
005540                     PERFORM 3500-END-DAY   THRU 3500-EXIT
005550                     PERFORM 3400-START-DAY THRU 3400-EXIT
005560                 END-IF
005570             END-IF
005580         END-IF
005590     END-IF
005600     IF SRT-ESTIMATED
005610         ADD 1 TO WS-ESTIMATE-ROLLED-COUNT
005620         ADD 1 TO WS-DAY-EST-COUNT
005630         ADD 1 TO WS-MONTH-EST-COUNT
005640     ELSE
005650         ADD 1 TO WS-RECORD-COUNT
005660         ADD 1 TO WS-DAY-HOUR-COUNT
005670         ADD 1 TO WS-MONTH-HOUR-COUNT
005680     END-IF
005690     ADD 1 TO WS-DAY-ROLLED-COUNT
005700     ADD 1 TO WS-MONTH-ROLLED-COUNT
005710     PERFORM 3700-ACCUMULATE-ONE-FIELD THRU 3700-EXIT
005720         VARYING WS-STAT-IDX FROM 1 BY 1
005730         UNTIL WS-STAT-IDX > 6
005740     MOVE SRT-DATA1 TO WS-PREV-DATA1
005750     MOVE SRT-DATA2 TO WS-PREV-DATA2.
005760 3100-EXIT.
005770     EXIT.
005780
005790 3200-START-STATION.
005800     ADD 1 TO WS-STATION-COUNT
005810     MOVE SRT-DATA1        TO WS-BREAK-STATION
005820     MOVE SRT-STATION-NAME TO WS-BREAK-STATION-NAME
005830     PERFORM 3300-START-MONTH THRU 3300-EXIT
005840     PERFORM 3400-START-DAY   THRU 3400-EXIT.
005850 3200-EXIT.
005860     EXIT.
005870
005880 3300-START-MONTH.
005890     MOVE SRT-MONTH-KEY TO WS-BREAK-MONTH
005900     MOVE 0 TO WS-MONTH-HOUR-COUNT
005910     MOVE 0 TO WS-MONTH-EST-COUNT
005920     MOVE 0 TO WS-MONTH-ROLLED-COUNT
005930     PERFORM 3310-ZERO-ONE-MONTH-STAT THRU 3310-EXIT
005940         VARYING WS-STAT-IDX FROM 1 BY 1
005950         UNTIL WS-STAT-IDX > 6.
005960 3300-EXIT.
005970     EXIT.
005980
005990 3310-ZERO-ONE-MONTH-STAT.
006000     MOVE 0 TO WS-MONTH-MIN (WS-STAT-IDX)
006010     MOVE 0 TO WS-MONTH-MAX (WS-STAT-IDX)
006020     MOVE 0 TO WS-MONTH-TOTAL (WS-STAT-IDX).
006030 3310-EXIT.
006040     EXIT.
006050
006060 3400-START-DAY.
006070     MOVE SRT-DATA2 (1:8) TO WS-BREAK-DATE
006080     MOVE 0 TO WS-DAY-HOUR-COUNT
006090     MOVE 0 TO WS-DAY-EST-COUNT
006100     MOVE 0 TO WS-DAY-ROLLED-COUNT
006110     PERFORM 3410-ZERO-ONE-DAY-STAT THRU 3410-EXIT
006120         VARYING WS-STAT-IDX FROM 1 BY 1
006130         UNTIL WS-STAT-IDX > 6.
006140 3400-EXIT.
006150     EXIT.
006160
006170 3410-ZERO-ONE-DAY-STAT.
006180     MOVE 0 TO WS-DAY-MIN (WS-STAT-IDX)
006190     MOVE 0 TO WS-DAY-MAX (WS-STAT-IDX)
006200     MOVE 0 TO WS-DAY-TOTAL (WS-STAT-IDX).
006210 3410-EXIT.
006220     EXIT.
006230
006240*-----------------------------------------------------------*
006250* 3500-END-DAY - ONE ROW PER STATION/DAY ON THE DAILY        *
006260* SUMMARY FILE.                                              *
006270*-----------------------------------------------------------*
006280 3500-END-DAY.
006290     MOVE SPACES TO DAILY-SUMMARY-RECORD
006300     MOVE WS-BREAK-STATION   TO DS-STATION
006310     MOVE WS-BREAK-DATE      TO DS-DATE
006320     MOVE WS-DAY-HOUR-COUNT  TO DS-HOUR-COUNT
006330     MOVE WS-DAY-EST-COUNT   TO DS-EST-COUNT
006340     PERFORM 3510-MOVE-ONE-DAY-FIELD THRU 3510-EXIT
006350         VARYING WS-STAT-IDX FROM 1 BY 1
006360         UNTIL WS-STAT-IDX > 6
006370     WRITE DAILY-SUMMARY-RECORD
006380     ADD 1 TO WS-DAY-WRITTEN-COUNT.
006390 3500-EXIT.
006400     EXIT.
006410
006420 3510-MOVE-ONE-DAY-FIELD.
006430     IF WS-DAY-ROLLED-COUNT = 0
006440         MOVE 0 TO WS-DAY-AVERAGE (WS-STAT-IDX)
006450     ELSE
006460         COMPUTE WS-DAY-AVERAGE (WS-STAT-IDX) ROUNDED =
006470                 WS-DAY-TOTAL (WS-STAT-IDX)
006480                 / WS-DAY-ROLLED-COUNT
006490     END-IF
006500     MOVE WS-DAY-MIN (WS-STAT-IDX)
006510          TO DS-FIELD-MIN (WS-STAT-IDX)
006520     MOVE WS-DAY-MAX (WS-STAT-IDX)
006530          TO DS-FIELD-MAX (WS-STAT-IDX)
006540     MOVE WS-DAY-AVERAGE (WS-STAT-IDX)
006550          TO DS-FIELD-AVG (WS-STAT-IDX).
006560 3510-EXIT.
006570     EXIT.
006580
006590*-----------------------------------------------------------*
006600* 3600-END-MONTH - ONE ROW PER STATION/MONTH ON THE MONTHLY  *
006610* SUMMARY FILE AND A PRINTED BLOCK ON THE MONTHLY STATION    *
006620* SUMMARY IN THE SAME SHAPE AS THE REPORT'S STATION          *
006630* SUBTOTALS.                                                 *
006640*-----------------------------------------------------------*
006650 3600-END-MONTH.
006660     MOVE SPACES TO MONTHLY-SUMMARY-RECORD
006670     MOVE WS-BREAK-STATION    TO MS-STATION
006680     MOVE WS-BREAK-MONTH      TO MS-MONTH
006690     MOVE WS-MONTH-HOUR-COUNT TO MS-HOUR-COUNT
006700     MOVE WS-MONTH-EST-COUNT  TO MS-EST-COUNT
006710     PERFORM 3610-MOVE-ONE-MONTH-FIELD THRU 3610-EXIT
006720         VARYING WS-STAT-IDX FROM 1 BY 1
006730         UNTIL WS-STAT-IDX > 6
006740     WRITE MONTHLY-SUMMARY-RECORD
006750     ADD 1 TO WS-MONTH-WRITTEN-COUNT
006760     MOVE SPACES TO MONTHLY-REPORT-LINE
006770     WRITE MONTHLY-REPORT-LINE
006780     MOVE SPACES TO MONTHLY-REPORT-LINE
006790     STRING " STATION " WS-BREAK-STATION
006800            " " WS-BREAK-STATION-NAME
006810            " MONTH " WS-BREAK-MONTH
006820            " - " WS-MONTH-HOUR-COUNT " HOURS REPORTED, "
006830            WS-MONTH-EST-COUNT " ESTIMATED"
006840            DELIMITED BY SIZE INTO MONTHLY-REPORT-LINE
006850     WRITE MONTHLY-REPORT-LINE
006860     MOVE " FIELD   MINIMUM   MAXIMUM   AVERAGE"
006870          TO MONTHLY-REPORT-LINE
006880     WRITE MONTHLY-REPORT-LINE
006890     PERFORM 3620-WRITE-ONE-MONTH-LINE THRU 3620-EXIT
006900         VARYING WS-STAT-IDX FROM 1 BY 1
006910         UNTIL WS-STAT-IDX > 6.
006920 3600-EXIT.
006930     EXIT.
006940
006950 3610-MOVE-ONE-MONTH-FIELD.
006960     IF WS-MONTH-ROLLED-COUNT = 0
006970         MOVE 0 TO WS-MONTH-AVERAGE (WS-STAT-IDX)
006980     ELSE
006990         COMPUTE WS-MONTH-AVERAGE (WS-STAT-IDX) ROUNDED =
007000                 WS-MONTH-TOTAL (WS-STAT-IDX)
007010                 / WS-MONTH-ROLLED-COUNT
007020     END-IF
007030     MOVE WS-MONTH-MIN (WS-STAT-IDX)
007040          TO MS-FIELD-MIN (WS-STAT-IDX)
007050     MOVE WS-MONTH-MAX (WS-STAT-IDX)
007060          TO MS-FIELD-MAX (WS-STAT-IDX)
007070     MOVE WS-MONTH-AVERAGE (WS-STAT-IDX)
007080          TO MS-FIELD-AVG (WS-STAT-IDX).
007090 3610-EXIT.
007100     EXIT.
007110
007120 3620-WRITE-ONE-MONTH-LINE.
007130     MOVE WS-MONTH-MIN (WS-STAT-IDX)
007140          TO WS-MONTH-MIN-ED (WS-STAT-IDX)
007150     MOVE WS-MONTH-MAX (WS-STAT-IDX)
007160          TO WS-MONTH-MAX-ED (WS-STAT-IDX)
007170     MOVE WS-MONTH-AVERAGE (WS-STAT-IDX)
007180          TO WS-MONTH-AVERAGE-ED (WS-STAT-IDX)
007190     MOVE SPACES TO MONTHLY-REPORT-LINE
007200     STRING " " WS-FIELD-LABEL (WS-STAT-IDX)
007210            "   " WS-MONTH-MIN-ED (WS-STAT-IDX)
007220            "   " WS-MONTH-MAX-ED (WS-STAT-IDX)
007230            "   " WS-MONTH-AVERAGE-ED (WS-STAT-IDX)
007240            DELIMITED BY SIZE INTO MONTHLY-REPORT-LINE
007250     WRITE MONTHLY-REPORT-LINE.
007260 3620-EXIT.
007270     EXIT.
007280
007290*-----------------------------------------------------------*
007300* 3700-ACCUMULATE-ONE-FIELD - ROLLS ONE FIELD OF THE CURRENT *
007310* RECORD INTO BOTH THE DAY AND THE MONTH RUNNING STATISTICS. *
007320* AN ESTIMATED HOUR COUNTS TOWARDS THE STATISTICS LIKE ANY   *
007330* OTHER, SO THE FIRST HOUR IS JUDGED ON THE ROLLED COUNT.    *
007340*-----------------------------------------------------------*
007350 3700-ACCUMULATE-ONE-FIELD.
007360     ADD SRT-FIELD-VALUE (WS-STAT-IDX)
007370         TO WS-DAY-TOTAL (WS-STAT-IDX)
007380     ADD SRT-FIELD-VALUE (WS-STAT-IDX)
007390         TO WS-MONTH-TOTAL (WS-STAT-IDX)
007400     IF WS-DAY-ROLLED-COUNT = 1
007410         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
007420              TO WS-DAY-MIN (WS-STAT-IDX)
007430         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
007440              TO WS-DAY-MAX (WS-STAT-IDX)
007450     ELSE
007460         IF SRT-FIELD-VALUE (WS-STAT-IDX)
007470               < WS-DAY-MIN (WS-STAT-IDX)
007480             MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
007490                  TO WS-DAY-MIN (WS-STAT-IDX)
007500         END-IF
007510         IF SRT-FIELD-VALUE (WS-STAT-IDX)
007520               > WS-DAY-MAX (WS-STAT-IDX)
007530             MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
007540                  TO WS-DAY-MAX (WS-STAT-IDX)
007550         END-IF
007560     END-IF
007570     IF WS-MONTH-ROLLED-COUNT = 1
007580         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
007590              TO WS-MONTH-MIN (WS-STAT-IDX)
007600         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
007610              TO WS-MONTH-MAX (WS-STAT-IDX)
007620         GO TO 3700-EXIT
007630     END-IF
007640     IF SRT-FIELD-VALUE (WS-STAT-IDX)
007650           < WS-MONTH-MIN (WS-STAT-IDX)
007660         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
007670              TO WS-MONTH-MIN (WS-STAT-IDX)
007680     END-IF
007690     IF SRT-FIELD-VALUE (WS-STAT-IDX)
007700           > WS-MONTH-MAX (WS-STAT-IDX)
007710         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
007720              TO WS-MONTH-MAX (WS-STAT-IDX)
007730     END-IF.
007740 3700-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------*
007780* 5000-WRITE-TRAILERS                                        *
007790*-----------------------------------------------------------*
007800 5000-WRITE-TRAILERS.
007810     MOVE SPACES TO MONTHLY-REPORT-LINE
007820     WRITE MONTHLY-REPORT-LINE
007830     MOVE SPACES TO MONTHLY-REPORT-LINE
007840     STRING "END OF MONTHLY STATION SUMMARY - "
007850            WS-RECORD-COUNT " READINGS ROLLED UP, "
007860            WS-STATION-COUNT " STATIONS, "
007870            WS-DAY-WRITTEN-COUNT " STATION/DAYS, "
007880            WS-MONTH-WRITTEN-COUNT " STATION/MONTHS, "
007890            WS-DUPLICATE-COUNT " DUPLICATES SET ASIDE"
007900            DELIMITED BY SIZE INTO MONTHLY-REPORT-LINE
007910     WRITE MONTHLY-REPORT-LINE
007920     IF WS-INCLUDE-ESTIMATES
007930         MOVE SPACES TO MONTHLY-REPORT-LINE
007940         STRING "ESTIMATED HOURS - " WS-ESTIMATE-READ-COUNT
007950                " ON WEATHERESTIM.DAT, " WS-ESTIMATE-ROLLED-COUNT
007960                " ROLLED UP, " WS-ESTIMATE-SUPERSEDED
007970                " SUPERSEDED BY RECEIVED READINGS"
007980                DELIMITED BY SIZE INTO MONTHLY-REPORT-LINE
007990         WRITE MONTHLY-REPORT-LINE
008000     END-IF
008010     IF WS-CLOSE-MONTH-COUNT > 0
008020         MOVE SPACES TO MONTHLY-REPORT-LINE
008030         STRING "CLOSED PERIODS - " WS-CLOSE-SET-ASIDE-COUNT
008040                " READINGS AND " WS-CLOSE-EST-ASIDE-COUNT
008050                " ESTIMATES SET ASIDE, " WS-CLOSE-CARRIED-COUNT
008060                " CERTIFIED READINGS AND ESTIMATES ROLLED UP"
008070                DELIMITED BY SIZE INTO MONTHLY-REPORT-LINE
008080         WRITE MONTHLY-REPORT-LINE
008090     END-IF
008100     CLOSE MONTHLY-REPORT-FILE
008110     CLOSE DAILY-SUMMARY-FILE
008120     CLOSE MONTHLY-SUMMARY-FILE.
008130 5000-EXIT.
008140     EXIT.
008150
008160*-----------------------------------------------------------*
008170* 9999-TERMINATE                                             *
008180*-----------------------------------------------------------*
008190 9999-TERMINATE.
008200     DISPLAY "WEATHER-ROLLUP: " WS-RECORD-COUNT
008210             " readings rolled up, " WS-DAY-WRITTEN-COUNT
008220             " station/days, " WS-MONTH-WRITTEN-COUNT
008230             " station/months, " WS-DUPLICATE-COUNT
008240             " duplicates set aside, " WS-ESTIMATE-ROLLED-COUNT
008250             " estimated hours rolled up."
008260     IF WS-CERT-ON
008270         CLOSE CERTIFIED-FILE
008280     END-IF
008290     IF WS-CLOSE-MONTH-COUNT > 0
008300         DISPLAY "WEATHER-ROLLUP: " WS-CLOSE-CARRIED-COUNT
008310                 " certified readings rolled up for closed months"
008320     END-IF
008330*    RC 8 WHEN CLOSED MONTHS COULD NOT BE ROLLED UP FROM THE
008340*    CERTIFIED STORE - THEY ARE MISSING FROM THE SUMMARIES.
008350     IF WS-CLOSE-MONTH-COUNT > 0 AND NOT WS-CERT-ON
008360         MOVE 8 TO RETURN-CODE
008370     ELSE
008380         MOVE 0 TO RETURN-CODE
008390     END-IF.
008400 9999-EXIT.
008410     EXIT.
008420
