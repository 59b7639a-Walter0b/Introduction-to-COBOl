000210*                  RANKED WORST-FIRST.  PLANNED GAPS AND     *
000220*                  PLANNED ALERTS DO NOT COUNT AGAINST A     *
000230*                  STATION.                                  *
000240* 2026-10-15  DSG  WEATHERGOOD.TMP RECORD WIDENED TO 100 FOR *
000250*                  THE PER-FIELD CALIBRATED FLAGS.           *
000260* 2026-10-15  DSG  WEATHERGOOD.TMP RECORD WIDENED TO 130 FOR *
000270*                  THE LOCATION IN FORCE AND ITS SITE STAMP. *
000280* 2026-10-15  DSG  SUSPECT READINGS FROM THE NEIGHBOR CHECK  *
000290*                  (WEATHERSUSPECT.DAT) ARE TALLIED PER      *
000300*                  STATION AND THEIR RATE AGAINST HOURS      *
000310*                  RECEIVED COMES OFF THE SCORE.  NEW SUSPECT *
000320*                  COLUMN ON THE REPORT AND COUNT ON THE END *
000330*                  OF THE SCORECARD RECORD.                  *
000340*-----------------------------------------------------------*
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL GOOD-WORK-FILE ASSIGN TO "WEATHERGOOD.TMP"
000400     ORGANIZATION IS LINE SEQUENTIAL.
000410
000420     SELECT OPTIONAL REJECT-FILE ASSIGN TO "WEATHERREJECT.DAT"
000430     ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT OPTIONAL DUPLICATE-FILE ASSIGN TO "WEATHERDUPS.TXT"
000460     ORGANIZATION IS LINE SEQUENTIAL.
000470
000480     SELECT OPTIONAL GAP-REPORT-FILE ASSIGN TO "WEATHERGAPS.TXT"
000490     ORGANIZATION IS LINE SEQUENTIAL.
000500
000510     SELECT OPTIONAL ALERT-REPORT-FILE ASSIGN TO
000520     "WEATHERALERT.TXT"
000530     ORGANIZATION IS LINE SEQUENTIAL.
000540
000550     SELECT OPTIONAL SUSPECT-FILE ASSIGN TO "WEATHERSUSPECT.DAT"
000560     ORGANIZATION IS LINE SEQUENTIAL.
000570
000580     SELECT SCORECARD-FILE ASSIGN TO "WEATHERSCORE.DAT"
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     FILE STATUS IS WS-SCORECARD-STATUS.
000610
000620     SELECT SCORE-REPORT-FILE ASSIGN TO "WEATHERSCORERPT.TXT"
000630     ORGANIZATION IS LINE SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  GOOD-WORK-FILE.
000680 01  GOOD-WORK-RECORD           PIC X(130).
000690
000700 FD  REJECT-FILE.
000710 01  REJECT-RECORD.
000720     05 RJ-YEAR                 PIC 9(04).
000730     05 FILLER                  PIC X(01).
000740     05 RJ-REASON               PIC X(40).
000750     05 FILLER                  PIC X(01).
000760     05 RJ-RECORD               PIC X(46).
000770
000780 FD  DUPLICATE-FILE.
000790 01  DUPLICATE-LINE             PIC X(200).
000800
000810 FD  GAP-REPORT-FILE.
000820 01  GAP-LINE                   PIC X(132).
000830
000840 FD  ALERT-REPORT-FILE.
000850 01  ALERT-LINE                 PIC X(132).
000860
000870 FD  SUSPECT-FILE.
000880 01  SUSPECT-RECORD.
000890     05 SUS-STATION             PIC X(06).
000900     05 FILLER                  PIC X(69).
000910
000920 FD  SCORECARD-FILE.
000930 01  SCORECARD-RECORD.
000940     05 SC-RUN-DATE             PIC 9(08).
000950     05 FILLER                  PIC X(01).
000960     05 SC-STATION              PIC 9(06).
000970     05 FILLER                  PIC X(01).
000980     05 SC-HOURS-RECEIVED       PIC 9(08).
000990     05 FILLER                  PIC X(01).
001000     05 SC-HOURS-MISSING        PIC 9(08).
001010     05 FILLER                  PIC X(01).
001020     05 SC-REJECT-COUNT         PIC 9(06).
001030     05 FILLER                  PIC X(01).
001040     05 SC-DUP-COUNT            PIC 9(06).
001050     05 FILLER                  PIC X(01).
001060     05 SC-ALERT-COUNT          PIC 9(06).
001070     05 FILLER                  PIC X(01).
001080     05 SC-COMPLETENESS         PIC 999.9.
001090     05 FILLER                  PIC X(01).
001100     05 SC-GRADE                PIC X(01).
001110     05 FILLER                  PIC X(01).
001120     05 SC-SUSPECT-COUNT        PIC 9(06).
001130
001140 FD  SCORE-REPORT-FILE.
001150 01  SCORE-LINE                 PIC X(132).
001160
001170 WORKING-STORAGE SECTION.
001180 77  WS-SCORECARD-STATUS        PIC X(02)  VALUE "00".
001190 77  WS-GOOD-READ-COUNT         PIC 9(08)  VALUE 0.
001200 77  WS-REJECT-READ-COUNT       PIC 9(08)  VALUE 0.
001210 77  WS-DUP-LINE-COUNT          PIC 9(08)  VALUE 0.
001220 77  WS-GAP-LINE-COUNT          PIC 9(08)  VALUE 0.
001230 77  WS-ALERT-LINE-COUNT        PIC 9(08)  VALUE 0.
001240 77  WS-SUSPECT-READ-COUNT      PIC 9(08)  VALUE 0.
001250 77  WS-PRINTED-COUNT           PIC 9(06)  VALUE 0.
001260
001270 77  WS-TALLY-STATION           PIC X(06)  VALUE SPACES.
001280 77  WS-TALLY-MISSING           PIC 9(06)  VALUE 0.
001290 77  WS-STA-IDX                 PIC 9(04)  VALUE 0.
001300 77  WS-SCAN-IDX                PIC 9(04)  VALUE 0.
001310 77  WS-FOUND-IDX               PIC 9(04)  VALUE 0.
001320 77  WS-WORST-IDX               PIC 9(04)  VALUE 0.
001330 77  WS-STATION-COUNT           PIC 9(04)  VALUE 0.
001340
001350 77  WS-COMPLETENESS            PIC 9(03)V9 VALUE 0.
001360 77  WS-REJECT-RATE             PIC 9(03)V9 VALUE 0.
001370 77  WS-DUP-RATE                PIC 9(03)V9 VALUE 0.
001380 77  WS-SUSPECT-RATE            PIC 9(03)V9 VALUE 0.
001390 77  WS-SCORE-WORK              PIC S9(4)V9 VALUE 0.
001400 77  WS-ALERT-PENALTY           PIC 9(02)  VALUE 0.
001410 77  WS-EXPECTED-HOURS          PIC 9(08)  VALUE 0.
001420 77  WS-COMPLETENESS-ED         PIC 999.9.
001430 77  WS-REJECT-RATE-ED          PIC 999.9.
001440 77  WS-DUP-RATE-ED             PIC 999.9.
001450 77  WS-SUSPECT-RATE-ED         PIC 999.9.
001460
001470 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001480 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
001490     05 WS-RUN-YEAR             PIC 9(04).
001500     05 WS-RUN-MONTH            PIC 9(02).
001510     05 WS-RUN-DAY              PIC 9(02).
001520
001530*    ONE SLOT PER STATION SEEN ANYWHERE IN THE RUN'S FILES.
001540*    THE TABLE HOLDS 1000 STATIONS - WELL PAST THE PLANNED
001550*    NETWORK - AND A STATION BEYOND THAT IS A HARD ERROR ON
001560*    THE CONSOLE AND THE RETURN CODE, NEVER A SKIPPED ROW.
001570 01  WS-SCORE-TABLE.
001580     05 WS-SCORE-ENTRY OCCURS 1000 TIMES.
001590        10 WS-SCO-STATION       PIC X(06).
001600        10 WS-SCO-NAME          PIC X(20).
001610        10 WS-SCO-RECEIVED      PIC 9(08).
001620        10 WS-SCO-MISSING       PIC 9(08).
001630        10 WS-SCO-REJECTS       PIC 9(06).
001640        10 WS-SCO-DUPS          PIC 9(06).
001650        10 WS-SCO-ALERTS        PIC 9(06).
001660        10 WS-SCO-SUSPECTS      PIC 9(06).
001670        10 WS-SCO-SCORE         PIC S9(4)V9.
001680        10 WS-SCO-GRADE         PIC X(01).
001690        10 WS-SCO-PRINTED-SW    PIC X(01).
001700
001710 01  WS-SWITCHES.
001720     05 WS-GOOD-EOF-SW          PIC X(01) VALUE 'N'.
001730        88 WS-GOOD-EOF                     VALUE 'Y'.
001740     05 WS-REJECTS-EOF-SW       PIC X(01) VALUE 'N'.
001750        88 WS-REJECTS-EOF                  VALUE 'Y'.
001760     05 WS-DUPS-EOF-SW          PIC X(01) VALUE 'N'.
001770        88 WS-DUPS-EOF                     VALUE 'Y'.
001780     05 WS-GAPS-EOF-SW          PIC X(01) VALUE 'N'.
001790        88 WS-GAPS-EOF                     VALUE 'Y'.
001800     05 WS-ALERTS-EOF-SW        PIC X(01) VALUE 'N'.
001810        88 WS-ALERTS-EOF                   VALUE 'Y'.
001820     05 WS-SUSPECTS-EOF-SW      PIC X(01) VALUE 'N'.
001830        88 WS-SUSPECTS-EOF                 VALUE 'Y'.
001840     05 WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
001850        88 WS-TABLE-FULL                   VALUE 'Y'.
001860
001870 PROCEDURE DIVISION.
001880*
001890*-----------------------------------------------------------*
001900* 0000-MAIN-LOGIC                                           *
001910*-----------------------------------------------------------*
001920 0000-MAIN-LOGIC.
001930     PERFORM 1000-INITIALIZE     THRU 1000-EXIT
001940     PERFORM 2000-TALLY-GOOD     THRU 2000-EXIT
001950     PERFORM 3000-TALLY-REJECTS  THRU 3000-EXIT
001960     PERFORM 4000-TALLY-DUPS     THRU 4000-EXIT
001970     PERFORM 5000-TALLY-GAPS     THRU 5000-EXIT
001980     PERFORM 6000-TALLY-ALERTS   THRU 6000-EXIT
001990     PERFORM 6500-TALLY-SUSPECTS THRU 6500-EXIT
002000     PERFORM 7000-COMPUTE-SCORES THRU 7000-EXIT
002010     PERFORM 8000-WRITE-SCORECARD THRU 8000-EXIT
002020     PERFORM 9999-TERMINATE      THRU 9999-EXIT
002030     GOBACK.
002040
002050*-----------------------------------------------------------*
002060* 1000-INITIALIZE                                           *
002070*-----------------------------------------------------------*
002080 1000-INITIALIZE.
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002100 1000-EXIT.
002110     EXIT.
002120
002130*-----------------------------------------------------------*
002140* 2500-FIND-OR-ADD-STATION - LOOKS WS-TALLY-STATION UP ON    *
002150* THE SCORE TABLE, ADDING A FRESH SLOT WHEN UNSEEN.  LEAVES  *
002160* WS-FOUND-IDX AT THE SLOT, OR 0 WHEN THE TABLE IS FULL -    *
002170* WHICH IS SHOUTED, COUNTED, AND SURFACED ON THE RETURN      *
002180* CODE, NEVER SWALLOWED.                                     *
002190*-----------------------------------------------------------*
002200 2500-FIND-OR-ADD-STATION.
002210     MOVE 0 TO WS-FOUND-IDX
002220     PERFORM 2510-MATCH-ONE-STATION THRU 2510-EXIT
002230         VARYING WS-SCAN-IDX FROM 1 BY 1
002240         UNTIL WS-SCAN-IDX > WS-STATION-COUNT
002250            OR WS-FOUND-IDX > 0
002260     IF WS-FOUND-IDX > 0
002270         GO TO 2500-EXIT
002280     END-IF
002290     IF WS-STATION-COUNT >= 1000
002300         DISPLAY "WEATHER-SCORECARD: error - more than 1000 "
002310                 "stations, station " WS-TALLY-STATION
002320                 " cannot be scored"
002330         SET WS-TABLE-FULL TO TRUE
002340         GO TO 2500-EXIT
002350     END-IF
002360     ADD 1 TO WS-STATION-COUNT
002370     MOVE WS-STATION-COUNT TO WS-FOUND-IDX
002380     MOVE WS-TALLY-STATION TO WS-SCO-STATION (WS-FOUND-IDX)
002390     MOVE SPACES TO WS-SCO-NAME (WS-FOUND-IDX)
002400     MOVE 0 TO WS-SCO-RECEIVED (WS-FOUND-IDX)
002410     MOVE 0 TO WS-SCO-MISSING (WS-FOUND-IDX)
002420     MOVE 0 TO WS-SCO-REJECTS (WS-FOUND-IDX)
002430     MOVE 0 TO WS-SCO-DUPS (WS-FOUND-IDX)
002440     MOVE 0 TO WS-SCO-ALERTS (WS-FOUND-IDX)
002450     MOVE 0 TO WS-SCO-SUSPECTS (WS-FOUND-IDX)
002460     MOVE 0 TO WS-SCO-SCORE (WS-FOUND-IDX)
002470     MOVE SPACES TO WS-SCO-GRADE (WS-FOUND-IDX)
002480     MOVE 'N' TO WS-SCO-PRINTED-SW (WS-FOUND-IDX).
002490 2500-EXIT.
002500     EXIT.
002510
002520 2510-MATCH-ONE-STATION.
002530     IF WS-SCO-STATION (WS-SCAN-IDX) = WS-TALLY-STATION
002540         MOVE WS-SCAN-IDX TO WS-FOUND-IDX
002550     END-IF.
002560 2510-EXIT.
002570     EXIT.
002580
002590*-----------------------------------------------------------*
002600* 2000-TALLY-GOOD - HOURS RECEIVED PER STATION, AND THE      *
002610* STATION NAME FOR THE REPORT, FROM THE ACCEPTED-RECORD      *
002620* WORK FILE.                                                 *
002630*-----------------------------------------------------------*
002640 2000-TALLY-GOOD.
002650     OPEN INPUT GOOD-WORK-FILE
002660     PERFORM 2100-TALLY-ONE-GOOD THRU 2100-EXIT
002670         UNTIL WS-GOOD-EOF
002680     CLOSE GOOD-WORK-FILE.
002690 2000-EXIT.
002700     EXIT.
002710
002720 2100-TALLY-ONE-GOOD.
002730     READ GOOD-WORK-FILE
002740         AT END
002750             SET WS-GOOD-EOF TO TRUE
002760             GO TO 2100-EXIT
002770     END-READ
002780     ADD 1 TO WS-GOOD-READ-COUNT
002790     MOVE GOOD-WORK-RECORD (1:6) TO WS-TALLY-STATION
002800     PERFORM 2500-FIND-OR-ADD-STATION THRU 2500-EXIT
002810     IF WS-FOUND-IDX = 0
002820         GO TO 2100-EXIT
002830     END-IF
002840     ADD 1 TO WS-SCO-RECEIVED (WS-FOUND-IDX)
002850     IF WS-SCO-NAME (WS-FOUND-IDX) = SPACES
002860         MOVE GOOD-WORK-RECORD (21:20)
002870              TO WS-SCO-NAME (WS-FOUND-IDX)
002880     END-IF.
002890 2100-EXIT.
002900     EXIT.
002910
002920*-----------------------------------------------------------*
002930* 3000-TALLY-REJECTS - THE STATION CODE SITS IN THE FIRST    *
002940* SIX BYTES OF THE REJECTED FEED IMAGE.  A REJECT WHOSE      *
002950* STATION FIELD IS NOT NUMERIC STILL COUNTS - IT IS FILED    *
002960* UNDER THE RAW SIX BYTES SO GARBAGE FEEDS SURFACE TOO.      *
002970*-----------------------------------------------------------*
002980 3000-TALLY-REJECTS.
002990     OPEN INPUT REJECT-FILE
003000     PERFORM 3100-TALLY-ONE-REJECT THRU 3100-EXIT
003010         UNTIL WS-REJECTS-EOF
003020     CLOSE REJECT-FILE.
003030 3000-EXIT.
003040     EXIT.
003050
003060 3100-TALLY-ONE-REJECT.
003070     READ REJECT-FILE
003080         AT END
003090             SET WS-REJECTS-EOF TO TRUE
003100             GO TO 3100-EXIT
003110     END-READ
003120     ADD 1 TO WS-REJECT-READ-COUNT
003130     MOVE RJ-RECORD (1:6) TO WS-TALLY-STATION
003140     PERFORM 2500-FIND-OR-ADD-STATION THRU 2500-EXIT
003150     IF WS-FOUND-IDX = 0
003160         GO TO 3100-EXIT
003170     END-IF
003180     ADD 1 TO WS-SCO-REJECTS (WS-FOUND-IDX).
003190 3100-EXIT.
003200     EXIT.
003210
003220*-----------------------------------------------------------*
003230* 4000-TALLY-DUPS - DETAIL LINES OF THE DUPLICATE LISTING    *
003240* CARRY THE YEAR IN COLUMNS 2-5 AND THE STATION IN COLUMNS   *
003250* 8-13; HEADING AND TRAILER LINES DO NOT LOOK LIKE THAT.     *
003260*-----------------------------------------------------------*
003270 4000-TALLY-DUPS.
003280     OPEN INPUT DUPLICATE-FILE
003290     PERFORM 4100-TALLY-ONE-DUP THRU 4100-EXIT
003300         UNTIL WS-DUPS-EOF
003310     CLOSE DUPLICATE-FILE.
003320 4000-EXIT.
003330     EXIT.
003340
003350 4100-TALLY-ONE-DUP.
003360     READ DUPLICATE-FILE
003370         AT END
003380             SET WS-DUPS-EOF TO TRUE
003390             GO TO 4100-EXIT
003400     END-READ
003410     IF DUPLICATE-LINE (2:4) NOT NUMERIC
003420         GO TO 4100-EXIT
003430     END-IF
003440     ADD 1 TO WS-DUP-LINE-COUNT
003450     MOVE DUPLICATE-LINE (8:6) TO WS-TALLY-STATION
003460     PERFORM 2500-FIND-OR-ADD-STATION THRU 2500-EXIT
003470     IF WS-FOUND-IDX = 0
003480         GO TO 4100-EXIT
003490     END-IF
003500     ADD 1 TO WS-SCO-DUPS (WS-FOUND-IDX).
003510 4100-EXIT.
003520     EXIT.
003530
003540*-----------------------------------------------------------*
003550* 5000-TALLY-GAPS - ONLY UNEXPLAINED MISSING INTERVALS COUNT *
003560* AGAINST A STATION - A PLANNED LINE IS SCHEDULED DOWNTIME.  *
003570* GAP LINES CARRY THE STATION IN COLUMNS 10-15, THE MISSING/ *
003580* PLANNED WORD IN COLUMNS 39-45 AND THE READING COUNT IN     *
003590* COLUMNS 76-81.                                             *
003600*-----------------------------------------------------------*
003610 5000-TALLY-GAPS.
003620     OPEN INPUT GAP-REPORT-FILE
003630     PERFORM 5100-TALLY-ONE-GAP THRU 5100-EXIT
003640         UNTIL WS-GAPS-EOF
003650     CLOSE GAP-REPORT-FILE.
003660 5000-EXIT.
003670     EXIT.
003680
003690 5100-TALLY-ONE-GAP.
003700     READ GAP-REPORT-FILE
003710         AT END
003720             SET WS-GAPS-EOF TO TRUE
003730             GO TO 5100-EXIT
003740     END-READ
003750     IF GAP-LINE (2:8) NOT = "STATION "
003760         GO TO 5100-EXIT
003770     END-IF
003780     IF GAP-LINE (39:7) NOT = "MISSING"
003790         GO TO 5100-EXIT
003800     END-IF
003810     IF GAP-LINE (76:6) NOT NUMERIC
003820         GO TO 5100-EXIT
003830     END-IF
003840     ADD 1 TO WS-GAP-LINE-COUNT
003850     MOVE GAP-LINE (10:6) TO WS-TALLY-STATION
003860     MOVE GAP-LINE (76:6) TO WS-TALLY-MISSING
003870     PERFORM 2500-FIND-OR-ADD-STATION THRU 2500-EXIT
003880     IF WS-FOUND-IDX = 0
003890         GO TO 5100-EXIT
003900     END-IF
003910     ADD WS-TALLY-MISSING TO WS-SCO-MISSING (WS-FOUND-IDX).
003920 5100-EXIT.
003930     EXIT.
003940
003950*-----------------------------------------------------------*
003960* 6000-TALLY-ALERTS - CRITICAL AND WARNING LINES COUNT,      *
003970* PLANNED LINES DO NOT.  THE STATION SITS IN COLUMNS 12-17.  *
003980*-----------------------------------------------------------*
003990 6000-TALLY-ALERTS.
004000     OPEN INPUT ALERT-REPORT-FILE
004010     PERFORM 6100-TALLY-ONE-ALERT THRU 6100-EXIT
004020         UNTIL WS-ALERTS-EOF
004030     CLOSE ALERT-REPORT-FILE.
004040 6000-EXIT.
004050     EXIT.
004060
004070 6100-TALLY-ONE-ALERT.
004080     READ ALERT-REPORT-FILE
004090         AT END
004100             SET WS-ALERTS-EOF TO TRUE
004110             GO TO 6100-EXIT
004120     END-READ
004130     IF ALERT-LINE (2:8) NOT = "CRITICAL"
004140             AND ALERT-LINE (2:7) NOT = "WARNING"
004150         GO TO 6100-EXIT
004160     END-IF
004170     IF ALERT-LINE (12:6) NOT NUMERIC
004180         GO TO 6100-EXIT
004190     END-IF
004200     ADD 1 TO WS-ALERT-LINE-COUNT
004210     MOVE ALERT-LINE (12:6) TO WS-TALLY-STATION
004220     PERFORM 2500-FIND-OR-ADD-STATION THRU 2500-EXIT
004230     IF WS-FOUND-IDX = 0
004240         GO TO 6100-EXIT
004250     END-IF
004260     ADD 1 TO WS-SCO-ALERTS (WS-FOUND-IDX).
004270 6100-EXIT.
004280     EXIT.
004290
004300*-----------------------------------------------------------*
004310* 6500-TALLY-SUSPECTS - ONE SUSPECT RECORD PER FIELD THE     *
004320* NEIGHBOR CHECK FLAGGED.  THE STATION SITS IN COLUMNS 1-6.  *
004330*-----------------------------------------------------------*
004340 6500-TALLY-SUSPECTS.
004350     OPEN INPUT SUSPECT-FILE
004360     PERFORM 6600-TALLY-ONE-SUSPECT THRU 6600-EXIT
004370         UNTIL WS-SUSPECTS-EOF
004380     CLOSE SUSPECT-FILE.
004390 6500-EXIT.
004400     EXIT.
004410
004420 6600-TALLY-ONE-SUSPECT.
004430     READ SUSPECT-FILE
004440         AT END
004450             SET WS-SUSPECTS-EOF TO TRUE
004460             GO TO 6600-EXIT
004470     END-READ
004480     IF SUS-STATION NOT NUMERIC
004490         GO TO 6600-EXIT
004500     END-IF
004510     ADD 1 TO WS-SUSPECT-READ-COUNT
004520     MOVE SUS-STATION TO WS-TALLY-STATION
004530     PERFORM 2500-FIND-OR-ADD-STATION THRU 2500-EXIT
004540     IF WS-FOUND-IDX = 0
004550         GO TO 6600-EXIT
004560     END-IF
004570     ADD 1 TO WS-SCO-SUSPECTS (WS-FOUND-IDX).
004580 6600-EXIT.
004590     EXIT.
004600
004610*-----------------------------------------------------------*
004620* 7000-COMPUTE-SCORES - COMPLETENESS IS HOURS RECEIVED OVER  *
004630* HOURS EXPECTED (RECEIVED PLUS UNEXPLAINED MISSING).  THE   *
004640* SCORE IS COMPLETENESS LESS THE REJECT RATE, THE DUPLICATE  *
004650* RATE, ONE POINT PER ALERT UP TO TEN, AND THE SUSPECT RATE  *
004660* (SUSPECT FIELDS PER HUNDRED HOURS RECEIVED, AT MOST 100);  *
004670* THE LETTER GRADE FOLLOWS THE SCORE.                        *
004680*-----------------------------------------------------------*
004690 7000-COMPUTE-SCORES.
004700     PERFORM 7100-SCORE-ONE-STATION THRU 7100-EXIT
004710         VARYING WS-STA-IDX FROM 1 BY 1
004720         UNTIL WS-STA-IDX > WS-STATION-COUNT.
004730 7000-EXIT.
004740     EXIT.
004750
004760 7100-SCORE-ONE-STATION.
004770     COMPUTE WS-EXPECTED-HOURS =
004780             WS-SCO-RECEIVED (WS-STA-IDX)
004790             + WS-SCO-MISSING (WS-STA-IDX)
004800     IF WS-EXPECTED-HOURS = 0
004810         MOVE 0 TO WS-COMPLETENESS
004820     ELSE
004830         COMPUTE WS-COMPLETENESS ROUNDED =
004840                 WS-SCO-RECEIVED (WS-STA-IDX) * 100
004850                 / WS-EXPECTED-HOURS
004860     END-IF
004870     IF WS-SCO-RECEIVED (WS-STA-IDX)
004880             + WS-SCO-REJECTS (WS-STA-IDX) = 0
004890         MOVE 0 TO WS-REJECT-RATE
004900     ELSE
004910         COMPUTE WS-REJECT-RATE ROUNDED =
004920                 WS-SCO-REJECTS (WS-STA-IDX) * 100
004930                 / (WS-SCO-RECEIVED (WS-STA-IDX)
004940                    + WS-SCO-REJECTS (WS-STA-IDX))
004950     END-IF
004960     IF WS-SCO-RECEIVED (WS-STA-IDX)
004970             + WS-SCO-DUPS (WS-STA-IDX) = 0
004980         MOVE 0 TO WS-DUP-RATE
004990     ELSE
005000         COMPUTE WS-DUP-RATE ROUNDED =
005010                 WS-SCO-DUPS (WS-STA-IDX) * 100
005020                 / (WS-SCO-RECEIVED (WS-STA-IDX)
005030                    + WS-SCO-DUPS (WS-STA-IDX))
005040     END-IF
005050     IF WS-SCO-ALERTS (WS-STA-IDX) > 10
005060         MOVE 10 TO WS-ALERT-PENALTY
005070     ELSE
005080         MOVE WS-SCO-ALERTS (WS-STA-IDX) TO WS-ALERT-PENALTY
005090     END-IF
005100     PERFORM 7200-COMPUTE-SUSPECT-RATE THRU 7200-EXIT
005110     COMPUTE WS-SCORE-WORK =
005120             WS-COMPLETENESS - WS-REJECT-RATE
005130             - WS-DUP-RATE - WS-ALERT-PENALTY
005140             - WS-SUSPECT-RATE
005150     MOVE WS-SCORE-WORK TO WS-SCO-SCORE (WS-STA-IDX)
005160     EVALUATE TRUE
005170         WHEN WS-SCORE-WORK >= 97
005180             MOVE "A" TO WS-SCO-GRADE (WS-STA-IDX)
005190         WHEN WS-SCORE-WORK >= 90
005200             MOVE "B" TO WS-SCO-GRADE (WS-STA-IDX)
005210         WHEN WS-SCORE-WORK >= 80
005220             MOVE "C" TO WS-SCO-GRADE (WS-STA-IDX)
005230         WHEN WS-SCORE-WORK >= 65
005240             MOVE "D" TO WS-SCO-GRADE (WS-STA-IDX)
005250         WHEN OTHER
005260             MOVE "F" TO WS-SCO-GRADE (WS-STA-IDX)
005270     END-EVALUATE.
005280 7100-EXIT.
005290     EXIT.
005300
005310 7200-COMPUTE-SUSPECT-RATE.
005320     IF WS-SCO-RECEIVED (WS-STA-IDX) = 0
005330         MOVE 0 TO WS-SUSPECT-RATE
005340         GO TO 7200-EXIT
005350     END-IF
005360     IF WS-SCO-SUSPECTS (WS-STA-IDX)
005370             > WS-SCO-RECEIVED (WS-STA-IDX)
005380         MOVE 100 TO WS-SUSPECT-RATE
005390     ELSE
005400         COMPUTE WS-SUSPECT-RATE ROUNDED =
005410                 WS-SCO-SUSPECTS (WS-STA-IDX) * 100
005420                 / WS-SCO-RECEIVED (WS-STA-IDX)
005430     END-IF.
005440 7200-EXIT.
005450     EXIT.
005460
005470*-----------------------------------------------------------*
005480* 8000-WRITE-SCORECARD - APPENDS ONE ROW PER STATION TO THE  *
005490* CUMULATIVE SCORECARD FILE AND PRINTS THE RUN'S RANKING,    *
005500* WORST SCORE FIRST, SO THE STATIONS THAT NEED THE PROVIDER  *
005510* CALL LEAD THE PAGE.                                        *
005520*-----------------------------------------------------------*
005530 8000-WRITE-SCORECARD.
005540     OPEN EXTEND SCORECARD-FILE
005550     IF WS-SCORECARD-STATUS NOT = "00"
005560         OPEN OUTPUT SCORECARD-FILE
005570     END-IF
005580     OPEN OUTPUT SCORE-REPORT-FILE
005590     MOVE SPACES TO SCORE-LINE
005600     STRING "WEATHER STATION QUALITY SCORECARD - RUN DATE "
005610            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
005620            " - WORST FIRST"
005630            DELIMITED BY SIZE INTO SCORE-LINE
005640     WRITE SCORE-LINE
005650     MOVE " GRADE STATION NAME                 RECEIVED MISS" &
005660          "ING REJECTS DUPS   ALERTS COMPLETE REJRATE DUPRATE" &
005670          " SUSRATE"
005680          TO SCORE-LINE
005690     WRITE SCORE-LINE
005700     PERFORM 8100-PRINT-WORST-REMAINING THRU 8100-EXIT
005710         UNTIL WS-PRINTED-COUNT >= WS-STATION-COUNT
005720     MOVE SPACES TO SCORE-LINE
005730     WRITE SCORE-LINE
005740     MOVE SPACES TO SCORE-LINE
005750     STRING "END OF SCORECARD - " WS-STATION-COUNT
005760            " STATIONS SCORED"
005770            DELIMITED BY SIZE INTO SCORE-LINE
005780     WRITE SCORE-LINE
005790     CLOSE SCORE-REPORT-FILE
005800     CLOSE SCORECARD-FILE.
005810 8000-EXIT.
005820     EXIT.
005830
005840 8100-PRINT-WORST-REMAINING.
005850     MOVE 0 TO WS-WORST-IDX
005860     PERFORM 8110-SCAN-ONE-FOR-WORST THRU 8110-EXIT
005870         VARYING WS-SCAN-IDX FROM 1 BY 1
005880         UNTIL WS-SCAN-IDX > WS-STATION-COUNT
005890     IF WS-WORST-IDX = 0
005900         MOVE WS-STATION-COUNT TO WS-PRINTED-COUNT
005910         GO TO 8100-EXIT
005920     END-IF
005930     MOVE WS-WORST-IDX TO WS-STA-IDX
005940     MOVE 'Y' TO WS-SCO-PRINTED-SW (WS-STA-IDX)
005950     ADD 1 TO WS-PRINTED-COUNT
005960     PERFORM 8200-WRITE-ONE-SCORE-ROW THRU 8200-EXIT.
005970 8100-EXIT.
005980     EXIT.
005990
006000 8110-SCAN-ONE-FOR-WORST.
006010     IF WS-SCO-PRINTED-SW (WS-SCAN-IDX) = 'Y'
006020         GO TO 8110-EXIT
006030     END-IF
006040     IF WS-WORST-IDX = 0
006050         MOVE WS-SCAN-IDX TO WS-WORST-IDX
006060         GO TO 8110-EXIT
006070     END-IF
006080     IF WS-SCO-SCORE (WS-SCAN-IDX)
006090             < WS-SCO-SCORE (WS-WORST-IDX)
006100         MOVE WS-SCAN-IDX TO WS-WORST-IDX
006110     END-IF.
006120 8110-EXIT.
006130     EXIT.
006140
006150 8200-WRITE-ONE-SCORE-ROW.
006160     COMPUTE WS-EXPECTED-HOURS =
006170             WS-SCO-RECEIVED (WS-STA-IDX)
006180             + WS-SCO-MISSING (WS-STA-IDX)
006190     IF WS-EXPECTED-HOURS = 0
006200         MOVE 0 TO WS-COMPLETENESS
006210     ELSE
006220         COMPUTE WS-COMPLETENESS ROUNDED =
006230                 WS-SCO-RECEIVED (WS-STA-IDX) * 100
006240                 / WS-EXPECTED-HOURS
006250     END-IF
006260     IF WS-SCO-RECEIVED (WS-STA-IDX)
006270             + WS-SCO-REJECTS (WS-STA-IDX) = 0
006280         MOVE 0 TO WS-REJECT-RATE
006290     ELSE
006300         COMPUTE WS-REJECT-RATE ROUNDED =
006310                 WS-SCO-REJECTS (WS-STA-IDX) * 100
006320                 / (WS-SCO-RECEIVED (WS-STA-IDX)
006330                    + WS-SCO-REJECTS (WS-STA-IDX))
006340     END-IF
006350     IF WS-SCO-RECEIVED (WS-STA-IDX)
006360             + WS-SCO-DUPS (WS-STA-IDX) = 0
006370         MOVE 0 TO WS-DUP-RATE
006380     ELSE
006390         COMPUTE WS-DUP-RATE ROUNDED =
006400                 WS-SCO-DUPS (WS-STA-IDX) * 100
006410                 / (WS-SCO-RECEIVED (WS-STA-IDX)
006420                    + WS-SCO-DUPS (WS-STA-IDX))
006430     END-IF
006440     PERFORM 7200-COMPUTE-SUSPECT-RATE THRU 7200-EXIT
006450     MOVE WS-COMPLETENESS TO WS-COMPLETENESS-ED
006460     MOVE WS-REJECT-RATE  TO WS-REJECT-RATE-ED
006470     MOVE WS-DUP-RATE     TO WS-DUP-RATE-ED
006480     MOVE WS-SUSPECT-RATE TO WS-SUSPECT-RATE-ED
006490     MOVE SPACES TO SCORE-LINE
006500     STRING "   " WS-SCO-GRADE (WS-STA-IDX)
006510            "   " WS-SCO-STATION (WS-STA-IDX)
006520            "  " WS-SCO-NAME (WS-STA-IDX)
006530            " " WS-SCO-RECEIVED (WS-STA-IDX)
006540            " " WS-SCO-MISSING (WS-STA-IDX)
006550            " " WS-SCO-REJECTS (WS-STA-IDX)
006560            " " WS-SCO-DUPS (WS-STA-IDX)
006570            " " WS-SCO-ALERTS (WS-STA-IDX)
006580            "  " WS-COMPLETENESS-ED
006590            "   " WS-REJECT-RATE-ED
006600            "   " WS-DUP-RATE-ED
006610            "   " WS-SUSPECT-RATE-ED
006620            DELIMITED BY SIZE INTO SCORE-LINE
006630     WRITE SCORE-LINE
006640*    THE SAME ROW GOES TO THE CUMULATIVE FILE SO GRADES CAN
006650*    BE TRACKED ACROSS RUNS AND SENT TO THE FEED PROVIDERS.
006660     IF WS-SCO-STATION (WS-STA-IDX) NUMERIC
006670         MOVE SPACES TO SCORECARD-RECORD
006680         MOVE WS-RUN-DATE TO SC-RUN-DATE
006690         MOVE WS-SCO-STATION (WS-STA-IDX) TO SC-STATION
006700         MOVE WS-SCO-RECEIVED (WS-STA-IDX)
006710              TO SC-HOURS-RECEIVED
006720         MOVE WS-SCO-MISSING (WS-STA-IDX)
006730              TO SC-HOURS-MISSING
006740         MOVE WS-SCO-REJECTS (WS-STA-IDX) TO SC-REJECT-COUNT
006750         MOVE WS-SCO-DUPS (WS-STA-IDX)    TO SC-DUP-COUNT
006760         MOVE WS-SCO-ALERTS (WS-STA-IDX)  TO SC-ALERT-COUNT
006770         MOVE WS-COMPLETENESS             TO SC-COMPLETENESS
006780         MOVE WS-SCO-GRADE (WS-STA-IDX)   TO SC-GRADE
006790         MOVE WS-SCO-SUSPECTS (WS-STA-IDX) TO SC-SUSPECT-COUNT
006800         WRITE SCORECARD-RECORD
006810     END-IF.
006820 8200-EXIT.
006830     EXIT.
006840
006850*-----------------------------------------------------------*
006860* 9999-TERMINATE                                             *
006870*-----------------------------------------------------------*
006880 9999-TERMINATE.
006890     DISPLAY "WEATHER-SCORECARD: " WS-STATION-COUNT
006900             " stations scored from " WS-GOOD-READ-COUNT
006910             " accepted, " WS-REJECT-READ-COUNT " rejects, "
006920             WS-DUP-LINE-COUNT " duplicates, "
006930             WS-GAP-LINE-COUNT " gaps, "
006940             WS-ALERT-LINE-COUNT " alerts, "
006950             WS-SUSPECT-READ-COUNT " suspect fields."
006960     IF WS-TABLE-FULL
006970         DISPLAY "WEATHER-SCORECARD: score table overflow - "
006980                 "scorecard is incomplete"
006990         MOVE 12 TO RETURN-CODE
007000     ELSE
007010         MOVE 0 TO RETURN-CODE
007020     END-IF.
007030 9999-EXIT.
007040     EXIT.
007050
