000490*                  FOR HTTP-REQUEST AND RECORDS READ/        *
000500*                  ACCEPTED (FROM WEATHERHIST.DAT) FOR       *
000510*                  READTESTDATA.                             *
000520* 2026-10-15  DSG  RUN WEATHER-REFORMAT BETWEEN THE PULL AND *
000530*                  READTESTDATA, SO FEEDS SENT IN A          *
000540*                  PROVIDER'S OWN LAYOUT REACH THE EDIT AS   *
000550*                  STANDARD YEARLY FILES.  A MANDATORY FEED  *
000560*                  THAT CANNOT BE REFORMATTED (RC 8) STOPS   *
000570*                  THE JOB SHORT OF READTESTDATA JUST AS A   *
000580*                  FAILED DOWNLOAD DOES.                     *
000590* 2026-10-15  DSG  RUN SUBS-EXTRACT AHEAD OF WEATHER-DELIVER *
000600*                  SO EACH SUBSCRIBER'S TAILORED FILE IS     *
000610*                  BUILT FROM THE EXTRACT JUST WRITTEN.  ITS *
000620*                  WARNINGS ARE SHOWN; DELIVERY STILL RUNS   *
000630*                  AND CHECKS EVERY FILE ITSELF.             *
000640* 2026-10-15  DSG  RUN WEATHER-AUDIT BEFORE THE PULL ON A    *
000650*                  NORMAL START.  A FAILED CROSS-FILE AUDIT  *
000660*                  OF THE LAST CYCLE'S FILES (RC 8) STOPS    *
000670*                  THE JOB SHORT OF THE DOWNLOAD SO THE      *
000680*                  EVIDENCE IS NOT OVERWRITTEN.              *
000690*-----------------------------------------------------------*
000700*
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "WEATHERCHKP.DAT"
000750     ORGANIZATION IS LINE SEQUENTIAL.
000760
000770     SELECT OPTIONAL ARCH-PARM-FILE ASSIGN TO "ARCHPARM.DAT"
000780     ORGANIZATION IS LINE SEQUENTIAL.
000790
000800     SELECT OPTIONAL JOB-HISTORY-FILE ASSIGN TO
000810     "WEATHERJOBHIST.DAT"
000820     ORGANIZATION IS LINE SEQUENTIAL.
000830
000840     SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO "WEATHERLOCK.DAT"
000850     ORGANIZATION IS LINE SEQUENTIAL.
000860
000870     SELECT OPTIONAL LOCK-OVERRIDE-FILE ASSIGN TO
000880     "LOCKOVRD.DAT"
000890     ORGANIZATION IS LINE SEQUENTIAL.
000900
000910     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO
000920     "WEATHERCTL.DAT"
000930     ORGANIZATION IS LINE SEQUENTIAL.
000940
000950     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO
000960     "WEATHERHIST.DAT"
000970     ORGANIZATION IS LINE SEQUENTIAL.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  CHECKPOINT-FILE.
001020 01  CHECKPOINT-RECORD.
001030     05 CKP-TAG                 PIC X(06).
001040     05 FILLER                  PIC X(01).
001050     05 CKP-DETAIL              PIC X(22).
001060
001070 FD  ARCH-PARM-FILE.
001080 01  PARM-CARD.
001090     05 PARM-TAG                PIC X(04).
001100     05 FILLER                  PIC X(01).
001110     05 PARM-VALUE              PIC X(60).
001120
001130 FD  JOB-HISTORY-FILE.
001140 01  JOB-HISTORY-RECORD.
001150     05 JH-RUN-ID               PIC 9(14).
001160     05 FILLER                  PIC X(01).
001170     05 JH-STEP-NAME            PIC X(16).
001180     05 FILLER                  PIC X(01).
001190     05 JH-START-STAMP          PIC 9(14).
001200     05 FILLER                  PIC X(01).
001210     05 JH-END-STAMP            PIC 9(14).
001220     05 FILLER                  PIC X(01).
001230     05 JH-RETURN-CODE          PIC 9(04).
001240     05 FILLER                  PIC X(01).
001250     05 JH-COUNT-1              PIC 9(08).
001260     05 FILLER                  PIC X(01).
001270     05 JH-COUNT-2              PIC 9(08).
001280
001290 FD  RUN-LOCK-FILE.
001300 01  RUN-LOCK-RECORD.
001310     05 LK-STATUS               PIC X(08).
001320     05 FILLER                  PIC X(01).
001330     05 LK-OPERATOR             PIC X(16).
001340     05 FILLER                  PIC X(01).
001350     05 LK-STAMP                PIC 9(14).
001360
001370 FD  LOCK-OVERRIDE-FILE.
001380 01  OVERRIDE-CARD.
001390     05 OVR-TAG                 PIC X(04).
001400     05 FILLER                  PIC X(01).
001410     05 OVR-VALUE               PIC X(10).
001420
001430 FD  CONTROL-TOTAL-FILE.
001440 01  CONTROL-TOTAL-RECORD.
001450     05 CT-FILE-NAME            PIC X(100).
001460     05 FILLER                  PIC X(01).
001470     05 CT-EXPECTED-COUNT       PIC 9(08).
001480
001490 FD  RUN-HISTORY-FILE.
001500 01  RUN-HISTORY-RECORD.
001510     05 RH-RUN-DATE             PIC X(08).
001520     05 FILLER                  PIC X(01).
001530     05 RH-FIRST-YEAR           PIC X(04).
001540     05 FILLER                  PIC X(01).
001550     05 RH-LAST-YEAR            PIC X(04).
001560     05 FILLER                  PIC X(01).
001570     05 RH-READ-COUNT           PIC X(08).
001580     05 FILLER                  PIC X(01).
001590     05 RH-GOOD-COUNT           PIC X(08).
001600     05 FILLER                  PIC X(150).
001610
001620 WORKING-STORAGE SECTION.
001630 77  WS-DOWNLOAD-RETURN-CODE    PIC S9(04) VALUE 0.
001640 77  WS-REFORMAT-RETURN-CODE    PIC S9(04) VALUE 0.
001650 77  WS-JOB-RUN-ID              PIC 9(14) VALUE 0.
001660 01  WS-NOW-STAMP               PIC 9(14) VALUE 0.
001670 01  WS-NOW-STAMP-X  REDEFINES WS-NOW-STAMP.
001680     05 WS-NOW-DATE             PIC 9(08).
001690     05 WS-NOW-TIME             PIC 9(06).
001700 77  WS-NOW-TIME-RAW            PIC 9(08) VALUE 0.
001710 77  WS-STEP-NAME               PIC X(16) VALUE SPACES.
001720 77  WS-STEP-START              PIC 9(14) VALUE 0.
001730 77  WS-STEP-RC                 PIC 9(04) VALUE 0.
001740 77  WS-STEP-COUNT-1            PIC 9(08) VALUE 0.
001750 77  WS-STEP-COUNT-2            PIC 9(08) VALUE 0.
001760 77  WS-LOCK-OPERATOR           PIC X(16) VALUE SPACES.
001770 77  WS-HELD-BY                 PIC X(16) VALUE SPACES.
001780 77  WS-HELD-SINCE              PIC 9(14) VALUE 0.
001790 77  WS-MOVE-COMMAND            PIC X(250) VALUE SPACES.
001800
001810 01  WS-SWITCHES.
001820     05 WS-RESTART-SW           PIC X(01) VALUE 'N'.
001830        88 WS-RESTART-NEEDED               VALUE 'Y'.
001840     05 WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
001850        88 WS-PARM-EOF                     VALUE 'Y'.
001860     05 WS-AUTO-ARCHIVE-SW      PIC X(01) VALUE 'N'.
001870        88 WS-AUTO-ARCHIVE                 VALUE 'Y'.
001880     05 WS-LOCK-EOF-SW          PIC X(01) VALUE 'N'.
001890        88 WS-LOCK-EOF                     VALUE 'Y'.
001900     05 WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
001910        88 WS-LOCK-HELD                    VALUE 'Y'.
001920     05 WS-OVERRIDE-EOF-SW      PIC X(01) VALUE 'N'.
001930        88 WS-OVERRIDE-EOF                 VALUE 'Y'.
001940     05 WS-OVERRIDE-SW          PIC X(01) VALUE 'N'.
001950        88 WS-OVERRIDE-GIVEN               VALUE 'Y'.
001960     05 WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001970        88 WS-CTL-EOF                      VALUE 'Y'.
001980     05 WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
001990        88 WS-HIST-EOF                     VALUE 'Y'.
002000
002010 PROCEDURE DIVISION.
002020*
002030*-----------------------------------------------------------*
002040* 0000-MAIN-LOGIC                                            *
002050*-----------------------------------------------------------*
002060 0000-MAIN-LOGIC.
002070     PERFORM 0300-TAKE-RUN-LOCK THRU 0300-EXIT
002080     PERFORM 0500-START-JOB-HISTORY THRU 0500-EXIT
002090     PERFORM 1000-CHECK-PRIOR-RUN THRU 1000-EXIT
002100     IF WS-RESTART-NEEDED
002110         DISPLAY "WEATHER-JOB: abandoned prior run detected - "
002120                 "skipping download and restarting "
002130                 "READTESTDATA."
002140         MOVE "READTESTDATA" TO WS-STEP-NAME
002150         PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
002160         MOVE WS-NOW-STAMP TO WS-STEP-START
002170         CALL "READTESTDATA"
002180         MOVE RETURN-CODE TO WS-DOWNLOAD-RETURN-CODE
002190         MOVE WS-DOWNLOAD-RETURN-CODE TO WS-STEP-RC
002200         PERFORM 5300-GET-REPORT-COUNTS THRU 5300-EXIT
002210         PERFORM 5000-RECORD-STEP THRU 5000-EXIT
002220         PERFORM 3000-CHECK-ALERT-SIGNAL THRU 3000-EXIT
002230         PERFORM 2500-RUN-DELIVERY THRU 2500-EXIT
002240     ELSE
002250         PERFORM 1500-RUN-INTEGRITY-AUDIT THRU 1500-EXIT
002260         IF WS-DOWNLOAD-RETURN-CODE < 8
002270             PERFORM 2000-DOWNLOAD-AND-REPORT THRU 2000-EXIT
002280         END-IF
002290     END-IF
002300     PERFORM 4000-RUN-HOUSEKEEPING THRU 4000-EXIT
002310     CLOSE JOB-HISTORY-FILE
002320     PERFORM 9000-RELEASE-RUN-LOCK THRU 9000-EXIT
002330     MOVE WS-DOWNLOAD-RETURN-CODE TO RETURN-CODE
002340     GOBACK.
002350
002360*-----------------------------------------------------------*
002370* 0300-TAKE-RUN-LOCK - A SECOND WEATHER-JOB STARTED WHILE    *
002380* ONE IS MID-FLIGHT WOULD FIGHT THE LIVE RUN FOR THE         *
002390* CHECKPOINT AND WORK FILES AND WRONGLY TAKE THE RESTART     *
002400* PATH, SO AN ACTIVE LOCK REFUSES THE START WITH RC 12.  THE *
002410* LOCK RECORDS WHO TOOK IT AND WHEN, SO A LIVE RUN CAN BE    *
002420* TOLD FROM A STALE LOCK LEFT BY A CRASH - THE STALE CASE IS *
002430* CLEARED BY THE OVRD Y CARD ON LOCKOVRD.DAT, WHICH IS       *
002440* RENAMED TO .USED SO IT ONLY FIRES ONCE.                    *
002450*-----------------------------------------------------------*
002460 0300-TAKE-RUN-LOCK.
002470     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT "USER"
002480     IF WS-LOCK-OPERATOR = SPACES
002490         MOVE "OPERATOR" TO WS-LOCK-OPERATOR
002500     END-IF
002510     OPEN INPUT RUN-LOCK-FILE
002520     READ RUN-LOCK-FILE
002530         AT END
002540             SET WS-LOCK-EOF TO TRUE
002550     END-READ
002560     IF NOT WS-LOCK-EOF AND LK-STATUS = "ACTIVE"
002570         SET WS-LOCK-HELD TO TRUE
002580         MOVE LK-OPERATOR TO WS-HELD-BY
002590         MOVE LK-STAMP    TO WS-HELD-SINCE
002600     END-IF
002610     CLOSE RUN-LOCK-FILE
002620     IF NOT WS-LOCK-HELD
002630         GO TO 0300-WRITE-LOCK
002640     END-IF
002650     PERFORM 0400-CHECK-LOCK-OVERRIDE THRU 0400-EXIT
002660     IF WS-OVERRIDE-GIVEN
002670         DISPLAY "WEATHER-JOB: stale lock held by " WS-HELD-BY
002680                 " since " WS-HELD-SINCE
002690                 " cleared by operator override."
002700         MOVE "mv LOCKOVRD.DAT LOCKOVRD.USED"
002710              TO WS-MOVE-COMMAND
002720         CALL "SYSTEM" USING WS-MOVE-COMMAND
002730         GO TO 0300-WRITE-LOCK
002740     END-IF
002750     DISPLAY "WEATHER-JOB: ANOTHER RUN HOLDS THE LOCK - "
002760             "held by " WS-HELD-BY " since " WS-HELD-SINCE
002770             ".  If that run is dead, place an OVRD Y card "
002780             "on LOCKOVRD.DAT and resubmit."
002790     MOVE 12 TO RETURN-CODE
002800     GOBACK.
002810 0300-WRITE-LOCK.
002820     PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
002830     OPEN OUTPUT RUN-LOCK-FILE
002840     MOVE SPACES TO RUN-LOCK-RECORD
002850     MOVE "ACTIVE" TO LK-STATUS
002860     MOVE WS-LOCK-OPERATOR TO LK-OPERATOR
002870     MOVE WS-NOW-STAMP TO LK-STAMP
002880     WRITE RUN-LOCK-RECORD
002890     CLOSE RUN-LOCK-FILE.
002900 0300-EXIT.
002910     EXIT.
002920
002930*-----------------------------------------------------------*
002940* 0400-CHECK-LOCK-OVERRIDE - OVRD Y ON LOCKOVRD.DAT IS THE   *
002950* OPERATOR SAYING THE LOCK IS STALE.                         *
002960*-----------------------------------------------------------*
002970 0400-CHECK-LOCK-OVERRIDE.
002980     OPEN INPUT LOCK-OVERRIDE-FILE
002990     PERFORM 0410-READ-OVERRIDE-CARD THRU 0410-EXIT
003000         UNTIL WS-OVERRIDE-EOF
003010     CLOSE LOCK-OVERRIDE-FILE.
003020 0400-EXIT.
003030     EXIT.
003040
003050 0410-READ-OVERRIDE-CARD.
003060     READ LOCK-OVERRIDE-FILE
003070         AT END
003080             SET WS-OVERRIDE-EOF TO TRUE
003090             GO TO 0410-EXIT
003100     END-READ
003110     IF OVR-TAG = "OVRD" AND OVR-VALUE (1:1) = "Y"
003120         SET WS-OVERRIDE-GIVEN TO TRUE
003130     END-IF.
003140 0410-EXIT.
003150     EXIT.
003160
003170*-----------------------------------------------------------*
003180* 0500-START-JOB-HISTORY - THE JOB RUN ID IS THE START       *
003190* TIMESTAMP, AND EVERY STEP RECORD OF THE NIGHT CARRIES IT   *
003200* SO WEATHER-STATUS CAN GROUP A RUN'S STEPS TOGETHER.        *
003210*-----------------------------------------------------------*
003220 0500-START-JOB-HISTORY.
003230     PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
003240     MOVE WS-NOW-STAMP TO WS-JOB-RUN-ID
003250     OPEN EXTEND JOB-HISTORY-FILE.
003260 0500-EXIT.
003270     EXIT.
003280
003290*-----------------------------------------------------------*
003300* 1000-CHECK-PRIOR-RUN - A CHECKPOINT FILE WHOSE STATUS LINE *
003310* STILL SAYS INPROGRESS MEANS THE LAST READTESTDATA RUN      *
003320* NEVER REACHED ITS SUMMARY.                                 *
003330*-----------------------------------------------------------*
003340 1000-CHECK-PRIOR-RUN.
003350     OPEN INPUT CHECKPOINT-FILE
003360     READ CHECKPOINT-FILE
003370         AT END
003380             GO TO 1000-CLOSE
003390     END-READ
003400     IF CKP-TAG = "STATUS" AND CKP-DETAIL = "INPROGRESS"
003410         SET WS-RESTART-NEEDED TO TRUE
003420     END-IF.
003430 1000-CLOSE.
003440     CLOSE CHECKPOINT-FILE.
003450 1000-EXIT.
003460     EXIT.
003470
003480*-----------------------------------------------------------*
003490* 1500-RUN-INTEGRITY-AUDIT - BEFORE A NEW PULL REPLACES THE  *
003500* WORK FILE, WEATHER-AUDIT RECONCILES IT WITH EVERYTHING THE *
003510* LAST CYCLE BUILT FROM IT - HISTORY, EXTRACT, SUMMARIES,    *
003520* SCORECARD AND INDEX.  A FAILED AUDIT (RC 8) STOPS THE JOB  *
003530* WITH THOSE FILES LEFT AS THEY ARE FOR INVESTIGATION; RC 4  *
003540* (HALT N ON AUDITPARM.DAT, OR A BAD CARD) IS ONLY REPORTED. *
003550*-----------------------------------------------------------*
003560 1500-RUN-INTEGRITY-AUDIT.
003570     DISPLAY "WEATHER-JOB: starting WEATHER-AUDIT."
003580     MOVE "WEATHER-AUDIT" TO WS-STEP-NAME
003590     PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
003600     MOVE WS-NOW-STAMP TO WS-STEP-START
003610     CALL "WEATHER-AUDIT"
003620     MOVE RETURN-CODE TO WS-STEP-RC
003630     MOVE 0 TO WS-STEP-COUNT-1
003640     MOVE 0 TO WS-STEP-COUNT-2
003650     PERFORM 5000-RECORD-STEP THRU 5000-EXIT
003660     IF WS-STEP-RC >= 8
003670         DISPLAY "WEATHER-JOB: INTEGRITY AUDIT FAILED - "
003680                 "download and report NOT run.  SEE "
003690                 "WEATHERAUDIT.TXT."
003700         MOVE WS-STEP-RC TO WS-DOWNLOAD-RETURN-CODE
003710         GO TO 1500-EXIT
003720     END-IF
003730     IF WS-STEP-RC NOT = 0
003740         DISPLAY "WEATHER-JOB: integrity audit warnings - SEE "
003750                 "WEATHERAUDIT.TXT."
003760     END-IF.
003770 1500-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------*
003810* 2000-DOWNLOAD-AND-REPORT - THE ORIGINAL JOB FLOW.          *
003820*-----------------------------------------------------------*
003830 2000-DOWNLOAD-AND-REPORT.
003840     DISPLAY "WEATHER-JOB: starting HTTP-REQUEST."
003850     MOVE "HTTP-REQUEST" TO WS-STEP-NAME
003860     PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
003870     MOVE WS-NOW-STAMP TO WS-STEP-START
003880     CALL "HTTP-REQUEST"
003890     MOVE RETURN-CODE TO WS-DOWNLOAD-RETURN-CODE
003900     MOVE WS-DOWNLOAD-RETURN-CODE TO WS-STEP-RC
003910     PERFORM 5200-GET-DOWNLOAD-COUNT THRU 5200-EXIT
003920     PERFORM 5000-RECORD-STEP THRU 5000-EXIT
003930     IF WS-DOWNLOAD-RETURN-CODE = 0
003940         PERFORM 2200-RUN-REFORMAT THRU 2200-EXIT
003950     END-IF
003960     IF WS-DOWNLOAD-RETURN-CODE = 0
003970         DISPLAY "WEATHER-JOB: download succeeded, "
003980                 "starting READTESTDATA."
003990         MOVE "READTESTDATA" TO WS-STEP-NAME
004000         PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
004010         MOVE WS-NOW-STAMP TO WS-STEP-START
004020         CALL "READTESTDATA"
004030         MOVE RETURN-CODE TO WS-DOWNLOAD-RETURN-CODE
004040         MOVE WS-DOWNLOAD-RETURN-CODE TO WS-STEP-RC
004050         PERFORM 5300-GET-REPORT-COUNTS THRU 5300-EXIT
004060         PERFORM 5000-RECORD-STEP THRU 5000-EXIT
004070         PERFORM 3000-CHECK-ALERT-SIGNAL THRU 3000-EXIT
004080         PERFORM 2500-RUN-DELIVERY THRU 2500-EXIT
004090     ELSE
004100         IF WS-REFORMAT-RETURN-CODE < 8
004110             DISPLAY "WEATHER-JOB: download failed with "
004120                     "RETURN-CODE " WS-DOWNLOAD-RETURN-CODE
004130                     " - READTESTDATA will NOT be run against "
004140                     "a stale or missing file."
004150         END-IF
004160     END-IF.
004170 2000-EXIT.
004180     EXIT.
004190
004200*-----------------------------------------------------------*
004210* 2200-RUN-REFORMAT - FEEDS CARRYING A LAYO CARD ARE        *
004220* REWRITTEN AS STANDARD YEARLY FILES BEFORE THE EDIT.  RC 4 *
004230* (LINES REJECTED, A CONTROL TOTAL OFF) IS ONLY REPORTED;   *
004240* RC 8 MEANS A MANDATORY FEED HAS NO USABLE YEARLY FILE, SO *
004250* READTESTDATA IS NOT RUN.                                  *
004260*-----------------------------------------------------------*
004270 2200-RUN-REFORMAT.
004280     DISPLAY "WEATHER-JOB: starting WEATHER-REFORMAT."
004290     MOVE "WEATHER-REFORMAT" TO WS-STEP-NAME
004300     PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
004310     MOVE WS-NOW-STAMP TO WS-STEP-START
004320     CALL "WEATHER-REFORMAT"
004330     MOVE RETURN-CODE TO WS-REFORMAT-RETURN-CODE
004340     MOVE WS-REFORMAT-RETURN-CODE TO WS-STEP-RC
004350     MOVE 0 TO WS-STEP-COUNT-1
004360     MOVE 0 TO WS-STEP-COUNT-2
004370     PERFORM 5000-RECORD-STEP THRU 5000-EXIT
004380     IF WS-REFORMAT-RETURN-CODE >= 8
004390         DISPLAY "WEATHER-JOB: reformat failed with "
004400                 "RETURN-CODE " WS-REFORMAT-RETURN-CODE
004410                 " - READTESTDATA will NOT be run.  SEE "
004420                 "WEATHERRFMT.TXT."
004430         MOVE WS-REFORMAT-RETURN-CODE TO WS-DOWNLOAD-RETURN-CODE
004440         GO TO 2200-EXIT
004450     END-IF
004460     IF WS-REFORMAT-RETURN-CODE NOT = 0
004470         DISPLAY "WEATHER-JOB: reformat warnings - SEE "
004480                 "WEATHERRFMT.TXT."
004490     END-IF.
004500 2200-EXIT.
004510     EXIT.
004520
004530*-----------------------------------------------------------*
004540* 2500-RUN-DELIVERY - AFTER A GOOD REPORT STEP (RC 0 OR THE  *
004550* ALERT SIGNAL 4) THE EXTRACT GOES OUT TO ITS CONSUMERS.  AN *
004560* UNDELIVERED DESTINATION SURFACES ON THE JOB'S RETURN CODE  *
004570* SO NOBODY DOWNSTREAM WORKS FROM A STALE COPY IN SILENCE.   *
004580* SUBS-EXTRACT FIRST CUTS EACH SUBSCRIBER'S OWN FILE FROM    *
004590* THE EXTRACT.                                               *
004600*-----------------------------------------------------------*
004610 2500-RUN-DELIVERY.
004620     IF WS-DOWNLOAD-RETURN-CODE NOT = 0
004630             AND WS-DOWNLOAD-RETURN-CODE NOT = 4
004640         GO TO 2500-EXIT
004650     END-IF
004660     DISPLAY "WEATHER-JOB: starting SUBS-EXTRACT."
004670     MOVE "SUBS-EXTRACT" TO WS-STEP-NAME
004680     PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
004690     MOVE WS-NOW-STAMP TO WS-STEP-START
004700     CALL "SUBS-EXTRACT"
004710     MOVE RETURN-CODE TO WS-STEP-RC
004720     MOVE 0 TO WS-STEP-COUNT-1
004730     MOVE 0 TO WS-STEP-COUNT-2
004740     PERFORM 5000-RECORD-STEP THRU 5000-EXIT
004750     IF WS-STEP-RC NOT = 0
004760         DISPLAY "WEATHER-JOB: subscriber extract warnings - "
004770                 "SEE SUBSEXTRACT.TXT."
004780     END-IF
004790     DISPLAY "WEATHER-JOB: starting WEATHER-DELIVER."
004800     MOVE "WEATHER-DELIVER" TO WS-STEP-NAME
004810     PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
004820     MOVE WS-NOW-STAMP TO WS-STEP-START
004830     CALL "WEATHER-DELIVER"
004840     MOVE RETURN-CODE TO WS-STEP-RC
004850     MOVE 0 TO WS-STEP-COUNT-1
004860     MOVE 0 TO WS-STEP-COUNT-2
004870     PERFORM 5000-RECORD-STEP THRU 5000-EXIT
004880     IF WS-STEP-RC NOT = 0
004890         DISPLAY "WEATHER-JOB: DELIVERY INCOMPLETE - SEE "
004900                 "WEATHERDELIV.LOG."
004910         MOVE WS-STEP-RC TO WS-DOWNLOAD-RETURN-CODE
004920     END-IF.
004930 2500-EXIT.
004940     EXIT.
004950
004960*-----------------------------------------------------------*
004970* 3000-CHECK-ALERT-SIGNAL - READTESTDATA ANSWERS WITH        *
004980* RETURN-CODE 4 WHEN CRITICAL THRESHOLD BREACHES ARE ON THE  *
004990* ALERT REPORT, SO THE OPERATOR SEES IT ON THE JOB LOG TOO.  *
005000*-----------------------------------------------------------*
005010 3000-CHECK-ALERT-SIGNAL.
005020     IF WS-DOWNLOAD-RETURN-CODE = 4
005030         DISPLAY "WEATHER-JOB: CRITICAL THRESHOLD ALERTS "
005040                 "RAISED - SEE WEATHERALERT.TXT."
005050     END-IF.
005060 3000-EXIT.
005070     EXIT.
005080
005090*-----------------------------------------------------------*
005100* 4000-RUN-HOUSEKEEPING - WHEN ARCHPARM.DAT CARRIES AUTO Y,  *
005110* THE RETENTION/ARCHIVE STEP RUNS AT THE END OF A SUCCESSFUL *
005120* JOB (RETURN-CODE 0 OR THE ALERT SIGNAL 4).  IT CAN ALWAYS  *
005130* BE RUN STANDALONE INSTEAD.                                 *
005140*-----------------------------------------------------------*
005150 4000-RUN-HOUSEKEEPING.
005160     IF WS-DOWNLOAD-RETURN-CODE NOT = 0
005170             AND WS-DOWNLOAD-RETURN-CODE NOT = 4
005180         GO TO 4000-EXIT
005190     END-IF
005200     OPEN INPUT ARCH-PARM-FILE
005210     PERFORM 4100-READ-ARCH-PARM THRU 4100-EXIT
005220         UNTIL WS-PARM-EOF
005230     CLOSE ARCH-PARM-FILE
005240     IF WS-AUTO-ARCHIVE
005250         DISPLAY "WEATHER-JOB: starting WEATHER-ARCHIVE "
005260                 "housekeeping."
005270         MOVE "WEATHER-ARCHIVE" TO WS-STEP-NAME
005280         PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
005290         MOVE WS-NOW-STAMP TO WS-STEP-START
005300         CALL "WEATHER-ARCHIVE"
005310         MOVE RETURN-CODE TO WS-STEP-RC
005320         MOVE 0 TO WS-STEP-COUNT-1
005330         MOVE 0 TO WS-STEP-COUNT-2
005340         PERFORM 5000-RECORD-STEP THRU 5000-EXIT
005350     END-IF.
005360 4000-EXIT.
005370     EXIT.
005380
005390 4100-READ-ARCH-PARM.
005400     READ ARCH-PARM-FILE
005410         AT END
005420             SET WS-PARM-EOF TO TRUE
005430             GO TO 4100-EXIT
005440     END-READ
005450     IF PARM-TAG = "AUTO" AND PARM-VALUE (1:1) = "Y"
005460         SET WS-AUTO-ARCHIVE TO TRUE
005470     END-IF.
005480 4100-EXIT.
005490     EXIT.
005500
005510*-----------------------------------------------------------*
005520* 5000-RECORD-STEP - FILES ONE STEP RECORD ON THE PERMANENT  *
005530* JOB HISTORY.  THE END STAMP IS TAKEN HERE SO THE CALLER    *
005540* ONLY HAS TO NOTE THE NAME, START AND RETURN CODE.          *
005550*-----------------------------------------------------------*
005560 5000-RECORD-STEP.
005570     PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
005580     MOVE SPACES TO JOB-HISTORY-RECORD
005590     MOVE WS-JOB-RUN-ID TO JH-RUN-ID
005600     MOVE WS-STEP-NAME  TO JH-STEP-NAME
005610     MOVE WS-STEP-START TO JH-START-STAMP
005620     MOVE WS-NOW-STAMP  TO JH-END-STAMP
005630     MOVE WS-STEP-RC    TO JH-RETURN-CODE
005640     MOVE WS-STEP-COUNT-1 TO JH-COUNT-1
005650     MOVE WS-STEP-COUNT-2 TO JH-COUNT-2
005660     WRITE JOB-HISTORY-RECORD.
005670 5000-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------*
005710* 5200-GET-DOWNLOAD-COUNT - THE NEWEST CARD ON WEATHERCTL.   *
005720* DAT CARRIES THE RECORD COUNT OF THE LATEST PULL, SO THAT   *
005730* IS THE KEY COUNT FILED WITH THE HTTP-REQUEST STEP.         *
005740*-----------------------------------------------------------*
005750 5200-GET-DOWNLOAD-COUNT.
005760     MOVE 0 TO WS-STEP-COUNT-1
005770     MOVE 0 TO WS-STEP-COUNT-2
005780     MOVE 'N' TO WS-CTL-EOF-SW
005790     OPEN INPUT CONTROL-TOTAL-FILE
005800     PERFORM 5210-READ-ONE-CTL-CARD THRU 5210-EXIT
005810         UNTIL WS-CTL-EOF
005820     CLOSE CONTROL-TOTAL-FILE.
005830 5200-EXIT.
005840     EXIT.
005850
005860 5210-READ-ONE-CTL-CARD.
005870     READ CONTROL-TOTAL-FILE
005880         AT END
005890             SET WS-CTL-EOF TO TRUE
005900             GO TO 5210-EXIT
005910     END-READ
005920     IF CT-EXPECTED-COUNT NUMERIC
005930         MOVE CT-EXPECTED-COUNT TO WS-STEP-COUNT-1
005940     END-IF.
005950 5210-EXIT.
005960     EXIT.
005970
005980*-----------------------------------------------------------*
005990* 5300-GET-REPORT-COUNTS - THE NEWEST RUN SUMMARY ON         *
006000* WEATHERHIST.DAT IS THE ONE READTESTDATA JUST APPENDED, SO  *
006010* ITS RECORDS-READ AND RECORDS-ACCEPTED COUNTS ARE FILED     *
006020* WITH THE READTESTDATA STEP.                                *
006030*-----------------------------------------------------------*
006040 5300-GET-REPORT-COUNTS.
006050     MOVE 0 TO WS-STEP-COUNT-1
006060     MOVE 0 TO WS-STEP-COUNT-2
006070     MOVE 'N' TO WS-HIST-EOF-SW
006080     OPEN INPUT RUN-HISTORY-FILE
006090     PERFORM 5310-READ-ONE-HISTORY THRU 5310-EXIT
006100         UNTIL WS-HIST-EOF
006110     CLOSE RUN-HISTORY-FILE.
006120 5300-EXIT.
006130     EXIT.
006140
006150 5310-READ-ONE-HISTORY.
006160     READ RUN-HISTORY-FILE
006170         AT END
006180             SET WS-HIST-EOF TO TRUE
006190             GO TO 5310-EXIT
006200     END-READ
006210     IF RH-READ-COUNT NUMERIC
006220         MOVE RH-READ-COUNT TO WS-STEP-COUNT-1
006230     END-IF
006240     IF RH-GOOD-COUNT NUMERIC
006250         MOVE RH-GOOD-COUNT TO WS-STEP-COUNT-2
006260     END-IF.
006270 5310-EXIT.
006280     EXIT.
006290
006300 5100-GET-TIMESTAMP.
006310     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
006320     ACCEPT WS-NOW-TIME-RAW FROM TIME
006330*    TIME COMES BACK HHMMSSHH - ONLY HHMMSS IS KEPT.
006340     COMPUTE WS-NOW-TIME = WS-NOW-TIME-RAW / 100.
006350 5100-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------*
006390* 9000-RELEASE-RUN-LOCK - THE LOCK IS REWRITTEN AS FREE, NOT *
006400* DELETED, SO THE LAST HOLDER AND RELEASE TIME STAY READABLE.*
006410*-----------------------------------------------------------*
006420 9000-RELEASE-RUN-LOCK.
006430     PERFORM 5100-GET-TIMESTAMP THRU 5100-EXIT
006440     OPEN OUTPUT RUN-LOCK-FILE
006450     MOVE SPACES TO RUN-LOCK-RECORD
006460     MOVE "FREE" TO LK-STATUS
006470     MOVE WS-LOCK-OPERATOR TO LK-OPERATOR
006480     MOVE WS-NOW-STAMP TO LK-STAMP
006490     WRITE RUN-LOCK-RECORD
006500     CLOSE RUN-LOCK-FILE.
006510 9000-EXIT.
006520     EXIT.
006530
