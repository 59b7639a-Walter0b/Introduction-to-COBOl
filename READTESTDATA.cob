000800*                  THE RESTART REBUILD MATCHES SUPPLEMENTAL  *
000810*                  KEYS AGAINST WEATHERSUPP.DAT ON DISK      *
000820*                  INSTEAD OF A 100-KEY TABLE.               *
000830* 2026-10-15  DSG  SENSOR CALIBRATION - THE EFFECTIVE-DATED  *
000840*                  OFFSET/MULTIPLIER CORRECTIONS CALIB-MAINT *
000850*                  KEEPS ON WEATHERCALIB.DAT ARE APPLIED TO  *
000860*                  DATA3-DATA8 BEFORE THE RANGE EDIT, SO THE *
000870*                  EDIT, ALERTS, STATISTICS AND EXTRACT ALL  *
000880*                  SEE THE CORRECTED VALUE.  THE RAW TEXT    *
000890*                  STAYS ON THE WORK RECORD WITH A PER-FIELD *
000900*                  CALIBRATED FLAG, A CALIBRATED LINE PRINTS *
000910*                  RAW AND CORRECTED UNDER THE DETAIL ROW,   *
000920*                  AND A CALIBRATION SUMMARY COUNTS THE      *
000930*                  READINGS EACH CORRECTION TOUCHED.         *
000940* 2026-10-15  DSG  EFFECTIVE-DATED STATION HISTORY - THE     *
000950*                  STATION EDIT CHECKS DATA2 AGAINST THE     *
000960*                  PERIODS STATION-MAINT KEEPS ON            *
000970*                  STATIONHIST.DAT: A READING BEFORE         *
000980*                  COMMISSIONING OR AFTER DECOMMISSIONING IS *
000990*                  REJECTED, WHILE A STATION DEACTIVATED     *
001000*                  SINCE STILL HAS ITS EARLIER READINGS      *
001010*                  ACCEPTED.  THE TABLE PRINTS THE NAME AND  *
001020*                  LOCATION IN FORCE FOR EACH READING, AND A *
001030*                  RELOCATION STARTS A NEW SUBTOTAL GROUP SO *
001040*                  TWO SITES ARE NEVER AVERAGED TOGETHER.    *
001050* 2026-10-15  DSG  STATION MASTER LAYOUTS CARRY THE NEW       *
001060*                  LATITUDE, LONGITUDE AND ELEVATION, AND    *
001070*                  THE INDEX BOOTSTRAP LOADS THEM.           *
001080* 2026-10-15  DSG  GAP-FILL ESTIMATES - WITH AN INCL Y CARD  *
001090*                  ON FILLPARM.DAT THE ESTIMATED HOURS       *
001100*                  WEATHER-GAPFILL LEFT ON WEATHERESTIM.DAT  *
001110*                  ARE SORTED IN BESIDE THE RECEIVED         *
001120*                  READINGS, PRINTED ON THE TABLE MARKED     *
001130*                  ESTIMATED WITH THE METHOD, AND CARRIED ON *
001140*                  THE EXTRACT WITH AN ESTIMATE COLUMN.  THEY*
001150*                  NEVER REACH THE WORK FILE, THE STATISTICS,*
001160*                  THE GAP CHECK OR THE ALERTS, AND A        *
001170*                  RECEIVED READING FOR THE SAME HOUR ALWAYS *
001180*                  WINS.                                     *
001190* 2026-10-15  DSG  PERIOD CLOSE - A MONTH WEATHER-CLOSE HAS  *
001200*                  CLOSED ON WEATHERPERIOD.DAT IS NO LONGER  *
001210*                  CHANGED BY THIS RUN.  ITS READINGS ON THE *
001220*                  YEARLY AND SUPPLEMENTAL FILES ARE STILL   *
001230*                  EDITED (REJECTS ARE LISTED AS ALWAYS) BUT *
001240*                  ACCEPTED ONES ARE HELD BACK, AND THE      *
001250*                  CERTIFIED READINGS ON WEATHERCERT.DAT ARE *
001260*                  CARRIED ONTO THE WORK FILE IN THEIR PLACE,*
001270*                  WITH THE CERTIFIED ESTIMATES UNDER INCL Y.*
001280* 2026-10-15  DSG  A STATIONIDX.DAT IN THE OLD SHORTER       *
001290*                  LAYOUT (FILE STATUS 39) IS REBUILT FROM   *
001300*                  STATIONMST.DAT LIKE A MISSING ONE.  AN    *
001310*                  INDEX ON DISK THAT STILL CANNOT BE OPENED *
001320*                  ENDS THE RUN RC 8 - THE STATION EDIT WAS  *
001330*                  NOT DONE.                                 *
001340*-----------------------------------------------------------*
001350*
001360 ENVIRONMENT DIVISION.
001370 INPUT-OUTPUT SECTION.
001380 FILE-CONTROL.
001390     SELECT TEST-FILE ASSIGN DYNAMIC WS-TEST-FILE-NAME
001400     ORGANIZATION IS LINE SEQUENTIAL
001410     ACCESS IS SEQUENTIAL
001420     FILE STATUS IS WS-TEST-FILE-STATUS.
001430
001440     SELECT OPTIONAL YEARS-PARM-FILE ASSIGN TO "WEATHERYEARS.DAT"
001450     ORGANIZATION IS LINE SEQUENTIAL.
001460
001470     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "WEATHERCTL.DAT"
001480     ORGANIZATION IS LINE SEQUENTIAL.
001490
001500     SELECT REPORT-FILE ASSIGN TO "WEATHERREPORT.TXT"
001510     ORGANIZATION IS LINE SEQUENTIAL.
001520
001530     SELECT EXCEPTION-FILE ASSIGN TO "WEATHEREXCEPT.TXT"
001540     ORGANIZATION IS LINE SEQUENTIAL.
001550
001560     SELECT STATION-INDEX-FILE ASSIGN TO "STATIONIDX.DAT"
001570     ORGANIZATION IS INDEXED
001580     ACCESS IS RANDOM
001590     RECORD KEY IS SIX-CODE
001600     FILE STATUS IS WS-STATION-INDEX-STATUS.
001610
001620     SELECT STATION-HIST-FILE ASSIGN TO "STATIONHIST.DAT"
001630     ORGANIZATION IS INDEXED
001640     ACCESS IS RANDOM
001650     RECORD KEY IS SHX-CODE
001660     FILE STATUS IS WS-STATION-HIST-STATUS.
001670
001680     SELECT OPTIONAL STATION-MASTER-FILE ASSIGN TO
001690     "STATIONMST.DAT"
001700     ORGANIZATION IS LINE SEQUENTIAL.
001710
001720     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
001730
001740     SELECT EXTRACT-FILE ASSIGN TO "WEATHEREXTRACT.CSV"
001750     ORGANIZATION IS LINE SEQUENTIAL.
001760
001770     SELECT OPTIONAL GOOD-WORK-FILE ASSIGN TO "WEATHERGOOD.TMP"
001780     ORGANIZATION IS LINE SEQUENTIAL.
001790
001800     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "WEATHERCHKP.DAT"
001810     ORGANIZATION IS LINE SEQUENTIAL.
001820
001830     SELECT DUPLICATE-FILE ASSIGN TO "WEATHERDUPS.TXT"
001840     ORGANIZATION IS LINE SEQUENTIAL.
001850
001860     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "WEATHERHIST.DAT"
001870     ORGANIZATION IS LINE SEQUENTIAL.
001880
001890     SELECT GAP-REPORT-FILE ASSIGN TO "WEATHERGAPS.TXT"
001900     ORGANIZATION IS LINE SEQUENTIAL.
001910
001920     SELECT OPTIONAL THRESHOLD-PARM-FILE ASSIGN TO
001930     "WEATHERLIMITS.DAT"
001940     ORGANIZATION IS LINE SEQUENTIAL.
001950
001960     SELECT ALERT-REPORT-FILE ASSIGN TO "WEATHERALERT.TXT"
001970     ORGANIZATION IS LINE SEQUENTIAL.
001980
001990     SELECT REJECT-FILE ASSIGN TO "WEATHERREJECT.DAT"
002000     ORGANIZATION IS LINE SEQUENTIAL.
002010
002020     SELECT OPTIONAL SUPPLEMENTAL-FILE ASSIGN TO
002030     "WEATHERSUPP.DAT"
002040     ORGANIZATION IS LINE SEQUENTIAL.
002050
002060     SELECT OPTIONAL OUTAGE-CAL-FILE ASSIGN TO
002070     "OUTAGECAL.DAT"
002080     ORGANIZATION IS LINE SEQUENTIAL.
002090
002100     SELECT OPTIONAL MEASURE-PARM-FILE ASSIGN TO
002110     "WEATHERCALC.DAT"
002120     ORGANIZATION IS LINE SEQUENTIAL.
002130
002140     SELECT OPTIONAL CALIBRATION-FILE ASSIGN TO
002150     "WEATHERCALIB.DAT"
002160     ORGANIZATION IS LINE SEQUENTIAL.
002170
002180     SELECT OPTIONAL FILL-PARM-FILE ASSIGN TO "FILLPARM.DAT"
002190     ORGANIZATION IS LINE SEQUENTIAL.
002200
002210     SELECT OPTIONAL ESTIMATE-FILE ASSIGN TO "WEATHERESTIM.DAT"
002220     ORGANIZATION IS LINE SEQUENTIAL.
002230
002240     SELECT OPTIONAL PERIOD-FILE ASSIGN TO "WEATHERPERIOD.DAT"
002250     ORGANIZATION IS LINE SEQUENTIAL.
002260
002270     SELECT CERTIFIED-FILE ASSIGN TO "WEATHERCERT.DAT"
002280     ORGANIZATION IS INDEXED
002290     ACCESS IS DYNAMIC
002300     RECORD KEY IS CRT-KEY
002310     FILE STATUS IS WS-CERT-FILE-STATUS.
002320
002330*    ALERTS SPILL TO PER-SEVERITY WORK FILES SO THE RUN CAN
002340*    RAISE AS MANY AS THE DISK HOLDS - 5600 FOLDS THEM INTO
002350*    THE PRINTED REPORT CRITICALS FIRST.
002360     SELECT ALERT-CRIT-FILE ASSIGN TO "WEATHERALERTC.TMP"
002370     ORGANIZATION IS LINE SEQUENTIAL.
002380
002390     SELECT ALERT-WARN-FILE ASSIGN TO "WEATHERALERTW.TMP"
002400     ORGANIZATION IS LINE SEQUENTIAL.
002410
002420     SELECT ALERT-PLAN-FILE ASSIGN TO "WEATHERALERTP.TMP"
002430     ORGANIZATION IS LINE SEQUENTIAL.
002440
002450     SELECT OPTIONAL RESTART-OLD-FILE ASSIGN DYNAMIC
002460     WS-OLD-FILE-NAME
002470     ORGANIZATION IS LINE SEQUENTIAL.
002480
002490 DATA DIVISION.
002500 FILE SECTION.
002510 FD  TEST-FILE.
002520 01  FILE-RECORD.
002530     02 DATA1     PIC 9(6).
002540     02 DATA2     PIC 9(10).
002550     02 DATA3     PIC A(5).
002560     02 DATA4     PIC A(5).
002570     02 DATA5     PIC A(5).
002580     02 DATA6     PIC A(5).
002590     02 DATA7     PIC A(5).
002600     02 DATA8     PIC A(5).
002610
002620 FD  YEARS-PARM-FILE.
002630 01  YEAR-CARD                 PIC X(04).
002640
002650 FD  CONTROL-TOTAL-FILE.
002660 01  CONTROL-TOTAL-RECORD.
002670     05 CT-FILE-NAME            PIC X(100).
002680     05 FILLER                  PIC X(01).
002690     05 CT-EXPECTED-COUNT       PIC 9(08).
002700
002710 FD  REPORT-FILE.
002720 01  REPORT-LINE                PIC X(200).
002730
002740 FD  EXCEPTION-FILE.
002750 01  EXCEPTION-LINE              PIC X(200).
002760
002770 FD  STATION-INDEX-FILE.
002780 01  STATION-INDEX-RECORD.
002790     02 SIX-CODE                PIC 9(06).
002800     02 SIX-NAME                PIC X(20).
002810     02 SIX-LOCATION            PIC X(20).
002820     02 SIX-ACTIVE              PIC X(01).
002830     02 SIX-COMM-DATE           PIC 9(08).
002840     02 SIX-GEO-SET             PIC X(01).
002850     02 SIX-LATITUDE            PIC S9(02)V9(04).
002860     02 SIX-LONGITUDE           PIC S9(03)V9(04).
002870     02 SIX-ELEVATION           PIC S9(04).
002880
002890*    STATION HISTORY KEPT BY STATION-MAINT - PERIODS OLDEST
002900*    FIRST, EACH IN FORCE FROM ITS EFFECTIVE STAMP UNTIL THE
002910*    NEXT ONE'S.  EVENT C = COMMISSIONED, L = RELOCATED,
002920*    S = SENSOR REPLACED, D = DECOMMISSIONED.
002930 FD  STATION-HIST-FILE.
002940 01  STATION-HIST-RECORD.
002950     02 SHX-CODE                PIC 9(06).
002960     02 SHX-PERIOD-COUNT        PIC 9(02).
002970     02 SHX-PERIOD OCCURS 20 TIMES.
002980        03 SHX-EVENT            PIC X(01).
002990        03 SHX-EFF-STAMP        PIC 9(10).
003000        03 SHX-NAME             PIC X(20).
003010        03 SHX-LOCATION         PIC X(20).
003020        03 SHX-OLD-LOCATION     PIC X(20).
003030        03 SHX-NOTE             PIC X(20).
003040
003050 FD  STATION-MASTER-FILE.
003060 01  STATION-MASTER-RECORD.
003070     05 STM-CODE                PIC 9(06).
003080     05 FILLER                  PIC X(01).
003090     05 STM-NAME                PIC X(20).
003100     05 FILLER                  PIC X(01).
003110     05 STM-LOCATION            PIC X(20).
003120     05 FILLER                  PIC X(01).
003130     05 STM-ACTIVE              PIC X(01).
003140     05 FILLER                  PIC X(01).
003150     05 STM-COMM-DATE           PIC 9(08).
003160     05 FILLER                  PIC X(01).
003170     05 STM-LATITUDE            PIC +99.9999.
003180     05 STM-LATITUDE-X  REDEFINES STM-LATITUDE
003190                                PIC X(08).
003200     05 FILLER                  PIC X(01).
003210     05 STM-LONGITUDE           PIC +999.9999.
003220     05 FILLER                  PIC X(01).
003230     05 STM-ELEVATION           PIC +9999.
003240
003250 FD  EXTRACT-FILE.
003260 01  EXTRACT-LINE               PIC X(200).
003270
003280 FD  GOOD-WORK-FILE.
003290 01  GOOD-WORK-RECORD           PIC X(130).
003300
003310 FD  CHECKPOINT-FILE.
003320 01  CHECKPOINT-RECORD.
003330     05 CKP-TAG                 PIC X(06).
003340     05 FILLER                  PIC X(01).
003350     05 CKP-DETAIL              PIC X(22).
003360     05 CKP-DETAIL-R REDEFINES CKP-DETAIL.
003370        10 CKP-YEAR             PIC 9(04).
003380        10 FILLER               PIC X(01).
003390        10 CKP-READ-COUNT       PIC 9(08).
003400        10 FILLER               PIC X(01).
003410        10 CKP-EXCEPT-COUNT     PIC 9(08).
003420
003430 FD  RESTART-OLD-FILE.
003440 01  OLD-FILE-LINE              PIC X(200).
003450
003460 FD  DUPLICATE-FILE.
003470 01  DUPLICATE-LINE             PIC X(200).
003480
003490 FD  RUN-HISTORY-FILE.
003500 01  RUN-HISTORY-RECORD.
003510     05 RH-RUN-DATE             PIC 9(08).
003520     05 FILLER                  PIC X(01).
003530     05 RH-FIRST-YEAR           PIC 9(04).
003540     05 FILLER                  PIC X(01).
003550     05 RH-LAST-YEAR            PIC 9(04).
003560     05 FILLER                  PIC X(01).
003570     05 RH-READ-COUNT           PIC 9(08).
003580     05 FILLER                  PIC X(01).
003590     05 RH-GOOD-COUNT           PIC 9(08).
003600     05 FILLER                  PIC X(01).
003610     05 RH-EXCEPT-COUNT         PIC 9(08).
003620     05 FILLER                  PIC X(01).
003630     05 RH-DUP-COUNT            PIC 9(08).
003640     05 RH-FIELD-GROUP OCCURS 6 TIMES.
003650        10 FILLER               PIC X(01).
003660        10 RH-FIELD-MIN         PIC +999.9.
003670        10 FILLER               PIC X(01).
003680        10 RH-FIELD-MAX         PIC +999.9.
003690        10 FILLER               PIC X(01).
003700        10 RH-FIELD-AVG         PIC +999.99.
003710
003720 FD  GAP-REPORT-FILE.
003730 01  GAP-LINE                   PIC X(132).
003740
003750 FD  THRESHOLD-PARM-FILE.
003760 01  LIMIT-CARD.
003770     05 LIM-TAG                 PIC X(04).
003780     05 FILLER                  PIC X(01).
003790     05 LIM-FIELD               PIC X(01).
003800     05 FILLER                  PIC X(01).
003810     05 LIM-LOW                 PIC X(06).
003820     05 FILLER                  PIC X(01).
003830     05 LIM-HIGH                PIC X(06).
003840     05 FILLER                  PIC X(01).
003850     05 LIM-STATION             PIC X(06).
003860
003870 FD  ALERT-REPORT-FILE.
003880 01  ALERT-LINE                 PIC X(132).
003890
003900 FD  REJECT-FILE.
003910 01  REJECT-RECORD.
003920     05 RJ-YEAR                 PIC 9(04).
003930     05 FILLER                  PIC X(01).
003940     05 RJ-REASON               PIC X(40).
003950     05 FILLER                  PIC X(01).
003960     05 RJ-RECORD               PIC X(46).
003970
003980 FD  SUPPLEMENTAL-FILE.
003990 01  SUPPLEMENTAL-RECORD.
004000     05 SUP-YEAR                PIC 9(04).
004010     05 FILLER                  PIC X(01).
004020     05 SUP-RECORD              PIC X(46).
004030
004040 FD  OUTAGE-CAL-FILE.
004050 01  OUTAGE-CAL-RECORD.
004060     05 OUT-STATION             PIC 9(06).
004070     05 FILLER                  PIC X(01).
004080     05 OUT-FROM-STAMP          PIC 9(10).
004090     05 FILLER                  PIC X(01).
004100     05 OUT-TO-STAMP            PIC 9(10).
004110     05 FILLER                  PIC X(01).
004120     05 OUT-REASON              PIC X(30).
004130
004140
004150 FD  ALERT-CRIT-FILE.
004160 01  ALERT-CRIT-LINE            PIC X(132).
004170
004180 FD  ALERT-WARN-FILE.
004190 01  ALERT-WARN-LINE            PIC X(132).
004200
004210 FD  ALERT-PLAN-FILE.
004220 01  ALERT-PLAN-LINE            PIC X(132).
004230
004240 FD  MEASURE-PARM-FILE.
004250 01  CALC-CARD.
004260     05 CAL-TAG                 PIC X(04).
004270     05 FILLER                  PIC X(01).
004280     05 CAL-NAME                PIC X(08).
004290     05 FILLER                  PIC X(01).
004300     05 CAL-OPND1               PIC X(06).
004310     05 FILLER                  PIC X(01).
004320     05 CAL-OPERATOR            PIC X(01).
004330     05 FILLER                  PIC X(01).
004340     05 CAL-OPND2               PIC X(06).
004350
004360 FD  CALIBRATION-FILE.
004370 01  CALIBRATION-RECORD.
004380     05 CB-STATION              PIC 9(06).
004390     05 FILLER                  PIC X(01).
004400     05 CB-FIELD                PIC 9(01).
004410     05 FILLER                  PIC X(01).
004420     05 CB-FROM-STAMP           PIC 9(10).
004430     05 FILLER                  PIC X(01).
004440     05 CB-TO-STAMP             PIC 9(10).
004450     05 FILLER                  PIC X(01).
004460     05 CB-OFFSET               PIC X(06).
004470     05 FILLER                  PIC X(01).
004480     05 CB-MULTIPLIER           PIC X(06).
004490     05 FILLER                  PIC X(01).
004500     05 CB-REASON               PIC X(30).
004510
004520*    WEATHER-GAPFILL'S PARAMETER CARDS - ONLY INCL IS READ
004530*    HERE.
004540 FD  FILL-PARM-FILE.
004550 01  FILL-PARM-CARD.
004560     05 FPC-TAG                 PIC X(04).
004570     05 FILLER                  PIC X(01).
004580     05 FPC-VALUE               PIC X(20).
004590
004600*    ESTIMATED HOURS FROM WEATHER-GAPFILL - A WORK-FILE
004610*    READING WITH THE ESTIMATE FLAG AND METHOD ON THE END.
004620 FD  ESTIMATE-FILE.
004630 01  ESTIMATE-RECORD            PIC X(132).
004640
004650*    WEATHER-CLOSE'S PERIOD CONTROL FILE - ONLY THE MONTH AND
004660*    ITS STATUS ARE NEEDED HERE.  C = CLOSED.
004670 FD  PERIOD-FILE.
004680 01  PERIOD-RECORD.
004690     05 PER-MONTH               PIC 9(06).
004700     05 FILLER                  PIC X(01).
004710     05 PER-STATUS              PIC X(01).
004720     05 FILLER                  PIC X(117).
004730
004740*    CERTIFIED READINGS OF THE CLOSED MONTHS, KEYED MONTH/
004750*    STATION/STAMP/ESTIMATE FLAG.  THE BODY IS THE WORK RECORD
004760*    (PLUS FLAG AND METHOD FOR AN ESTIMATE).
004770 FD  CERTIFIED-FILE.
004780 01  CERTIFIED-RECORD.
004790     05 CRT-KEY.
004800        10 CRT-MONTH            PIC 9(06).
004810        10 CRT-STATION          PIC 9(06).
004820        10 CRT-STAMP            PIC 9(10).
004830        10 CRT-EST-FLAG         PIC X(01).
004840     05 CRT-READING.
004850        10 CRT-DATA1            PIC 9(06).
004860        10 CRT-DATA2            PIC 9(10).
004870        10 CRT-YEAR             PIC 9(04).
004880        10 FILLER               PIC X(112).
004890 SD  SORT-WORK-FILE.
004900 01  SORT-RECORD.
004910     05 SRT-DATA1               PIC 9(06).
004920     05 SRT-DATA2               PIC 9(10).
004930     05 SRT-YEAR                PIC 9(04).
004940     05 SRT-STATION-NAME        PIC X(20).
004950     05 SRT-RAW-FIELD       OCCURS 6 TIMES PIC X(05).
004960     05 SRT-FIELD-VALUE     OCCURS 6 TIMES PIC S9(03)V9.
004970     05 SRT-CALIB-FLAGS.
004980        10 SRT-CALIB-FLAG   OCCURS 6 TIMES PIC X(01).
004990     05 SRT-LOCATION            PIC X(20).
005000     05 SRT-SITE-STAMP          PIC 9(10).
005010     05 SRT-EST-FLAG            PIC X(01).
005020        88 SRT-ESTIMATED                   VALUE 'E'.
005030     05 SRT-EST-METHOD          PIC X(01).
005040        88 SRT-EST-INTERPOLATED            VALUE 'I'.
005050
005060 WORKING-STORAGE SECTION.
005070 77  WS-TEST-FILE-NAME           PIC X(100)
005080                                 VALUE "weather2020.dat".
005090 77  WS-TEST-FILE-STATUS         PIC X(02)  VALUE "00".
005100
005110 77  WS-LINES-PER-PAGE           PIC 9(02)  VALUE 20.
005120 77  WS-LINES-ON-PAGE            PIC 9(02)  VALUE 0.
005130 77  WS-PAGE-NUMBER              PIC 9(04)  VALUE 1.
005140
005150 77  WS-TOTAL-READ-COUNT         PIC 9(08)  VALUE 0.
005160 77  WS-GOOD-RECORD-COUNT        PIC 9(08)  VALUE 0.
005170 77  WS-EXCEPTION-COUNT          PIC 9(08)  VALUE 0.
005180 77  WS-YEAR-READ-COUNT          PIC 9(08)  VALUE 0.
005190 77  WS-EXTRACT-COUNT            PIC 9(08)  VALUE 0.
005200 77  WS-DUPLICATE-COUNT          PIC 9(08)  VALUE 0.
005210 77  WS-RESUB-COUNT              PIC 9(08)  VALUE 0.
005220 77  WS-RESUB-GOOD-COUNT         PIC 9(08)  VALUE 0.
005230 77  WS-SUPP-DROPPED-COUNT       PIC 9(08)  VALUE 0.
005240 01  WS-PREV-KEY.
005250     05 WS-PREV-DATA1            PIC 9(06)  VALUE 0.
005260     05 WS-PREV-DATA2            PIC 9(10)  VALUE 0.
005270
005280*    DATA2 CARRIES A DATE/TIME STAMP OF THE FORM YYYYMMDDHH.
005290 01  WS-TS-STAMP                 PIC 9(10)  VALUE 0.
005300 01  WS-TS-STAMP-X  REDEFINES WS-TS-STAMP.
005310     05 WS-TS-DATE               PIC 9(08).
005320     05 WS-TS-HOUR               PIC 9(02).
005330 01  WS-TS-STAMP-Y  REDEFINES WS-TS-STAMP.
005340     05 WS-TS-YEAR               PIC 9(04).
005350     05 WS-TS-MONTH              PIC 9(02).
005360     05 WS-TS-DAY                PIC 9(02).
005370     05 FILLER                   PIC 9(02).
005380 01  WS-MONTH-DAYS-X             PIC X(24)
005390                                 VALUE "312831303130313130313031".
005400 01  WS-MONTH-DAYS  REDEFINES WS-MONTH-DAYS-X.
005410     05 WS-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(02).
005420 77  WS-MAX-DAY                  PIC 9(02)  VALUE 0.
005430
005440 77  WS-PREV-ABS-HOURS           PIC 9(09)  VALUE 0.
005450 77  WS-CUR-ABS-HOURS            PIC 9(09)  VALUE 0.
005460 77  WS-GAP-WORK-HOURS           PIC 9(09)  VALUE 0.
005470 77  WS-ABS-DAY                  PIC 9(07)  VALUE 0.
005480 77  WS-GAP-FROM-TS              PIC 9(10)  VALUE 0.
005490 77  WS-GAP-TO-TS                PIC 9(10)  VALUE 0.
005500 77  WS-GAP-MISSING              PIC 9(06)  VALUE 0.
005510 77  WS-GAP-COUNT                PIC 9(06)  VALUE 0.
005520 77  WS-MISSING-COUNT            PIC 9(08)  VALUE 0.
005530 77  WS-PLANNED-GAP-COUNT        PIC 9(06)  VALUE 0.
005540 77  WS-PLANNED-MISSING-COUNT    PIC 9(08)  VALUE 0.
005550 77  WS-UNEXPLAINED-GAP-COUNT    PIC 9(06)  VALUE 0.
005560
005570*    PLANNED-OUTAGE WINDOWS FROM OUTAGECAL.DAT - A GAP OR A
005580*    THRESHOLD BREACH WHOLLY INSIDE ONE IS MARKED PLANNED.
005590 77  WS-OUTAGE-COUNT             PIC 9(03)  VALUE 0.
005600 77  WS-OUTAGE-IDX               PIC 9(03)  VALUE 0.
005610 01  WS-OUTAGE-TABLE.
005620     05 WS-OUTAGE-ENTRY     OCCURS 200 TIMES.
005630        10 WS-OUT-STATION        PIC 9(06).
005640        10 WS-OUT-FROM-STAMP     PIC 9(10).
005650        10 WS-OUT-TO-STAMP       PIC 9(10).
005660
005670 77  WS-LIMIT-COUNT              PIC 9(02)  VALUE 0.
005680 77  WS-LIM-IDX                  PIC 9(02)  VALUE 0.
005690 77  WS-FOUND-LIM-IDX            PIC 9(02)  VALUE 0.
005700 77  WS-FALLBACK-LIM-IDX         PIC 9(02)  VALUE 0.
005710 77  WS-FIND-SEVERITY            PIC X(01)  VALUE SPACE.
005720 77  WS-LIM-CARD-COUNT           PIC 9(04)  VALUE 0.
005730 77  WS-LIM-WORK                 PIC S9(5)V9 VALUE 0.
005740 01  WS-LIMIT-TABLE.
005750     05 WS-LIMIT-ENTRY      OCCURS 50 TIMES.
005760        10 WS-LIM-SEVERITY       PIC X(01).
005770        10 WS-LIM-FLD            PIC 9(01).
005780        10 WS-LIM-STATION        PIC 9(06).
005790        10 WS-LIM-LOW            PIC S9(3)V9.
005800        10 WS-LIM-HIGH           PIC S9(3)V9.
005810
005820 77  WS-CRIT-ALERT-COUNT         PIC 9(06)  VALUE 0.
005830 77  WS-WARN-ALERT-COUNT         PIC 9(06)  VALUE 0.
005840 77  WS-PLANNED-ALERT-COUNT      PIC 9(06)  VALUE 0.
005850 77  WS-ALT-VALUE-ED             PIC +999.9.
005860 77  WS-ALT-LOW-ED               PIC +999.9.
005870 77  WS-ALT-HIGH-ED              PIC +999.9.
005880 01  WS-ALERT-WORK-LINE          PIC X(132) VALUE SPACES.
005890 01  WS-CSV-VALUE-TABLE.
005900     05 WS-CSV-VALUE-ED     OCCURS 6 TIMES  PIC +999.9.
005910
005920*    DERIVED MEASURES FROM WEATHERCALC.DAT - EACH CARD NAMES
005930*    A MEASURE AND DEFINES IT AS OPERAND OPERATOR OPERAND,
005940*    WHERE AN OPERAND IS A FIELD NUMBER 3-8 OR A CONSTANT.
005950 77  WS-MEASURE-COUNT            PIC 9(02)  VALUE 0.
005960 77  WS-MEASURE-IDX              PIC 9(02)  VALUE 0.
005970 77  WS-CALC-CARD-COUNT          PIC 9(04)  VALUE 0.
005980 77  WS-MEA-WORK1                PIC S9(5)V99 VALUE 0.
005990 77  WS-MEA-WORK2                PIC S9(5)V99 VALUE 0.
006000 77  WS-MEA-VALUE-ED             PIC +99999.99.
006010 77  WS-MEA-SUB-MIN-ED           PIC -99999.99.
006020 77  WS-MEA-SUB-MAX-ED           PIC -99999.99.
006030 77  WS-MEA-SUB-AVG-ED           PIC -99999.99.
006040 77  WS-OPERAND-TEXT             PIC X(06)  VALUE SPACES.
006050 77  WS-OPERAND-FLD              PIC 9(01)  VALUE 0.
006060 77  WS-OPERAND-CON              PIC S9(3)V9 VALUE 0.
006070 77  WS-CSV-PTR                  PIC 9(03)  VALUE 1.
006080 77  WS-LINE-PTR                 PIC 9(03)  VALUE 1.
006090 01  WS-MEASURE-TABLE.
006100     05 WS-MEASURE-ENTRY    OCCURS 10 TIMES.
006110        10 WS-MEA-NAME           PIC X(08).
006120        10 WS-MEA-OPND1-FLD      PIC 9(01).
006130        10 WS-MEA-OPND1-CON      PIC S9(3)V9.
006140        10 WS-MEA-OPERATOR       PIC X(01).
006150        10 WS-MEA-OPND2-FLD      PIC 9(01).
006160        10 WS-MEA-OPND2-CON      PIC S9(3)V9.
006170 01  WS-MEASURE-VALUES.
006180     05 WS-MEA-VALUE        OCCURS 10 TIMES PIC S9(5)V99.
006190 01  WS-MEA-SUBTOT-TABLE.
006200     05 WS-MEA-SUBTOT       OCCURS 10 TIMES.
006210        10 WS-MEA-SUB-MIN        PIC S9(5)V99.
006220        10 WS-MEA-SUB-MAX        PIC S9(5)V99.
006230        10 WS-MEA-SUB-TOTAL      PIC S9(9)V99.
006240        10 WS-MEA-SUB-AVG        PIC S9(5)V99.
006250
006260*    SENSOR CALIBRATION CORRECTIONS FROM WEATHERCALIB.DAT -
006270*    CORRECTED = RAW * MULTIPLIER + OFFSET FOR ONE FIELD OF
006280*    ONE STATION WHILE DATA2 IS WITHIN FROM/TO.  THE FIELD IS
006290*    HELD AS ITS 1-6 TABLE INDEX, LIKE THE MEASURE OPERANDS.
006300 77  WS-CALIB-COUNT              PIC 9(03)  VALUE 0.
006310 77  WS-CALIB-IDX                PIC 9(03)  VALUE 0.
006320 77  WS-CALIB-MATCH-IDX          PIC 9(03)  VALUE 0.
006330 77  WS-CALIB-CARD-COUNT         PIC 9(04)  VALUE 0.
006340 77  WS-CALIB-FIND-STATION       PIC 9(06)  VALUE 0.
006350 77  WS-CALIB-FIND-STAMP         PIC 9(10)  VALUE 0.
006360 77  WS-CALIBRATED-COUNT         PIC 9(08)  VALUE 0.
006370 77  WS-CALIB-VALUE-ED           PIC +999.9.
006380 77  WS-CALIB-OFFSET-ED          PIC +999.9.
006390 77  WS-CALIB-MULT-ED            PIC 9.9999.
006400
006410*    GAP-FILL ESTIMATES TAKEN IN WHEN FILLPARM.DAT CARRIES INCL Y
006420*    - SHOWN ON THE TABLE AND EXTRACT, OR SUPERSEDED BY A RECEIVED
006430*    READING.
006440 77  WS-ESTIMATE-READ-COUNT      PIC 9(08)  VALUE 0.
006450 77  WS-ESTIMATE-SHOWN-COUNT     PIC 9(08)  VALUE 0.
006460 77  WS-ESTIMATE-SUPERSEDED      PIC 9(08)  VALUE 0.
006470 77  WS-SUBTOT-ESTIMATE-COUNT    PIC 9(08)  VALUE 0.
006480
006490*    MONTHS CLOSED BY WEATHER-CLOSE.  ACCEPTED READINGS IN ONE
006500*    OF THEM ARE HELD, AND THE CERTIFIED ONES CARRIED INSTEAD.
006510 77  WS-CERT-FILE-STATUS         PIC X(02)  VALUE "00".
006520 77  WS-CLOSE-MONTH-COUNT        PIC 9(03)  VALUE 0.
006530 77  WS-CLOSE-IDX                PIC 9(03)  VALUE 0.
006540 77  WS-CLOSE-CHECK-MONTH        PIC 9(06)  VALUE 0.
006550 77  WS-CLOSE-LAST-MONTH         PIC 9(06)  VALUE 0.
006560 77  WS-CLOSE-HELD-COUNT         PIC 9(08)  VALUE 0.
006570 77  WS-CLOSE-DROPPED-COUNT      PIC 9(08)  VALUE 0.
006580 77  WS-CLOSE-CARRIED-COUNT      PIC 9(08)  VALUE 0.
006590 77  WS-CLOSE-EST-HELD-COUNT     PIC 9(08)  VALUE 0.
006600 77  WS-CLOSE-EST-COUNT          PIC 9(08)  VALUE 0.
006610 77  WS-CERT-WANTED-FLAG         PIC X(01)  VALUE SPACE.
006620 01  WS-CLOSE-TABLE.
006630     05 WS-CLOSE-MONTH      OCCURS 600 TIMES PIC 9(06).
006640 01  WS-CALIB-TABLE.
006650     05 WS-CALIB-ENTRY      OCCURS 200 TIMES.
006660        10 WS-CB-STATION         PIC 9(06).
006670        10 WS-CB-FLD             PIC 9(01).
006680        10 WS-CB-FROM-STAMP      PIC 9(10).
006690        10 WS-CB-TO-STAMP        PIC 9(10).
006700        10 WS-CB-OFFSET          PIC S9(3)V9.
006710        10 WS-CB-MULTIPLIER      PIC 9(01)V9(04).
006720        10 WS-CB-APPLIED-COUNT   PIC 9(08).
006730
006740 77  WS-OLD-FILE-NAME            PIC X(100) VALUE SPACES.
006750 77  WS-MOVE-COMMAND             PIC X(250) VALUE SPACES.
006760 77  WS-YEAR-EXCEPT-COUNT        PIC 9(08)  VALUE 0.
006770 77  WS-CKP-COUNT                PIC 9(02)  VALUE 0.
006780 77  WS-CKP-IDX                  PIC 9(02)  VALUE 0.
006790 77  WS-CKP-MATCH-IDX            PIC 9(02)  VALUE 0.
006800 77  WS-CKP-STATUS               PIC X(10)  VALUE "INPROGRESS".
006810 77  WS-KEPT-COUNT               PIC 9(08)  VALUE 0.
006820 77  WS-DROPPED-COUNT            PIC 9(08)  VALUE 0.
006830 01  WS-CKP-TABLE.
006840     05 WS-CKP-ENTRY        OCCURS 20 TIMES.
006850        10 WS-CKP-YEAR           PIC 9(04).
006860        10 WS-CKP-READS          PIC 9(08).
006870        10 WS-CKP-EXCEPTS        PIC 9(08).
006880 01  WS-GOOD-RECORD.
006890     05 WS-GOOD-DATA1            PIC 9(06).
006900     05 WS-GOOD-DATA2            PIC 9(10).
006910     05 WS-GOOD-YEAR             PIC 9(04).
006920     05 WS-GOOD-STATION-NAME     PIC X(20).
006930     05 WS-GOOD-RAW-FIELD   OCCURS 6 TIMES  PIC X(05).
006940     05 WS-GOOD-VALUE       OCCURS 6 TIMES  PIC S9(03)V9.
006950     05 WS-GOOD-CALIB-FLAG  OCCURS 6 TIMES  PIC X(01).
006960*    LOCATION IN FORCE AND THE STAMP OF THE PERIOD THAT PUT
006970*    THE STATION ON THAT SITE - THE REPORT BREAKS ON IT.
006980     05 WS-GOOD-LOCATION             PIC X(20).
006990     05 WS-GOOD-SITE-STAMP           PIC 9(10).
007000
007010 01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
007020 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
007030     05 WS-RUN-YEAR              PIC 9(04).
007040     05 WS-RUN-MONTH             PIC 9(02).
007050     05 WS-RUN-DAY               PIC 9(02).
007060
007070 77  WS-YEAR-INDEX               PIC 9(02)  VALUE 0.
007080 77  WS-YEAR-COUNT               PIC 9(02)  VALUE 0.
007090 77  WS-CURRENT-YEAR             PIC 9(04)  VALUE 0.
007100 01  WS-YEAR-TABLE.
007110     05 WS-YEAR-ENTRY       OCCURS 20 TIMES PIC 9(04).
007120     05 WS-YEAR-ACTUAL-COUNT OCCURS 20 TIMES PIC 9(08).
007130
007140 77  WS-STATION-INDEX-STATUS     PIC X(02)  VALUE "00".
007150 77  WS-BOOTSTRAP-COUNT          PIC 9(06)  VALUE 0.
007160 77  WS-DETAIL-STATION-NAME      PIC X(20)  VALUE SPACES.
007170 77  WS-DETAIL-LOCATION          PIC X(20)  VALUE SPACES.
007180 77  WS-DETAIL-SITE-STAMP        PIC 9(10)  VALUE 0.
007190 77  WS-STATION-HIST-STATUS      PIC X(02)  VALUE "00".
007200 77  WS-PERIOD-IDX               PIC 9(02)  VALUE 0.
007210 77  WS-PERIOD-MATCH-IDX         PIC 9(02)  VALUE 0.
007220
007230 77  WS-STAT-IDX                 PIC 9(02)  VALUE 0.
007240 77  WS-FIELD-NUMVAL              PIC S9(5)V9 VALUE 0.
007250 01  WS-RAW-FIELD-TABLE.
007260     05 WS-RAW-FIELD         OCCURS 6 TIMES  PIC A(5).
007270     05 WS-FIELD-VALUE       OCCURS 6 TIMES  PIC S9(3)V9.
007280     05 WS-FIELD-CALIB-FLAG  OCCURS 6 TIMES  PIC X(01).
007290
007300 01  WS-FIELD-STATS-TABLE.
007310     05 WS-FIELD-STAT OCCURS 6 TIMES.
007320        10 WS-STAT-LABEL         PIC X(05).
007330        10 WS-STAT-MIN           PIC S9(3)V9.
007340        10 WS-STAT-MAX           PIC S9(3)V9.
007350        10 WS-STAT-TOTAL         PIC S9(9)V9.
007360        10 WS-STAT-AVERAGE       PIC S9(3)V99.
007370        10 WS-STAT-MIN-ED        PIC -999.9.
007380        10 WS-STAT-MAX-ED        PIC -999.9.
007390        10 WS-STAT-AVERAGE-ED    PIC -999.99.
007400
007410 77  WS-BREAK-STATION             PIC 9(06) VALUE 0.
007420 77  WS-BREAK-STATION-NAME        PIC X(20) VALUE SPACES.
007430 77  WS-BREAK-LOCATION            PIC X(20) VALUE SPACES.
007440 77  WS-BREAK-SITE-STAMP          PIC 9(10) VALUE 0.
007450 77  WS-SUBTOT-READING-COUNT      PIC 9(08) VALUE 0.
007460 01  WS-SUBTOT-STATS-TABLE.
007470     05 WS-SUBTOT-STAT OCCURS 6 TIMES.
007480        10 WS-SUBTOT-MIN          PIC S9(3)V9.
007490        10 WS-SUBTOT-MAX          PIC S9(3)V9.
007500        10 WS-SUBTOT-TOTAL        PIC S9(9)V9.
007510        10 WS-SUBTOT-AVERAGE      PIC S9(3)V99.
007520        10 WS-SUBTOT-MIN-ED       PIC -999.9.
007530        10 WS-SUBTOT-MAX-ED       PIC -999.9.
007540        10 WS-SUBTOT-AVERAGE-ED   PIC -999.99.
007550
007560 77  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
007570
007580 01  WS-SWITCHES.
007590     05 WS-EOF-SW                PIC X(01) VALUE 'N'.
007600        88 WS-EOF                           VALUE 'Y'.
007610     05 WS-YEARS-EOF-SW          PIC X(01) VALUE 'N'.
007620        88 WS-YEARS-EOF                     VALUE 'Y'.
007630     05 WS-RECORD-VALID-SW       PIC X(01) VALUE 'Y'.
007640        88 WS-RECORD-VALID                  VALUE 'Y'.
007650        88 WS-RECORD-INVALID                VALUE 'N'.
007660     05 WS-CONTROL-EOF-SW        PIC X(01) VALUE 'N'.
007670        88 WS-CONTROL-EOF                   VALUE 'Y'.
007680     05 WS-YEAR-MATCH-SW         PIC X(01) VALUE 'N'.
007690        88 WS-YEAR-MATCH-FOUND               VALUE 'Y'.
007700     05 WS-STATION-EDIT-SW       PIC X(01) VALUE 'N'.
007710        88 WS-STATION-EDIT-ON                VALUE 'Y'.
007720        88 WS-STATION-EDIT-OFF               VALUE 'N'.
007730     05 WS-STATION-EDIT-LOST-SW  PIC X(01) VALUE 'N'.
007740        88 WS-STATION-EDIT-LOST              VALUE 'Y'.
007750     05 WS-MASTER-EOF-SW         PIC X(01) VALUE 'N'.
007760        88 WS-MASTER-EOF                     VALUE 'Y'.
007770     05 WS-OUTAGE-OVERFLOW-SW    PIC X(01) VALUE 'N'.
007780        88 WS-OUTAGE-OVERFLOW                VALUE 'Y'.
007790     05 WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
007800        88 WS-SORT-EOF                      VALUE 'Y'.
007810     05 WS-FIRST-DETAIL-SW       PIC X(01) VALUE 'Y'.
007820        88 WS-FIRST-DETAIL                  VALUE 'Y'.
007830     05 WS-RESTART-SW            PIC X(01) VALUE 'N'.
007840        88 WS-RESTART-MODE                  VALUE 'Y'.
007850     05 WS-CKP-EOF-SW            PIC X(01) VALUE 'N'.
007860        88 WS-CKP-EOF                       VALUE 'Y'.
007870     05 WS-OLD-EOF-SW            PIC X(01) VALUE 'N'.
007880        88 WS-OLD-EOF                       VALUE 'Y'.
007890     05 WS-WORK-EOF-SW           PIC X(01) VALUE 'N'.
007900        88 WS-WORK-EOF                      VALUE 'Y'.
007910     05 WS-YEAR-DONE-SW          PIC X(01) VALUE 'N'.
007920        88 WS-YEAR-ALREADY-DONE             VALUE 'Y'.
007930     05 WS-SUPPKEY-MATCH-SW      PIC X(01) VALUE 'N'.
007940        88 WS-SUPPKEY-MATCHED               VALUE 'Y'.
007950     05 WS-SUPP-EOF-SW           PIC X(01) VALUE 'N'.
007960        88 WS-SUPP-EOF                      VALUE 'Y'.
007970     05 WS-LIMITS-EOF-SW         PIC X(01) VALUE 'N'.
007980        88 WS-LIMITS-EOF                    VALUE 'Y'.
007990     05 WS-OUTAGES-EOF-SW        PIC X(01) VALUE 'N'.
008000        88 WS-OUTAGES-EOF                   VALUE 'Y'.
008010     05 WS-PLANNED-SW            PIC X(01) VALUE 'N'.
008020        88 WS-IN-PLANNED-WINDOW              VALUE 'Y'.
008030     05 WS-ALERT-COPY-EOF-SW     PIC X(01) VALUE 'N'.
008040        88 WS-ALERT-COPY-EOF               VALUE 'Y'.
008050     05 WS-CALCS-EOF-SW          PIC X(01) VALUE 'N'.
008060        88 WS-CALCS-EOF                     VALUE 'Y'.
008070     05 WS-OPERAND-OK-SW         PIC X(01) VALUE 'Y'.
008080        88 WS-OPERAND-OK                    VALUE 'Y'.
008090        88 WS-OPERAND-BAD                   VALUE 'N'.
008100     05 WS-CALIBS-EOF-SW         PIC X(01) VALUE 'N'.
008110        88 WS-CALIBS-EOF                    VALUE 'Y'.
008120     05 WS-CALIB-OVERFLOW-SW     PIC X(01) VALUE 'N'.
008130        88 WS-CALIB-OVERFLOW                VALUE 'Y'.
008140     05 WS-HISTORY-SW            PIC X(01) VALUE 'N'.
008150        88 WS-HISTORY-ON                    VALUE 'Y'.
008160     05 WS-HIST-FOUND-SW         PIC X(01) VALUE 'N'.
008170        88 WS-HIST-FOUND                    VALUE 'Y'.
008180     05 WS-FILL-PARM-EOF-SW      PIC X(01) VALUE 'N'.
008190        88 WS-FILL-PARM-EOF                 VALUE 'Y'.
008200     05 WS-ESTIMATE-EOF-SW       PIC X(01) VALUE 'N'.
008210        88 WS-ESTIMATE-EOF                  VALUE 'Y'.
008220     05 WS-INCLUDE-EST-SW        PIC X(01) VALUE 'N'.
008230        88 WS-INCLUDE-ESTIMATES             VALUE 'Y'.
008240     05 WS-PERIODS-EOF-SW        PIC X(01) VALUE 'N'.
008250        88 WS-PERIODS-EOF                   VALUE 'Y'.
008260     05 WS-CERT-SW               PIC X(01) VALUE 'N'.
008270        88 WS-CERT-ON                       VALUE 'Y'.
008280     05 WS-CERT-EOF-SW           PIC X(01) VALUE 'N'.
008290        88 WS-CERT-EOF                      VALUE 'Y'.
008300     05 WS-MONTH-CLOSED-SW       PIC X(01) VALUE 'N'.
008310        88 WS-MONTH-CLOSED                  VALUE 'Y'.
008320     05 WS-RUN-YEAR-SW           PIC X(01) VALUE 'N'.
008330        88 WS-IN-RUN-YEARS                  VALUE 'Y'.
008340
008350 PROCEDURE DIVISION.
008360*
008370*-----------------------------------------------------------*
008380* 0000-MAIN-LOGIC                                            *
008390*-----------------------------------------------------------*
008400 0000-MAIN-LOGIC.
008410     PERFORM 1000-INITIALIZE             THRU 1000-EXIT
008420     PERFORM 2000-LOAD-YEAR-LIST          THRU 2000-EXIT
008430     PERFORM 1500-CHECK-RESTART           THRU 1500-EXIT
008440     PERFORM 3000-OPEN-REPORT-FILES       THRU 3000-EXIT
008450     PERFORM 4000-PROCESS-ALL-YEARS       THRU 4000-EXIT
008460     SORT SORT-WORK-FILE
008470         ON ASCENDING KEY SRT-DATA1
008480                          SRT-DATA2
008490                          SRT-EST-FLAG
008500         INPUT PROCEDURE IS 4800-FEED-SORT
008510                            THRU 4800-EXIT
008520         OUTPUT PROCEDURE IS 7000-PRINT-SORTED-TABLE
008530                             THRU 7000-EXIT
008540     PERFORM 5000-WRITE-SUMMARY           THRU 5000-EXIT
008550     PERFORM 5500-WRITE-RUN-HISTORY       THRU 5500-EXIT
008560     PERFORM 5600-WRITE-ALERT-REPORT      THRU 5600-EXIT
008570     PERFORM 6000-RECONCILE-CONTROL-TOTAL THRU 6000-EXIT
008580     PERFORM 8000-MARK-RUN-COMPLETE       THRU 8000-EXIT
008590     PERFORM 9999-TERMINATE               THRU 9999-EXIT
008600     GOBACK.
008610
008620*-----------------------------------------------------------*
008630* 1000-INITIALIZE                                            *
008640*-----------------------------------------------------------*
008650 1000-INITIALIZE.
008660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008670     MOVE "DATA3" TO WS-STAT-LABEL (1)
008680     MOVE "DATA4" TO WS-STAT-LABEL (2)
008690     MOVE "DATA5" TO WS-STAT-LABEL (3)
008700     MOVE "DATA6" TO WS-STAT-LABEL (4)
008710     MOVE "DATA7" TO WS-STAT-LABEL (5)
008720     MOVE "DATA8" TO WS-STAT-LABEL (6)
008730     PERFORM 1100-ZERO-ONE-STAT THRU 1100-EXIT
008740         VARYING WS-STAT-IDX FROM 1 BY 1
008750         UNTIL WS-STAT-IDX > 6
008760     PERFORM 1200-OPEN-STATION-INDEX THRU 1200-EXIT
008770     PERFORM 1600-LOAD-THRESHOLDS THRU 1600-EXIT
008780     PERFORM 1700-LOAD-OUTAGE-CALENDAR THRU 1700-EXIT
008790     PERFORM 1800-LOAD-MEASURES THRU 1800-EXIT
008800     PERFORM 1900-LOAD-CALIBRATIONS THRU 1900-EXIT
008810     PERFORM 1950-LOAD-FILL-OPTION THRU 1950-EXIT
008820     PERFORM 1970-LOAD-CLOSED-PERIODS THRU 1970-EXIT.
008830 1000-EXIT.
008840     EXIT.
008850
008860 1100-ZERO-ONE-STAT.
008870     MOVE 0 TO WS-STAT-MIN (WS-STAT-IDX)
008880     MOVE 0 TO WS-STAT-MAX (WS-STAT-IDX)
008890     MOVE 0 TO WS-STAT-TOTAL (WS-STAT-IDX).
008900 1100-EXIT.
008910     EXIT.
008920
008930*-----------------------------------------------------------*
008940* 1200-OPEN-STATION-INDEX - OPENS THE KEYED STATION MASTER   *
008950* (STATIONIDX.DAT, KEPT BY STATION-MAINT) SO 4320 CAN READ   *
008960* EACH STATION DIRECTLY INSTEAD OF LOADING A FIXED-SIZE      *
008970* TABLE - THE NETWORK CAN GROW WITHOUT TOUCHING THIS        *
008980* PROGRAM.  A MISSING INDEX WITH A GOOD FLAT MASTER ON DISK  *
008990* IS BOOTSTRAPPED FROM STATIONMST.DAT ON THE SPOT, SO THE    *
009000* STATION EDIT SURVIVES THE CONVERSION EVEN WHEN STATION-    *
009010* MAINT HAS NOT RUN YET.  AN INDEX IN THE OLD SHORTER LAYOUT *
009020* (STATUS 39) IS REBUILT THE SAME WAY.  ONLY WHEN NEITHER    *
009030* EXISTS IS THE EDIT BYPASSED WITH A CONSOLE WARNING, AS AN  *
009040* ABSENT MASTER ALWAYS WAS; AN INDEX THAT IS THERE BUT STILL *
009050* WILL NOT OPEN BYPASSES IT TOO, BUT ENDS THE RUN RC 8.  THE *
009060* STATION HISTORY IS OPENED ALONGSIDE; IF IT IS MISSING THE  *
009070* EDIT FALLS BACK TO THE MASTER'S ACTIVE FLAG AND COMMISSION *
009080* DATE.                                                      *
009090*-----------------------------------------------------------*
009100 1200-OPEN-STATION-INDEX.
009110     OPEN INPUT STATION-INDEX-FILE
009120     IF WS-STATION-INDEX-STATUS = "39"
009130         DISPLAY "READTESTDATA: STATIONIDX.DAT is in an older "
009140                 "layout - rebuilding it from STATIONMST.DAT"
009150     END-IF
009160     IF WS-STATION-INDEX-STATUS = "35" OR "39"
009170         PERFORM 1220-BOOTSTRAP-STATION-INDEX THRU 1220-EXIT
009180         OPEN INPUT STATION-INDEX-FILE
009190     END-IF
009200     IF WS-STATION-INDEX-STATUS = "00"
009210         SET WS-STATION-EDIT-ON TO TRUE
009220     ELSE
009230         DISPLAY "READTESTDATA: warning - STATIONIDX.DAT "
009240                 "not available (file status "
009250                 WS-STATION-INDEX-STATUS
009260                 "), station edit bypassed"
009270         IF WS-STATION-INDEX-STATUS NOT = "35"
009280             SET WS-STATION-EDIT-LOST TO TRUE
009290         END-IF
009300         GO TO 1200-EXIT
009310     END-IF
009320     OPEN INPUT STATION-HIST-FILE
009330     IF WS-STATION-HIST-STATUS = "00"
009340         SET WS-HISTORY-ON TO TRUE
009350     ELSE
009360         DISPLAY "READTESTDATA: warning - STATIONHIST.DAT "
009370                 "not available (file status "
009380                 WS-STATION-HIST-STATUS
009390                 "), station periods not checked"
009400     END-IF.
009410 1200-EXIT.
009420     EXIT.
009430
009440*-----------------------------------------------------------*
009450* 1220-BOOTSTRAP-STATION-INDEX - BUILDS STATIONIDX.DAT FROM  *
009460* THE FLAT STATIONMST.DAT, THE SAME WAY STATION-MAINT DOES   *
009470* ON ITS FIRST RUN.  AN ABSENT OR EMPTY FLAT MASTER CREATES  *
009480* NOTHING, SO A SITE THAT NEVER HAD A MASTER KEEPS THE OLD   *
009490* EDIT-BYPASSED BEHAVIOR.                                    *
009500*-----------------------------------------------------------*
009510 1220-BOOTSTRAP-STATION-INDEX.
009520     MOVE 'N' TO WS-MASTER-EOF-SW
009530     OPEN INPUT STATION-MASTER-FILE
009540     READ STATION-MASTER-FILE
009550         AT END
009560             SET WS-MASTER-EOF TO TRUE
009570     END-READ
009580     IF WS-MASTER-EOF
009590         CLOSE STATION-MASTER-FILE
009600         GO TO 1220-EXIT
009610     END-IF
009620     OPEN OUTPUT STATION-INDEX-FILE
009630     IF WS-STATION-INDEX-STATUS NOT = "00"
009640         CLOSE STATION-MASTER-FILE
009650         GO TO 1220-EXIT
009660     END-IF
009670     PERFORM 1230-STORE-ONE-MASTER THRU 1230-EXIT
009680         UNTIL WS-MASTER-EOF
009690     CLOSE STATION-MASTER-FILE
009700     CLOSE STATION-INDEX-FILE
009710     DISPLAY "READTESTDATA: STATIONIDX.DAT built from "
009720             "STATIONMST.DAT, " WS-BOOTSTRAP-COUNT
009730             " stations loaded.".
009740 1220-EXIT.
009750     EXIT.
009760
009770 1230-STORE-ONE-MASTER.
009780     MOVE STM-CODE      TO SIX-CODE
009790     MOVE STM-NAME      TO SIX-NAME
009800     MOVE STM-LOCATION  TO SIX-LOCATION
009810     MOVE STM-ACTIVE    TO SIX-ACTIVE
009820     MOVE STM-COMM-DATE TO SIX-COMM-DATE
009830     IF STM-LATITUDE-X = SPACES
009840         MOVE "N" TO SIX-GEO-SET
009850         MOVE 0   TO SIX-LATITUDE SIX-LONGITUDE SIX-ELEVATION
009860     ELSE
009870         MOVE "Y"           TO SIX-GEO-SET
009880         MOVE STM-LATITUDE  TO SIX-LATITUDE
009890         MOVE STM-LONGITUDE TO SIX-LONGITUDE
009900         MOVE STM-ELEVATION TO SIX-ELEVATION
009910     END-IF
009920     WRITE STATION-INDEX-RECORD
009930         INVALID KEY
009940             DISPLAY "READTESTDATA: duplicate station "
009950                     STM-CODE " on STATIONMST.DAT - skipped"
009960     END-WRITE
009970     IF WS-STATION-INDEX-STATUS = "00"
009980         ADD 1 TO WS-BOOTSTRAP-COUNT
009990     END-IF
010000     READ STATION-MASTER-FILE
010010         AT END
010020             SET WS-MASTER-EOF TO TRUE
010030     END-READ.
010040 1230-EXIT.
010050     EXIT.
010060
010070*-----------------------------------------------------------*
010080* 1500-CHECK-RESTART - READS WEATHERCHKP.DAT LEFT BY THE     *
010090* PRIOR RUN.  A STATUS OF INPROGRESS MEANS THAT RUN DIED     *
010100* PART WAY THROUGH, SO THIS RUN RESTARTS - THE YEAR LINES    *
010110* SAY WHICH YEARLY FILES ALREADY COMPLETED AND WITH WHAT     *
010120* COUNTS, AND 4100 WILL SKIP THEM.  AN ABSENT FILE OR A      *
010130* STATUS OF COMPLETE MEANS A NORMAL FRESH RUN.               *
010140*-----------------------------------------------------------*
010150 1500-CHECK-RESTART.
010160     OPEN INPUT CHECKPOINT-FILE
010170     PERFORM 1510-READ-CHECKPOINT-RECORD THRU 1510-EXIT
010180         UNTIL WS-CKP-EOF
010190     CLOSE CHECKPOINT-FILE
010200     IF WS-RESTART-MODE
010210         DISPLAY "READTESTDATA: prior run did not complete - "
010220                 "restarting, " WS-CKP-COUNT
010230                 " year(s) already done"
010240     ELSE
010250         MOVE 0 TO WS-CKP-COUNT
010260     END-IF.
010270 1500-EXIT.
010280     EXIT.
010290
010300 1510-READ-CHECKPOINT-RECORD.
010310     READ CHECKPOINT-FILE
010320         AT END
010330             SET WS-CKP-EOF TO TRUE
010340             GO TO 1510-EXIT
010350     END-READ
010360     EVALUATE CKP-TAG
010370         WHEN "STATUS"
010380             IF CKP-DETAIL = "INPROGRESS"
010390                 SET WS-RESTART-MODE TO TRUE
010400             END-IF
010410         WHEN "YEAR  "
010420             IF CKP-YEAR NUMERIC AND WS-CKP-COUNT < 20
010430                 ADD 1 TO WS-CKP-COUNT
010440                 MOVE CKP-YEAR TO WS-CKP-YEAR (WS-CKP-COUNT)
010450                 MOVE CKP-READ-COUNT
010460                      TO WS-CKP-READS (WS-CKP-COUNT)
010470                 MOVE CKP-EXCEPT-COUNT
010480                      TO WS-CKP-EXCEPTS (WS-CKP-COUNT)
010490             END-IF
010500         WHEN OTHER
010510             CONTINUE
010520     END-EVALUATE.
010530 1510-EXIT.
010540     EXIT.
010550
010560*-----------------------------------------------------------*
010570* 1600-LOAD-THRESHOLDS - READS THE WEATHERLIMITS.DAT CARDS,  *
010580* ONE WARNING OR CRITICAL LOW/HIGH PAIR PER FIELD, WITH AN   *
010590* OPTIONAL STATION CODE WHEN A SITE NEEDS ITS OWN LIMITS.    *
010600* AN ABSENT FILE SIMPLY LEAVES THE ALERT ENGINE IDLE.  A BAD *
010610* CARD IS REPORTED AND SKIPPED, NEVER GUESSED AT.            *
010620*-----------------------------------------------------------*
010630 1600-LOAD-THRESHOLDS.
010640     OPEN INPUT THRESHOLD-PARM-FILE
010650     PERFORM 1610-READ-LIMIT-CARD THRU 1610-EXIT
010660         UNTIL WS-LIMITS-EOF
010670     CLOSE THRESHOLD-PARM-FILE.
010680 1600-EXIT.
010690     EXIT.
010700
010710 1610-READ-LIMIT-CARD.
010720     READ THRESHOLD-PARM-FILE
010730         AT END
010740             SET WS-LIMITS-EOF TO TRUE
010750             GO TO 1610-EXIT
010760     END-READ
010770     ADD 1 TO WS-LIM-CARD-COUNT
010780     IF LIM-TAG NOT = "WARN" AND LIM-TAG NOT = "CRIT"
010790         GO TO 1610-EXIT
010800     END-IF
010810     IF LIM-FIELD < "3" OR LIM-FIELD > "8"
010820             OR FUNCTION TEST-NUMVAL (LIM-LOW) NOT = 0
010830             OR FUNCTION TEST-NUMVAL (LIM-HIGH) NOT = 0
010840             OR (LIM-STATION NOT = SPACES
010850                 AND LIM-STATION NOT NUMERIC)
010860         DISPLAY "READTESTDATA: warning - limit card "
010870                 WS-LIM-CARD-COUNT " skipped, bad format"
010880         GO TO 1610-EXIT
010890     END-IF
010900     IF WS-LIMIT-COUNT >= 50
010910         DISPLAY "READTESTDATA: warning - more than 50 limit "
010920                 "cards, ignoring the rest"
010930         GO TO 1610-EXIT
010940     END-IF
010950     ADD 1 TO WS-LIMIT-COUNT
010960     IF LIM-TAG = "CRIT"
010970         MOVE "C" TO WS-LIM-SEVERITY (WS-LIMIT-COUNT)
010980     ELSE
010990         MOVE "W" TO WS-LIM-SEVERITY (WS-LIMIT-COUNT)
011000     END-IF
011010     COMPUTE WS-LIM-WORK =
011020             FUNCTION NUMVAL (LIM-FIELD) - 2
011030     MOVE WS-LIM-WORK TO WS-LIM-FLD (WS-LIMIT-COUNT)
011040     IF LIM-STATION = SPACES
011050         MOVE 0 TO WS-LIM-STATION (WS-LIMIT-COUNT)
011060     ELSE
011070         MOVE LIM-STATION TO WS-LIM-STATION (WS-LIMIT-COUNT)
011080     END-IF
011090     COMPUTE WS-LIM-LOW (WS-LIMIT-COUNT) =
011100             FUNCTION NUMVAL (LIM-LOW)
011110     COMPUTE WS-LIM-HIGH (WS-LIMIT-COUNT) =
011120             FUNCTION NUMVAL (LIM-HIGH).
011130 1610-EXIT.
011140     EXIT.
011150
011160*-----------------------------------------------------------*
011170* 1700-LOAD-OUTAGE-CALENDAR - READS THE PLANNED-OUTAGE       *
011180* WINDOWS OUTAGE-MAINT KEEPS ON OUTAGECAL.DAT.  AN ABSENT    *
011190* OR EMPTY CALENDAR SIMPLY MEANS EVERY GAP AND BREACH IS     *
011200* TREATED AS REAL, AS BEFORE.  A BAD RECORD IS REPORTED AND  *
011210* SKIPPED, NEVER GUESSED AT.                                 *
011220*-----------------------------------------------------------*
011230 1700-LOAD-OUTAGE-CALENDAR.
011240     OPEN INPUT OUTAGE-CAL-FILE
011250     PERFORM 1710-READ-OUTAGE-RECORD THRU 1710-EXIT
011260         UNTIL WS-OUTAGES-EOF
011270     CLOSE OUTAGE-CAL-FILE.
011280 1700-EXIT.
011290     EXIT.
011300
011310 1710-READ-OUTAGE-RECORD.
011320     READ OUTAGE-CAL-FILE
011330         AT END
011340             SET WS-OUTAGES-EOF TO TRUE
011350             GO TO 1710-EXIT
011360     END-READ
011370     IF OUT-STATION NOT NUMERIC
011380             OR OUT-FROM-STAMP NOT NUMERIC
011390             OR OUT-TO-STAMP NOT NUMERIC
011400         DISPLAY "READTESTDATA: warning - outage calendar "
011410                 "record skipped, bad format"
011420         GO TO 1710-EXIT
011430     END-IF
011440     IF WS-OUTAGE-COUNT >= 200
011450         DISPLAY "READTESTDATA: error - more than 200 outage "
011460                 "windows, calendar only partly loaded - "
011470                 "gaps and alerts past slot 200 will show as "
011480                 "REAL, run ends with RETURN-CODE 8"
011490         SET WS-OUTAGE-OVERFLOW TO TRUE
011500         SET WS-OUTAGES-EOF TO TRUE
011510         GO TO 1710-EXIT
011520     END-IF
011530     ADD 1 TO WS-OUTAGE-COUNT
011540     MOVE OUT-STATION    TO WS-OUT-STATION (WS-OUTAGE-COUNT)
011550     MOVE OUT-FROM-STAMP TO WS-OUT-FROM-STAMP (WS-OUTAGE-COUNT)
011560     MOVE OUT-TO-STAMP   TO WS-OUT-TO-STAMP (WS-OUTAGE-COUNT).
011570 1710-EXIT.
011580     EXIT.
011590
011600*-----------------------------------------------------------*
011610* 1800-LOAD-MEASURES - READS THE WEATHERCALC.DAT CARDS, ONE  *
011620* NAMED DERIVED MEASURE PER CARD, DEFINED AS OPERAND         *
011630* OPERATOR OPERAND WHERE AN OPERAND IS A FIELD NUMBER 3-8    *
011640* OR A SIGNED CONSTANT.  AN ABSENT FILE LEAVES THE ENGINE    *
011650* IDLE.  A BAD CARD IS REPORTED AND SKIPPED, NEVER GUESSED   *
011660* AT.                                                        *
011670*-----------------------------------------------------------*
011680 1800-LOAD-MEASURES.
011690     OPEN INPUT MEASURE-PARM-FILE
011700     PERFORM 1810-READ-CALC-CARD THRU 1810-EXIT
011710         UNTIL WS-CALCS-EOF
011720     CLOSE MEASURE-PARM-FILE.
011730 1800-EXIT.
011740     EXIT.
011750
011760 1810-READ-CALC-CARD.
011770     READ MEASURE-PARM-FILE
011780         AT END
011790             SET WS-CALCS-EOF TO TRUE
011800             GO TO 1810-EXIT
011810     END-READ
011820     ADD 1 TO WS-CALC-CARD-COUNT
011830     IF CAL-TAG NOT = "CALC"
011840         GO TO 1810-EXIT
011850     END-IF
011860     IF CAL-NAME = SPACES
011870             OR (CAL-OPERATOR NOT = "+"
011880                 AND CAL-OPERATOR NOT = "-"
011890                 AND CAL-OPERATOR NOT = "*"
011900                 AND CAL-OPERATOR NOT = "/")
011910         DISPLAY "READTESTDATA: warning - measure card "
011920                 WS-CALC-CARD-COUNT " skipped, bad format"
011930         GO TO 1810-EXIT
011940     END-IF
011950     IF WS-MEASURE-COUNT >= 10
011960         DISPLAY "READTESTDATA: warning - more than 10 measure "
011970                 "cards, ignoring the rest"
011980         SET WS-CALCS-EOF TO TRUE
011990         GO TO 1810-EXIT
012000     END-IF
012010     ADD 1 TO WS-MEASURE-COUNT
012020     MOVE CAL-NAME TO WS-MEA-NAME (WS-MEASURE-COUNT)
012030     MOVE CAL-OPERATOR TO WS-MEA-OPERATOR (WS-MEASURE-COUNT)
012040     MOVE CAL-OPND1 TO WS-OPERAND-TEXT
012050     PERFORM 1820-DECODE-OPERAND THRU 1820-EXIT
012060     IF WS-OPERAND-BAD
012070         PERFORM 1830-DROP-BAD-MEASURE THRU 1830-EXIT
012080         GO TO 1810-EXIT
012090     END-IF
012100     MOVE WS-OPERAND-FLD
012110          TO WS-MEA-OPND1-FLD (WS-MEASURE-COUNT)
012120     MOVE WS-OPERAND-CON
012130          TO WS-MEA-OPND1-CON (WS-MEASURE-COUNT)
012140     MOVE CAL-OPND2 TO WS-OPERAND-TEXT
012150     PERFORM 1820-DECODE-OPERAND THRU 1820-EXIT
012160     IF WS-OPERAND-BAD
012170         PERFORM 1830-DROP-BAD-MEASURE THRU 1830-EXIT
012180         GO TO 1810-EXIT
012190     END-IF
012200     MOVE WS-OPERAND-FLD
012210          TO WS-MEA-OPND2-FLD (WS-MEASURE-COUNT)
012220     MOVE WS-OPERAND-CON
012230          TO WS-MEA-OPND2-CON (WS-MEASURE-COUNT).
012240 1810-EXIT.
012250     EXIT.
012260
012270*-----------------------------------------------------------*
012280* 1820-DECODE-OPERAND - A BARE DIGIT 3 THRU 8 NAMES A FEED   *
012290* FIELD (STORED AS ITS 1-6 TABLE INDEX), ANYTHING ELSE MUST  *
012300* BE A SIGNED CONSTANT.                                      *
012310*-----------------------------------------------------------*
012320 1820-DECODE-OPERAND.
012330     MOVE 'Y' TO WS-OPERAND-OK-SW
012340     MOVE 0 TO WS-OPERAND-FLD
012350     MOVE 0 TO WS-OPERAND-CON
012360     IF WS-OPERAND-TEXT (1:1) >= "3"
012370             AND WS-OPERAND-TEXT (1:1) <= "8"
012380             AND WS-OPERAND-TEXT (2:5) = SPACES
012390         COMPUTE WS-OPERAND-FLD =
012400                 FUNCTION NUMVAL (WS-OPERAND-TEXT) - 2
012410         GO TO 1820-EXIT
012420     END-IF
012430     IF FUNCTION TEST-NUMVAL (WS-OPERAND-TEXT) = 0
012440         COMPUTE WS-OPERAND-CON =
012450                 FUNCTION NUMVAL (WS-OPERAND-TEXT)
012460         GO TO 1820-EXIT
012470     END-IF
012480     SET WS-OPERAND-BAD TO TRUE.
012490 1820-EXIT.
012500     EXIT.
012510
012520 1830-DROP-BAD-MEASURE.
012530     DISPLAY "READTESTDATA: warning - measure card "
012540             WS-CALC-CARD-COUNT " skipped, bad operand"
012550     SUBTRACT 1 FROM WS-MEASURE-COUNT.
012560 1830-EXIT.
012570     EXIT.
012580
012590*-----------------------------------------------------------*
012600* 1900-LOAD-CALIBRATIONS - READS THE SENSOR CALIBRATION      *
012610* CORRECTIONS CALIB-MAINT KEEPS ON WEATHERCALIB.DAT.  AN     *
012620* ABSENT OR EMPTY FILE SIMPLY MEANS NO READING IS CORRECTED. *
012630* A BAD RECORD IS REPORTED AND SKIPPED, NEVER GUESSED AT.    *
012640*-----------------------------------------------------------*
012650 1900-LOAD-CALIBRATIONS.
012660     OPEN INPUT CALIBRATION-FILE
012670     PERFORM 1910-READ-CALIB-RECORD THRU 1910-EXIT
012680         UNTIL WS-CALIBS-EOF
012690     CLOSE CALIBRATION-FILE.
012700 1900-EXIT.
012710     EXIT.
012720
012730 1910-READ-CALIB-RECORD.
012740     READ CALIBRATION-FILE
012750         AT END
012760             SET WS-CALIBS-EOF TO TRUE
012770             GO TO 1910-EXIT
012780     END-READ
012790     ADD 1 TO WS-CALIB-CARD-COUNT
012800     IF CB-STATION NOT NUMERIC
012810             OR CB-FIELD NOT NUMERIC
012820             OR CB-FIELD < 3 OR CB-FIELD > 8
012830             OR CB-FROM-STAMP NOT NUMERIC
012840             OR CB-TO-STAMP NOT NUMERIC
012850             OR FUNCTION TEST-NUMVAL (CB-OFFSET) NOT = 0
012860             OR FUNCTION TEST-NUMVAL (CB-MULTIPLIER) NOT = 0
012870         DISPLAY "READTESTDATA: warning - calibration record "
012880                 WS-CALIB-CARD-COUNT " skipped, bad format"
012890         GO TO 1910-EXIT
012900     END-IF
012910     IF WS-CALIB-COUNT >= 200
012920         DISPLAY "READTESTDATA: error - more than 200 "
012930                 "calibration corrections, file only partly "
012940                 "loaded - readings past slot 200 go "
012950                 "uncorrected, run ends with RETURN-CODE 8"
012960         SET WS-CALIB-OVERFLOW TO TRUE
012970         SET WS-CALIBS-EOF TO TRUE
012980         GO TO 1910-EXIT
012990     END-IF
013000     ADD 1 TO WS-CALIB-COUNT
013010     MOVE CB-STATION    TO WS-CB-STATION (WS-CALIB-COUNT)
013020     COMPUTE WS-CB-FLD (WS-CALIB-COUNT) = CB-FIELD - 2
013030     MOVE CB-FROM-STAMP TO WS-CB-FROM-STAMP (WS-CALIB-COUNT)
013040     MOVE CB-TO-STAMP   TO WS-CB-TO-STAMP (WS-CALIB-COUNT)
013050     COMPUTE WS-CB-OFFSET (WS-CALIB-COUNT) =
013060             FUNCTION NUMVAL (CB-OFFSET)
013070     COMPUTE WS-CB-MULTIPLIER (WS-CALIB-COUNT) =
013080             FUNCTION NUMVAL (CB-MULTIPLIER)
013090     MOVE 0 TO WS-CB-APPLIED-COUNT (WS-CALIB-COUNT).
013100 1910-EXIT.
013110     EXIT.
013120
013130*-----------------------------------------------------------*
013140* 1920-FIND-CALIBRATION - LOOKS UP THE CORRECTION IN FORCE   *
013150* FOR STATION WS-CALIB-FIND-STATION, FIELD WS-STAT-IDX AND   *
013160* STAMP WS-CALIB-FIND-STAMP.  WS-CALIB-MATCH-IDX IS LEFT     *
013170* ZERO WHEN NONE APPLIES.                                    *
013180*-----------------------------------------------------------*
013190 1920-FIND-CALIBRATION.
013200     MOVE 0 TO WS-CALIB-MATCH-IDX
013210     PERFORM 1930-CHECK-ONE-CALIBRATION THRU 1930-EXIT
013220         VARYING WS-CALIB-IDX FROM 1 BY 1
013230         UNTIL WS-CALIB-IDX > WS-CALIB-COUNT
013240            OR WS-CALIB-MATCH-IDX > 0.
013250 1920-EXIT.
013260     EXIT.
013270
013280 1930-CHECK-ONE-CALIBRATION.
013290     IF WS-CB-STATION (WS-CALIB-IDX) = WS-CALIB-FIND-STATION
013300             AND WS-CB-FLD (WS-CALIB-IDX) = WS-STAT-IDX
013310             AND WS-CB-FROM-STAMP (WS-CALIB-IDX)
013320                 NOT > WS-CALIB-FIND-STAMP
013330             AND WS-CB-TO-STAMP (WS-CALIB-IDX)
013340                 NOT < WS-CALIB-FIND-STAMP
013350         MOVE WS-CALIB-IDX TO WS-CALIB-MATCH-IDX
013360     END-IF.
013370 1930-EXIT.
013380     EXIT.
013390
013400*-----------------------------------------------------------*
013410* 1950-LOAD-FILL-OPTION - AN INCL Y CARD ON FILLPARM.DAT     *
013420* ASKS FOR THE GAP-FILL ESTIMATES TO BE SHOWN.  WITHOUT IT   *
013430* (OR WITHOUT THE FILE) THE RUN IS RECEIVED READINGS ONLY,   *
013440* AS BEFORE.                                                 *
013450*-----------------------------------------------------------*
013460 1950-LOAD-FILL-OPTION.
013470     OPEN INPUT FILL-PARM-FILE
013480     PERFORM 1960-READ-FILL-CARD THRU 1960-EXIT
013490         UNTIL WS-FILL-PARM-EOF
013500     CLOSE FILL-PARM-FILE.
013510 1950-EXIT.
013520     EXIT.
013530
013540 1960-READ-FILL-CARD.
013550     READ FILL-PARM-FILE
013560         AT END
013570             SET WS-FILL-PARM-EOF TO TRUE
013580             GO TO 1960-EXIT
013590     END-READ
013600     IF FPC-TAG = "INCL"
013610         IF FPC-VALUE (1:1) = "Y"
013620             SET WS-INCLUDE-ESTIMATES TO TRUE
013630         ELSE
013640             MOVE 'N' TO WS-INCLUDE-EST-SW
013650         END-IF
013660     END-IF.
013670 1960-EXIT.
013680     EXIT.
013690
013700*-----------------------------------------------------------*
013710* 1970-LOAD-CLOSED-PERIODS - THE MONTHS WEATHER-CLOSE HAS    *
013720* CLOSED.  WITH ANY CLOSED, THE CERTIFIED STORE IS OPENED SO *
013730* THEIR CERTIFIED READINGS CAN STAND IN FOR THE ONES HELD.   *
013740* WITHOUT THE STORE THE READINGS ARE STILL HELD - A CLOSED   *
013750* MONTH IS NEVER CHANGED - BUT THE RUN ENDS RC 8.            *
013760*-----------------------------------------------------------*
013770 1970-LOAD-CLOSED-PERIODS.
013780     OPEN INPUT PERIOD-FILE
013790     PERFORM 1980-READ-PERIOD-RECORD THRU 1980-EXIT
013800         UNTIL WS-PERIODS-EOF
013810     CLOSE PERIOD-FILE
013820     IF WS-CLOSE-MONTH-COUNT = 0
013830         GO TO 1970-EXIT
013840     END-IF
013850     OPEN INPUT CERTIFIED-FILE
013860     IF WS-CERT-FILE-STATUS = "00"
013870         SET WS-CERT-ON TO TRUE
013880     ELSE
013890         DISPLAY "READTESTDATA: warning - unable to open "
013900                 "WEATHERCERT.DAT - file status "
013910                 WS-CERT-FILE-STATUS ", closed months held "
013920                 "but not carried"
013930     END-IF.
013940 1970-EXIT.
013950     EXIT.
013960
013970 1980-READ-PERIOD-RECORD.
013980     READ PERIOD-FILE
013990         AT END
014000             SET WS-PERIODS-EOF TO TRUE
014010             GO TO 1980-EXIT
014020     END-READ
014030     IF PER-STATUS NOT = "C"
014040         GO TO 1980-EXIT
014050     END-IF
014060     IF WS-CLOSE-MONTH-COUNT >= 600
014070         DISPLAY "READTESTDATA: warning - more than 600 closed "
014080                 "months on WEATHERPERIOD.DAT, ignoring "
014090                 PER-MONTH
014100         GO TO 1980-EXIT
014110     END-IF
014120     ADD 1 TO WS-CLOSE-MONTH-COUNT
014130     MOVE PER-MONTH TO WS-CLOSE-MONTH (WS-CLOSE-MONTH-COUNT).
014140 1980-EXIT.
014150     EXIT.
014160
014170*-----------------------------------------------------------*
014180* 2000-LOAD-YEAR-LIST - READS WEATHERYEARS.DAT, ONE 4-DIGIT  *
014190* YEAR PER LINE, SO A SINGLE RUN CAN CONSOLIDATE SEVERAL     *
014200* YEARLY FILES.  IF THE CARD FILE IS ABSENT OR EMPTY, FALL   *
014210* BACK TO THE ORIGINAL SINGLE-YEAR BEHAVIOR AGAINST 2020.    *
014220*-----------------------------------------------------------*
014230 2000-LOAD-YEAR-LIST.
014240     OPEN INPUT YEARS-PARM-FILE
014250     PERFORM 2100-READ-YEAR-CARD THRU 2100-EXIT
014260         UNTIL WS-YEARS-EOF
014270     CLOSE YEARS-PARM-FILE
014280     IF WS-YEAR-COUNT = 0
014290         MOVE 1 TO WS-YEAR-COUNT
014300         MOVE 2020 TO WS-YEAR-ENTRY (1)
014310     END-IF.
014320 2000-EXIT.
014330     EXIT.
014340
014350 2100-READ-YEAR-CARD.
014360     READ YEARS-PARM-FILE
014370         AT END
014380             SET WS-YEARS-EOF TO TRUE
014390             GO TO 2100-EXIT
014400     END-READ
014410     IF YEAR-CARD NOT NUMERIC OR YEAR-CARD = "0000"
014420         GO TO 2100-EXIT
014430     END-IF
014440     IF WS-YEAR-COUNT >= 20
014450         DISPLAY "READTESTDATA: warning - more than 20 years in "
014460                 "WEATHERYEARS.DAT, ignoring " YEAR-CARD
014470         GO TO 2100-EXIT
014480     END-IF
014490     ADD 1 TO WS-YEAR-COUNT
014500     MOVE YEAR-CARD TO WS-YEAR-ENTRY (WS-YEAR-COUNT).
014510 2100-EXIT.
014520     EXIT.
014530
014540*-----------------------------------------------------------*
014550* 3000-OPEN-REPORT-FILES                                    *
014560*-----------------------------------------------------------*
014570 3000-OPEN-REPORT-FILES.
014580     OPEN OUTPUT REPORT-FILE
014590     OPEN OUTPUT EXTRACT-FILE
014600     MOVE SPACES TO EXTRACT-LINE
014610     MOVE 1 TO WS-CSV-PTR
014620     STRING "YEAR,DATA1,DATA2,DATA3,DATA4,DATA5,DATA6,DATA7," &
014630          "DATA8" DELIMITED BY SIZE
014640            INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR
014650     PERFORM 3150-APPEND-ONE-CSV-NAME THRU 3150-EXIT
014660         VARYING WS-MEASURE-IDX FROM 1 BY 1
014670         UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT
014680     IF WS-INCLUDE-ESTIMATES
014690         STRING ",ESTIMATE" DELIMITED BY SIZE
014700                INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR
014710     END-IF
014720     WRITE EXTRACT-LINE
014730     OPEN OUTPUT DUPLICATE-FILE
014740     MOVE SPACES TO DUPLICATE-LINE
014750     STRING "WEATHER DUPLICATE READING LISTING - RUN DATE "
014760            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
014770            DELIMITED BY SIZE INTO DUPLICATE-LINE
014780     WRITE DUPLICATE-LINE
014790     MOVE " YEAR   DATA1   DATA2       DATA3-DATA8"
014800          TO DUPLICATE-LINE
014810     WRITE DUPLICATE-LINE
014820     OPEN OUTPUT ALERT-CRIT-FILE
014830     OPEN OUTPUT ALERT-WARN-FILE
014840     OPEN OUTPUT ALERT-PLAN-FILE
014850     OPEN OUTPUT GAP-REPORT-FILE
014860     MOVE SPACES TO GAP-LINE
014870     STRING "WEATHER MISSING-INTERVAL LISTING - RUN DATE "
014880            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
014890            " - EXPECTED INTERVAL ONE HOUR"
014900            DELIMITED BY SIZE INTO GAP-LINE
014910     WRITE GAP-LINE
014920     PERFORM 3100-WRITE-REPORT-HEADER THRU 3100-EXIT
014930     IF WS-RESTART-MODE
014940         PERFORM 3300-REBUILD-WORK-FILE THRU 3300-EXIT
014950         PERFORM 3400-REBUILD-EXCEPTION-FILE THRU 3400-EXIT
014960         PERFORM 3500-REBUILD-REJECT-FILE THRU 3500-EXIT
014970     ELSE
014980         OPEN OUTPUT GOOD-WORK-FILE
014990         OPEN OUTPUT EXCEPTION-FILE
015000         OPEN OUTPUT REJECT-FILE
015010         PERFORM 3200-WRITE-EXCEPTION-HEADER THRU 3200-EXIT
015020     END-IF.
015030 3000-EXIT.
015040     EXIT.
015050
015060 3100-WRITE-REPORT-HEADER.
015070     MOVE SPACES TO REPORT-LINE
015080     STRING "WEATHER INFORMATION TABLE - RUN DATE "
015090            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
015100            "   PAGE " WS-PAGE-NUMBER
015110            DELIMITED BY SIZE INTO REPORT-LINE
015120     WRITE REPORT-LINE
015130     MOVE SPACES TO REPORT-LINE
015140     WRITE REPORT-LINE
015150     MOVE " --------------------------------------------" &
015160          "-----------------------------------------------" &
015170          "----------------------------------------------"
015180          TO REPORT-LINE
015190     WRITE REPORT-LINE
015200     MOVE " | YEAR |   1    | STATION NAME         | LOCATION" &
015210          "             |     2     |    3   |   4   |    5  " &
015220          "|   6   |   7   |   8   |"
015230          TO REPORT-LINE
015240     WRITE REPORT-LINE
015250     MOVE " --------------------------------------------" &
015260          "-----------------------------------------------" &
015270          "----------------------------------------------"
015280          TO REPORT-LINE
015290     WRITE REPORT-LINE
015300     MOVE 0 TO WS-LINES-ON-PAGE.
015310 3100-EXIT.
015320     EXIT.
015330
015340*-----------------------------------------------------------*
015350* 3150-APPEND-ONE-CSV-NAME - ADDS A DERIVED MEASURE'S NAME   *
015360* TO THE EXTRACT HEADER ROW AS AN EXTRA COLUMN.              *
015370*-----------------------------------------------------------*
015380 3150-APPEND-ONE-CSV-NAME.
015390     STRING "," DELIMITED BY SIZE
015400            WS-MEA-NAME (WS-MEASURE-IDX) DELIMITED BY SPACE
015410            INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR.
015420 3150-EXIT.
015430     EXIT.
015440
015450 3200-WRITE-EXCEPTION-HEADER.
015460     MOVE SPACES TO EXCEPTION-LINE
015470     STRING "WEATHER DATA EXCEPTION LISTING - RUN DATE "
015480            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
015490            DELIMITED BY SIZE INTO EXCEPTION-LINE
015500     WRITE EXCEPTION-LINE
015510     MOVE " YEAR   DATA1   DATA2       DATA3-DATA8      " &
015520          " REASON"
015530          TO EXCEPTION-LINE
015540     WRITE EXCEPTION-LINE.
015550 3200-EXIT.
015560     EXIT.
015570
015580*-----------------------------------------------------------*
015590* 3300-REBUILD-WORK-FILE - ON RESTART THE GOOD-RECORD WORK   *
015600* FILE MAY END WITH A PARTIAL YEAR FROM THE RUN THAT DIED.   *
015610* THE OLD FILE IS SET ASIDE AND COPIED BACK KEEPING ONLY THE *
015620* RECORDS OF YEARS THE CHECKPOINT SAYS COMPLETED, SO THE     *
015630* UNFINISHED YEAR IS REPROCESSED FROM SCRATCH WITHOUT        *
015640* DOUBLING ITS RECORDS.  THE FILE IS LEFT OPEN FOR 4000 TO   *
015650* KEEP WRITING.                                              *
015660*-----------------------------------------------------------*
015670 3300-REBUILD-WORK-FILE.
015680*    RECORDS THAT CAME FROM WEATHERSUPP.DAT IN THE DEAD RUN
015690*    MUST NOT SURVIVE THE REBUILD - 4500 FOLDS THE FILE IN
015700*    AGAIN, AND A SURVIVING FIRST COPY WOULD PUT EVERY
015710*    RESUBMITTED READING ON THE DUPLICATE LISTING AS IF THE
015720*    PROVIDER HAD RESENT IT.
015730     MOVE "mv WEATHERGOOD.TMP WEATHERGOOD.BAK"
015740          TO WS-MOVE-COMMAND
015750     CALL "SYSTEM" USING WS-MOVE-COMMAND
015760     MOVE "WEATHERGOOD.BAK" TO WS-OLD-FILE-NAME
015770     MOVE 'N' TO WS-OLD-EOF-SW
015780     MOVE 0 TO WS-KEPT-COUNT
015790     MOVE 0 TO WS-DROPPED-COUNT
015800     OPEN INPUT RESTART-OLD-FILE
015810     OPEN OUTPUT GOOD-WORK-FILE
015820     PERFORM 3310-COPY-ONE-WORK-RECORD THRU 3310-EXIT
015830         UNTIL WS-OLD-EOF
015840     CLOSE RESTART-OLD-FILE
015850     DISPLAY "READTESTDATA: restart - " WS-KEPT-COUNT
015860             " work records kept, " WS-DROPPED-COUNT
015870             " from the unfinished year dropped, "
015880             WS-SUPP-DROPPED-COUNT " left to the "
015890             "supplemental re-fold, "
015900             WS-CLOSE-DROPPED-COUNT " of closed months left to "
015910             "be carried again".
015920 3300-EXIT.
015930     EXIT.
015940
015950 3310-COPY-ONE-WORK-RECORD.
015960     READ RESTART-OLD-FILE
015970         AT END
015980             SET WS-OLD-EOF TO TRUE
015990             GO TO 3310-EXIT
016000     END-READ
016010     MOVE OLD-FILE-LINE (1:130) TO WS-GOOD-RECORD
016020     MOVE 'N' TO WS-YEAR-DONE-SW
016030     PERFORM 4160-MATCH-ONE-CKP-YEAR THRU 4160-EXIT
016040         VARYING WS-CKP-IDX FROM 1 BY 1
016050         UNTIL WS-CKP-IDX > WS-CKP-COUNT
016060            OR WS-YEAR-ALREADY-DONE
016070     IF NOT WS-YEAR-ALREADY-DONE
016080         ADD 1 TO WS-DROPPED-COUNT
016090         GO TO 3310-EXIT
016100     END-IF
016110*    CERTIFIED READINGS THE DEAD RUN CARRIED ARE CARRIED AGAIN
016120*    BY 4900, SO ANY FROM A CLOSED MONTH ARE DROPPED HERE.
016130     MOVE WS-GOOD-RECORD (7:6) TO WS-CLOSE-CHECK-MONTH
016140     PERFORM 4390-CHECK-CLOSED-MONTH THRU 4390-EXIT
016150     IF WS-MONTH-CLOSED
016160         ADD 1 TO WS-CLOSE-DROPPED-COUNT
016170         GO TO 3310-EXIT
016180     END-IF
016190     PERFORM 3370-MATCH-SUPP-KEY THRU 3370-EXIT
016200     IF WS-SUPPKEY-MATCHED
016210         ADD 1 TO WS-SUPP-DROPPED-COUNT
016220         GO TO 3310-EXIT
016230     END-IF
016240     WRITE GOOD-WORK-RECORD FROM WS-GOOD-RECORD
016250     ADD 1 TO WS-KEPT-COUNT.
016260 3310-EXIT.
016270     EXIT.
016280
016290*-----------------------------------------------------------*
016300* 3370-MATCH-SUPP-KEY - SAYS WHETHER THE WORK RECORD IN      *
016310* WS-GOOD-RECORD IS A COPY THE DEAD RUN ALREADY FOLDED IN    *
016320* FROM WEATHERSUPP.DAT, BY SCANNING THAT FILE ON DISK.  THE  *
016330* SCAN RUNS ONCE PER KEPT WORK RECORD AND ONLY ON A RESTART, *
016340* AND IS BOUNDED BY THE FILE, NOT BY A FIXED KEY TABLE.      *
016350*-----------------------------------------------------------*
016360 3370-MATCH-SUPP-KEY.
016370     MOVE 'N' TO WS-SUPPKEY-MATCH-SW
016380     MOVE 'N' TO WS-SUPP-EOF-SW
016390     OPEN INPUT SUPPLEMENTAL-FILE
016400     PERFORM 3380-CHECK-ONE-SUPP-KEY THRU 3380-EXIT
016410         UNTIL WS-SUPP-EOF
016420            OR WS-SUPPKEY-MATCHED
016430     CLOSE SUPPLEMENTAL-FILE.
016440 3370-EXIT.
016450     EXIT.
016460
016470 3380-CHECK-ONE-SUPP-KEY.
016480     READ SUPPLEMENTAL-FILE
016490         AT END
016500             SET WS-SUPP-EOF TO TRUE
016510             GO TO 3380-EXIT
016520     END-READ
016530     IF SUP-YEAR = WS-GOOD-YEAR
016540             AND SUP-RECORD (1:6) = WS-GOOD-DATA1
016550             AND SUP-RECORD (7:10) = WS-GOOD-DATA2
016560         SET WS-SUPPKEY-MATCHED TO TRUE
016570     END-IF.
016580 3380-EXIT.
016590     EXIT.
016600
016610*-----------------------------------------------------------*
016620* 3400-REBUILD-EXCEPTION-FILE - SAME IDEA AS 3300 FOR THE    *
016630* PRINTED EXCEPTION LISTING - DETAIL LINES CARRY THE YEAR IN *
016640* COLUMNS 2-5, HEADING LINES DO NOT LOOK LIKE A YEAR AND ARE *
016650* KEPT AS IS.  LEFT OPEN SO 4600 KEEPS APPENDING.            *
016660*-----------------------------------------------------------*
016670 3400-REBUILD-EXCEPTION-FILE.
016680     MOVE "mv WEATHEREXCEPT.TXT WEATHEREXCEPT.BAK"
016690          TO WS-MOVE-COMMAND
016700     CALL "SYSTEM" USING WS-MOVE-COMMAND
016710     MOVE "WEATHEREXCEPT.BAK" TO WS-OLD-FILE-NAME
016720     MOVE 'N' TO WS-OLD-EOF-SW
016730     OPEN INPUT RESTART-OLD-FILE
016740     OPEN OUTPUT EXCEPTION-FILE
016750     PERFORM 3410-COPY-ONE-EXCEPT-LINE THRU 3410-EXIT
016760         UNTIL WS-OLD-EOF
016770     CLOSE RESTART-OLD-FILE.
016780 3400-EXIT.
016790     EXIT.
016800
016810 3410-COPY-ONE-EXCEPT-LINE.
016820     READ RESTART-OLD-FILE
016830         AT END
016840             SET WS-OLD-EOF TO TRUE
016850             GO TO 3410-EXIT
016860     END-READ
016870*    A RUN THAT DIED BETWEEN THE SUMMARY AND THE COMPLETION
016880*    MARK HAS ALREADY WRITTEN ITS TRAILER - DROP IT SO THE
016890*    RESTARTED RUN DOES NOT END UP WITH TWO.
016900     IF OLD-FILE-LINE (1:24) = "END OF EXCEPTION LISTING"
016910         GO TO 3410-EXIT
016920     END-IF
016930     IF OLD-FILE-LINE (2:4) NUMERIC
016940         MOVE OLD-FILE-LINE (2:4) TO WS-GOOD-YEAR
016950         MOVE 'N' TO WS-YEAR-DONE-SW
016960         PERFORM 4160-MATCH-ONE-CKP-YEAR THRU 4160-EXIT
016970             VARYING WS-CKP-IDX FROM 1 BY 1
016980             UNTIL WS-CKP-IDX > WS-CKP-COUNT
016990                OR WS-YEAR-ALREADY-DONE
017000         IF NOT WS-YEAR-ALREADY-DONE
017010             GO TO 3410-EXIT
017020         END-IF
017030     END-IF
017040     WRITE EXCEPTION-LINE FROM OLD-FILE-LINE.
017050 3410-EXIT.
017060     EXIT.
017070
017080*-----------------------------------------------------------*
017090* 3500-REBUILD-REJECT-FILE - SAME IDEA AS 3300 FOR THE FIXED *
017100* LAYOUT REJECT FILE - RECORDS OF THE UNFINISHED YEAR ARE    *
017110* DROPPED BECAUSE THAT YEAR IS ABOUT TO BE REPROCESSED.      *
017120*-----------------------------------------------------------*
017130 3500-REBUILD-REJECT-FILE.
017140     MOVE "mv WEATHERREJECT.DAT WEATHERREJECT.BAK"
017150          TO WS-MOVE-COMMAND
017160     CALL "SYSTEM" USING WS-MOVE-COMMAND
017170     MOVE "WEATHERREJECT.BAK" TO WS-OLD-FILE-NAME
017180     MOVE 'N' TO WS-OLD-EOF-SW
017190     OPEN INPUT RESTART-OLD-FILE
017200     OPEN OUTPUT REJECT-FILE
017210     PERFORM 3510-COPY-ONE-REJECT THRU 3510-EXIT
017220         UNTIL WS-OLD-EOF
017230     CLOSE RESTART-OLD-FILE.
017240 3500-EXIT.
017250     EXIT.
017260
017270 3510-COPY-ONE-REJECT.
017280     READ RESTART-OLD-FILE
017290         AT END
017300             SET WS-OLD-EOF TO TRUE
017310             GO TO 3510-EXIT
017320     END-READ
017330     IF OLD-FILE-LINE (1:4) NUMERIC
017340         MOVE OLD-FILE-LINE (1:4) TO WS-GOOD-YEAR
017350         MOVE 'N' TO WS-YEAR-DONE-SW
017360         PERFORM 4160-MATCH-ONE-CKP-YEAR THRU 4160-EXIT
017370             VARYING WS-CKP-IDX FROM 1 BY 1
017380             UNTIL WS-CKP-IDX > WS-CKP-COUNT
017390                OR WS-YEAR-ALREADY-DONE
017400         IF NOT WS-YEAR-ALREADY-DONE
017410             GO TO 3510-EXIT
017420         END-IF
017430     END-IF
017440     WRITE REJECT-RECORD FROM OLD-FILE-LINE (1:92).
017450 3510-EXIT.
017460     EXIT.
017470
017480*-----------------------------------------------------------*
017490* 4000-PROCESS-ALL-YEARS - READS AND EDITS EVERY YEARLY FILE *
017500* AND WRITES THE GOOD RECORDS TO THE WORK FILE THAT FEEDS    *
017510* THE SORT.  REJECTS GO TO THE EXCEPTION LISTING.  A YEARLY  *
017520* FILE THE CHECKPOINT SAYS ALREADY COMPLETED IN A PRIOR      *
017530* ABANDONED RUN IS SKIPPED AND ITS COUNTS RESTORED, AND THE  *
017540* CHECKPOINT IS REWRITTEN AS EACH YEAR FINISHES SO A DEAD    *
017550* RUN CAN PICK UP AT THE FIRST UNFINISHED YEAR.              *
017560*-----------------------------------------------------------*
017570 4000-PROCESS-ALL-YEARS.
017580     PERFORM 4100-PROCESS-ONE-YEAR THRU 4100-EXIT
017590         VARYING WS-YEAR-INDEX FROM 1 BY 1
017600         UNTIL WS-YEAR-INDEX > WS-YEAR-COUNT
017610     PERFORM 4500-PROCESS-SUPPLEMENTAL THRU 4500-EXIT
017620     MOVE SPACE TO WS-CERT-WANTED-FLAG
017630     PERFORM 4900-CARRY-CERTIFIED THRU 4900-EXIT
017640     CLOSE GOOD-WORK-FILE
017650     CLOSE REJECT-FILE.
017660 4000-EXIT.
017670     EXIT.
017680
017690 4100-PROCESS-ONE-YEAR.
017700     MOVE WS-YEAR-ENTRY (WS-YEAR-INDEX) TO WS-CURRENT-YEAR
017710     PERFORM 4150-CHECK-YEAR-DONE THRU 4150-EXIT
017720     IF WS-YEAR-ALREADY-DONE
017730         MOVE WS-CKP-READS (WS-CKP-MATCH-IDX)
017740              TO WS-YEAR-ACTUAL-COUNT (WS-YEAR-INDEX)
017750         ADD WS-CKP-READS (WS-CKP-MATCH-IDX)
017760              TO WS-TOTAL-READ-COUNT
017770         ADD WS-CKP-EXCEPTS (WS-CKP-MATCH-IDX)
017780              TO WS-EXCEPTION-COUNT
017790         DISPLAY "READTESTDATA: restart - year "
017800                 WS-CURRENT-YEAR " already done, skipped"
017810         GO TO 4100-EXIT
017820     END-IF
017830     MOVE SPACES TO WS-TEST-FILE-NAME
017840     STRING "weather" WS-CURRENT-YEAR ".dat"
017850            DELIMITED BY SIZE INTO WS-TEST-FILE-NAME
017860     MOVE 0 TO WS-YEAR-READ-COUNT
017870     MOVE 0 TO WS-YEAR-EXCEPT-COUNT
017880     MOVE 0 TO WS-YEAR-ACTUAL-COUNT (WS-YEAR-INDEX)
017890     MOVE 'N' TO WS-EOF-SW
017900     OPEN INPUT TEST-FILE
017910     IF WS-TEST-FILE-STATUS NOT = "00"
017920         DISPLAY "READTESTDATA: unable to open "
017930                 WS-TEST-FILE-NAME
017940                 " - file status " WS-TEST-FILE-STATUS
017950         PERFORM 4700-RECORD-YEAR-CHECKPOINT THRU 4700-EXIT
017960         GO TO 4100-EXIT
017970     END-IF
017980     PERFORM 4200-READ-ONE-RECORD THRU 4200-EXIT
017990         UNTIL WS-EOF
018000     CLOSE TEST-FILE
018010     MOVE WS-YEAR-READ-COUNT
018020          TO WS-YEAR-ACTUAL-COUNT (WS-YEAR-INDEX)
018030     PERFORM 4700-RECORD-YEAR-CHECKPOINT THRU 4700-EXIT.
018040 4100-EXIT.
018050     EXIT.
018060
018070 4150-CHECK-YEAR-DONE.
018080     MOVE WS-CURRENT-YEAR TO WS-GOOD-YEAR
018090     MOVE 'N' TO WS-YEAR-DONE-SW
018100     PERFORM 4160-MATCH-ONE-CKP-YEAR THRU 4160-EXIT
018110         VARYING WS-CKP-IDX FROM 1 BY 1
018120         UNTIL WS-CKP-IDX > WS-CKP-COUNT
018130            OR WS-YEAR-ALREADY-DONE.
018140 4150-EXIT.
018150     EXIT.
018160
018170 4160-MATCH-ONE-CKP-YEAR.
018180     IF WS-CKP-YEAR (WS-CKP-IDX) = WS-GOOD-YEAR
018190         SET WS-YEAR-ALREADY-DONE TO TRUE
018200         MOVE WS-CKP-IDX TO WS-CKP-MATCH-IDX
018210     END-IF.
018220 4160-EXIT.
018230     EXIT.
018240
018250 4200-READ-ONE-RECORD.
018260     READ TEST-FILE
018270         AT END
018280             SET WS-EOF TO TRUE
018290             GO TO 4200-EXIT
018300     END-READ
018310     ADD 1 TO WS-TOTAL-READ-COUNT
018320     ADD 1 TO WS-YEAR-READ-COUNT
018330     PERFORM 4300-VALIDATE-RECORD THRU 4300-EXIT
018340     IF WS-RECORD-VALID
018350         MOVE WS-TS-STAMP (1:6) TO WS-CLOSE-CHECK-MONTH
018360         PERFORM 4390-CHECK-CLOSED-MONTH THRU 4390-EXIT
018370         IF WS-MONTH-CLOSED
018380             ADD 1 TO WS-CLOSE-HELD-COUNT
018390         ELSE
018400             PERFORM 4400-WRITE-WORK-RECORD THRU 4400-EXIT
018410         END-IF
018420     ELSE
018430         PERFORM 4600-WRITE-EXCEPTION THRU 4600-EXIT
018440     END-IF.
018450 4200-EXIT.
018460     EXIT.
018470
018480*-----------------------------------------------------------*
018490* 4300-VALIDATE-RECORD - DIVERTS RECORDS WITH NON-NUMERIC    *
018500* STATION/TIMESTAMP FIELDS OR BLANK, NON-NUMERIC, OR OUT-OF- *
018510* RANGE WEATHER VALUES TO THE EXCEPTION LISTING INSTEAD OF   *
018520* LETTING THEM INTO THE PRINTED TABLE.                       *
018530*-----------------------------------------------------------*
018540 4300-VALIDATE-RECORD.
018550     SET WS-RECORD-VALID TO TRUE
018560     MOVE SPACES TO WS-REJECT-REASON
018570     IF DATA1 NOT NUMERIC
018580         SET WS-RECORD-INVALID TO TRUE
018590         MOVE "INVALID STATION CODE IN DATA1" TO WS-REJECT-REASON
018600         GO TO 4300-EXIT
018610     END-IF
018620     PERFORM 4320-CHECK-STATION THRU 4320-EXIT
018630     IF WS-RECORD-INVALID
018640         GO TO 4300-EXIT
018650     END-IF
018660     IF DATA2 NOT NUMERIC
018670         SET WS-RECORD-INVALID TO TRUE
018680         MOVE "INVALID DATE/TIME STAMP IN DATA2"
018690              TO WS-REJECT-REASON
018700         GO TO 4300-EXIT
018710     END-IF
018720     PERFORM 4340-CHECK-CALENDAR THRU 4340-EXIT
018730     IF WS-RECORD-INVALID
018740         GO TO 4300-EXIT
018750     END-IF
018760     PERFORM 4330-CHECK-STATION-PERIOD THRU 4330-EXIT
018770     IF WS-RECORD-INVALID
018780         GO TO 4300-EXIT
018790     END-IF
018800     MOVE DATA3 TO WS-RAW-FIELD (1)
018810     MOVE DATA4 TO WS-RAW-FIELD (2)
018820     MOVE DATA5 TO WS-RAW-FIELD (3)
018830     MOVE DATA6 TO WS-RAW-FIELD (4)
018840     MOVE DATA7 TO WS-RAW-FIELD (5)
018850     MOVE DATA8 TO WS-RAW-FIELD (6)
018860     PERFORM 4310-VALIDATE-WEATHER-FIELD THRU 4310-EXIT
018870         VARYING WS-STAT-IDX FROM 1 BY 1
018880         UNTIL WS-STAT-IDX > 6 OR WS-RECORD-INVALID.
018890 4300-EXIT.
018900     EXIT.
018910
018920 4310-VALIDATE-WEATHER-FIELD.
018930     MOVE SPACE TO WS-FIELD-CALIB-FLAG (WS-STAT-IDX)
018940     IF WS-RAW-FIELD (WS-STAT-IDX) = SPACES
018950         SET WS-RECORD-INVALID TO TRUE
018960         STRING "MISSING VALUE IN " WS-STAT-LABEL (WS-STAT-IDX)
018970                DELIMITED BY SIZE INTO WS-REJECT-REASON
018980         GO TO 4310-EXIT
018990     END-IF
019000     IF FUNCTION TEST-NUMVAL (WS-RAW-FIELD (WS-STAT-IDX))
019010           NOT = 0
019020         SET WS-RECORD-INVALID TO TRUE
019030         STRING "NON-NUMERIC VALUE IN "
019040                WS-STAT-LABEL (WS-STAT-IDX)
019050                DELIMITED BY SIZE INTO WS-REJECT-REASON
019060         GO TO 4310-EXIT
019070     END-IF
019080     COMPUTE WS-FIELD-NUMVAL =
019090             FUNCTION NUMVAL (WS-RAW-FIELD (WS-STAT-IDX))
019100     IF WS-CALIB-COUNT > 0
019110         PERFORM 4315-APPLY-CALIBRATION THRU 4315-EXIT
019120     END-IF
019130     IF WS-FIELD-NUMVAL < -999.9 OR WS-FIELD-NUMVAL > 999.9
019140         SET WS-RECORD-INVALID TO TRUE
019150         IF WS-FIELD-CALIB-FLAG (WS-STAT-IDX) = "C"
019160             STRING "CALIBRATED VALUE OUT OF RANGE IN "
019170                    WS-STAT-LABEL (WS-STAT-IDX)
019180                    DELIMITED BY SIZE INTO WS-REJECT-REASON
019190         ELSE
019200             STRING "VALUE OUT OF RANGE IN "
019210                    WS-STAT-LABEL (WS-STAT-IDX)
019220                    DELIMITED BY SIZE INTO WS-REJECT-REASON
019230         END-IF
019240         GO TO 4310-EXIT
019250     END-IF
019260     MOVE WS-FIELD-NUMVAL TO WS-FIELD-VALUE (WS-STAT-IDX).
019270 4310-EXIT.
019280     EXIT.
019290
019300*-----------------------------------------------------------*
019310* 4315-APPLY-CALIBRATION - CORRECTS THE DECODED VALUE BY THE *
019320* CALIBRATION IN FORCE FOR THIS STATION, FIELD AND DATA2,    *
019330* IF ANY, AND FLAGS THE FIELD CALIBRATED.  THE RAW TEXT IN   *
019340* WS-RAW-FIELD IS LEFT ALONE SO IT STILL PRINTS AS RECEIVED. *
019350*-----------------------------------------------------------*
019360 4315-APPLY-CALIBRATION.
019370     MOVE DATA1 TO WS-CALIB-FIND-STATION
019380     MOVE DATA2 TO WS-CALIB-FIND-STAMP
019390     PERFORM 1920-FIND-CALIBRATION THRU 1920-EXIT
019400     IF WS-CALIB-MATCH-IDX = 0
019410         GO TO 4315-EXIT
019420     END-IF
019430     COMPUTE WS-FIELD-NUMVAL ROUNDED =
019440             WS-FIELD-NUMVAL
019450             * WS-CB-MULTIPLIER (WS-CALIB-MATCH-IDX)
019460             + WS-CB-OFFSET (WS-CALIB-MATCH-IDX)
019470     MOVE "C" TO WS-FIELD-CALIB-FLAG (WS-STAT-IDX).
019480 4315-EXIT.
019490     EXIT.
019500
019510*-----------------------------------------------------------*
019520* 4320-CHECK-STATION - READS DATA1 DIRECTLY ON THE KEYED     *
019530* STATION MASTER.  AN UNKNOWN STATION DIVERTS THE RECORD TO  *
019540* THE EXCEPTION LISTING; A GOOD STATION LEAVES ITS NAME AND  *
019550* LOCATION IN WS-DETAIL-STATION-NAME/-LOCATION FOR THE       *
019560* REPORT DETAIL LINE, AND ITS HISTORY RECORD (IF ANY) IN THE *
019570* FD AREA FOR 4330.  A STATION WITH NO HISTORY IS JUDGED BY  *
019580* THE MASTER'S ACTIVE FLAG, AS BEFORE.  WITH NO INDEX OPEN   *
019590* THE EDIT IS BYPASSED AND THE NAME COLUMN PRINTS BLANK.     *
019600*-----------------------------------------------------------*
019610 4320-CHECK-STATION.
019620     MOVE SPACES TO WS-DETAIL-STATION-NAME
019630     MOVE SPACES TO WS-DETAIL-LOCATION
019640     MOVE 0 TO WS-DETAIL-SITE-STAMP
019650     MOVE 'N' TO WS-HIST-FOUND-SW
019660     IF WS-STATION-EDIT-OFF
019670         GO TO 4320-EXIT
019680     END-IF
019690     MOVE DATA1 TO SIX-CODE
019700     READ STATION-INDEX-FILE
019710         INVALID KEY
019720             SET WS-RECORD-INVALID TO TRUE
019730             MOVE "UNKNOWN STATION IN DATA1"
019740                  TO WS-REJECT-REASON
019750             GO TO 4320-EXIT
019760     END-READ
019770     MOVE SIX-NAME     TO WS-DETAIL-STATION-NAME
019780     MOVE SIX-LOCATION TO WS-DETAIL-LOCATION
019790     IF WS-HISTORY-ON
019800         MOVE DATA1 TO SHX-CODE
019810         READ STATION-HIST-FILE
019820             INVALID KEY
019830                 CONTINUE
019840             NOT INVALID KEY
019850                 SET WS-HIST-FOUND TO TRUE
019860         END-READ
019870     END-IF
019880     IF NOT WS-HIST-FOUND AND SIX-ACTIVE NOT = "A"
019890         SET WS-RECORD-INVALID TO TRUE
019900         MOVE "INACTIVE STATION IN DATA1" TO WS-REJECT-REASON
019910         GO TO 4320-EXIT
019920     END-IF.
019930 4320-EXIT.
019940     EXIT.
019950
019960*-----------------------------------------------------------*
019970* 4330-CHECK-STATION-PERIOD - ONCE DATA2 IS GOOD, FINDS THE  *
019980* HISTORY PERIOD IN FORCE AT DATA2 - THE LAST ONE WHOSE      *
019990* EFFECTIVE STAMP IS NOT AFTER IT.  NONE MEANS THE READING   *
020000* PREDATES COMMISSIONING; A DECOMMISSIONED PERIOD MEANS THE  *
020010* STATION WAS OUT OF SERVICE.  OTHERWISE THE PERIOD'S NAME   *
020020* AND LOCATION GO ON THE DETAIL LINE, AND THE STAMP OF THE   *
020030* LATEST COMMISSIONING OR RELOCATION IN FORCE IDENTIFIES THE *
020040* SITE FOR THE REPORT BREAK.  A STATION WITH NO HISTORY IS   *
020050* HELD TO ITS MASTER COMMISSION DATE.                        *
020060*-----------------------------------------------------------*
020070 4330-CHECK-STATION-PERIOD.
020080     IF WS-STATION-EDIT-OFF
020090         GO TO 4330-EXIT
020100     END-IF
020110     IF NOT WS-HIST-FOUND
020120         IF WS-TS-DATE < SIX-COMM-DATE
020130             SET WS-RECORD-INVALID TO TRUE
020140             MOVE "READING BEFORE STATION COMMISSIONED"
020150                  TO WS-REJECT-REASON
020160         END-IF
020170         GO TO 4330-EXIT
020180     END-IF
020190     MOVE 0 TO WS-PERIOD-MATCH-IDX
020200     PERFORM 4335-MATCH-ONE-PERIOD THRU 4335-EXIT
020210         VARYING WS-PERIOD-IDX FROM 1 BY 1
020220         UNTIL WS-PERIOD-IDX > SHX-PERIOD-COUNT
020230     IF WS-PERIOD-MATCH-IDX = 0
020240         SET WS-RECORD-INVALID TO TRUE
020250         MOVE "READING BEFORE STATION COMMISSIONED"
020260              TO WS-REJECT-REASON
020270         GO TO 4330-EXIT
020280     END-IF
020290     IF SHX-EVENT (WS-PERIOD-MATCH-IDX) = "D"
020300         SET WS-RECORD-INVALID TO TRUE
020310         MOVE "READING AFTER STATION DECOMMISSIONED"
020320              TO WS-REJECT-REASON
020330         GO TO 4330-EXIT
020340     END-IF
020350     MOVE SHX-NAME (WS-PERIOD-MATCH-IDX)
020360          TO WS-DETAIL-STATION-NAME
020370     MOVE SHX-LOCATION (WS-PERIOD-MATCH-IDX)
020380          TO WS-DETAIL-LOCATION.
020390 4330-EXIT.
020400     EXIT.
020410
020420 4335-MATCH-ONE-PERIOD.
020430     IF SHX-EFF-STAMP (WS-PERIOD-IDX) > WS-TS-STAMP
020440         GO TO 4335-EXIT
020450     END-IF
020460     MOVE WS-PERIOD-IDX TO WS-PERIOD-MATCH-IDX
020470     IF SHX-EVENT (WS-PERIOD-IDX) = "C"
020480             OR SHX-EVENT (WS-PERIOD-IDX) = "L"
020490         MOVE SHX-EFF-STAMP (WS-PERIOD-IDX)
020500              TO WS-DETAIL-SITE-STAMP
020510     END-IF.
020520 4335-EXIT.
020530     EXIT.
020540
020550*-----------------------------------------------------------*
020560* 4340-CHECK-CALENDAR - DATA2 MUST BE A REAL DATE/TIME OF    *
020570* THE FORM YYYYMMDDHH, AND ITS YEAR MUST MATCH THE YEARLY    *
020580* FILE BEING PROCESSED, SO A READING STAMPED MONTH 13 OR     *
020590* FILED UNDER THE WRONG YEAR CANNOT REACH THE TABLE.         *
020600*-----------------------------------------------------------*
020610 4340-CHECK-CALENDAR.
020620     MOVE DATA2 TO WS-TS-STAMP
020630     IF WS-TS-MONTH < 1 OR WS-TS-MONTH > 12
020640         SET WS-RECORD-INVALID TO TRUE
020650         MOVE "INVALID MONTH IN DATA2" TO WS-REJECT-REASON
020660         GO TO 4340-EXIT
020670     END-IF
020680     MOVE WS-DAYS-IN-MONTH (WS-TS-MONTH) TO WS-MAX-DAY
020690     IF WS-TS-MONTH = 2
020700             AND FUNCTION MOD (WS-TS-YEAR 4) = 0
020710             AND (FUNCTION MOD (WS-TS-YEAR 100) NOT = 0
020720                  OR FUNCTION MOD (WS-TS-YEAR 400) = 0)
020730         MOVE 29 TO WS-MAX-DAY
020740     END-IF
020750     IF WS-TS-DAY < 1 OR WS-TS-DAY > WS-MAX-DAY
020760         SET WS-RECORD-INVALID TO TRUE
020770         MOVE "INVALID DAY IN DATA2" TO WS-REJECT-REASON
020780         GO TO 4340-EXIT
020790     END-IF
020800     IF WS-TS-HOUR > 23
020810         SET WS-RECORD-INVALID TO TRUE
020820         MOVE "INVALID HOUR IN DATA2" TO WS-REJECT-REASON
020830         GO TO 4340-EXIT
020840     END-IF
020850     IF WS-TS-YEAR NOT = WS-CURRENT-YEAR
020860         SET WS-RECORD-INVALID TO TRUE
020870         MOVE "DATA2 YEAR DOES NOT MATCH FILE YEAR"
020880              TO WS-REJECT-REASON
020890         GO TO 4340-EXIT
020900     END-IF.
020910 4340-EXIT.
020920     EXIT.
020930
020940*-----------------------------------------------------------*
020950* 4390-CHECK-CLOSED-MONTH - SAYS WHETHER THE YYYYMM IN       *
020960* WS-CLOSE-CHECK-MONTH HAS BEEN CLOSED.  READINGS ARRIVE IN  *
020970* STAMP ORDER, SO THE LAST ANSWER IS KEPT.                   *
020980*-----------------------------------------------------------*
020990 4390-CHECK-CLOSED-MONTH.
021000     IF WS-CLOSE-MONTH-COUNT = 0
021010         MOVE 'N' TO WS-MONTH-CLOSED-SW
021020         GO TO 4390-EXIT
021030     END-IF
021040     IF WS-CLOSE-CHECK-MONTH = WS-CLOSE-LAST-MONTH
021050         GO TO 4390-EXIT
021060     END-IF
021070     MOVE WS-CLOSE-CHECK-MONTH TO WS-CLOSE-LAST-MONTH
021080     MOVE 'N' TO WS-MONTH-CLOSED-SW
021090     PERFORM 4395-MATCH-ONE-CLOSED-MONTH THRU 4395-EXIT
021100         VARYING WS-CLOSE-IDX FROM 1 BY 1
021110         UNTIL WS-CLOSE-IDX > WS-CLOSE-MONTH-COUNT
021120            OR WS-MONTH-CLOSED.
021130 4390-EXIT.
021140     EXIT.
021150
021160 4395-MATCH-ONE-CLOSED-MONTH.
021170     IF WS-CLOSE-MONTH (WS-CLOSE-IDX) = WS-CLOSE-CHECK-MONTH
021180         SET WS-MONTH-CLOSED TO TRUE
021190     END-IF.
021200 4395-EXIT.
021210     EXIT.
021220
021230*-----------------------------------------------------------*
021240* 4400-WRITE-WORK-RECORD - FILES ONE EDITED RECORD ON THE    *
021250* WORK FILE THAT FEEDS THE SORT.  THE STATION NAME AND THE   *
021260* DECODED NUMERIC VALUES GO ALONG WITH IT SO NOTHING HAS TO  *
021270* BE DECODED OR LOOKED UP AGAIN, AND THE WORK FILE SURVIVES  *
021280* AN ABEND SO A RESTART DOES NOT RE-READ COMPLETED YEARS.    *
021290*-----------------------------------------------------------*
021300 4400-WRITE-WORK-RECORD.
021310     MOVE DATA1                  TO WS-GOOD-DATA1
021320     MOVE DATA2                  TO WS-GOOD-DATA2
021330     MOVE WS-CURRENT-YEAR        TO WS-GOOD-YEAR
021340     MOVE WS-DETAIL-STATION-NAME TO WS-GOOD-STATION-NAME
021350     MOVE WS-DETAIL-LOCATION     TO WS-GOOD-LOCATION
021360     MOVE WS-DETAIL-SITE-STAMP   TO WS-GOOD-SITE-STAMP
021370     PERFORM 4410-MOVE-ONE-WORK-FIELD THRU 4410-EXIT
021380         VARYING WS-STAT-IDX FROM 1 BY 1
021390         UNTIL WS-STAT-IDX > 6
021400     WRITE GOOD-WORK-RECORD FROM WS-GOOD-RECORD.
021410 4400-EXIT.
021420     EXIT.
021430
021440 4410-MOVE-ONE-WORK-FIELD.
021450     MOVE WS-RAW-FIELD (WS-STAT-IDX)
021460          TO WS-GOOD-RAW-FIELD (WS-STAT-IDX)
021470     MOVE WS-FIELD-VALUE (WS-STAT-IDX)
021480          TO WS-GOOD-VALUE (WS-STAT-IDX)
021490     MOVE WS-FIELD-CALIB-FLAG (WS-STAT-IDX)
021500          TO WS-GOOD-CALIB-FLAG (WS-STAT-IDX).
021510 4410-EXIT.
021520     EXIT.
021530
021540*-----------------------------------------------------------*
021550* 4500-PROCESS-SUPPLEMENTAL - FOLDS IN THE CORRECTED RECORDS *
021560* WEATHER-RESUBMIT LEFT ON WEATHERSUPP.DAT.  EVERY RECORD    *
021570* GOES BACK THROUGH THE FULL 4300 EDIT UNDER ITS OWN YEAR -  *
021580* CORRECTED DATA FLOWS THROUGH THE SYSTEM, NEVER AROUND IT.  *
021590*-----------------------------------------------------------*
021600 4500-PROCESS-SUPPLEMENTAL.
021610     MOVE 'N' TO WS-SUPP-EOF-SW
021620     OPEN INPUT SUPPLEMENTAL-FILE
021630     PERFORM 4550-FOLD-ONE-SUPP-RECORD THRU 4550-EXIT
021640         UNTIL WS-SUPP-EOF
021650     CLOSE SUPPLEMENTAL-FILE
021660     IF WS-RESUB-COUNT > 0
021670         DISPLAY "READTESTDATA: " WS-RESUB-COUNT
021680                 " resubmitted records read, "
021690                 WS-RESUB-GOOD-COUNT " folded in"
021700     END-IF.
021710 4500-EXIT.
021720     EXIT.
021730
021740 4550-FOLD-ONE-SUPP-RECORD.
021750     READ SUPPLEMENTAL-FILE
021760         AT END
021770             SET WS-SUPP-EOF TO TRUE
021780             GO TO 4550-EXIT
021790     END-READ
021800     ADD 1 TO WS-RESUB-COUNT
021810     MOVE SUP-YEAR TO WS-CURRENT-YEAR
021820     MOVE SUP-RECORD TO FILE-RECORD
021830     PERFORM 4300-VALIDATE-RECORD THRU 4300-EXIT
021840     IF WS-RECORD-VALID
021850         MOVE WS-TS-STAMP (1:6) TO WS-CLOSE-CHECK-MONTH
021860         PERFORM 4390-CHECK-CLOSED-MONTH THRU 4390-EXIT
021870         IF WS-MONTH-CLOSED
021880             ADD 1 TO WS-CLOSE-HELD-COUNT
021890         ELSE
021900             PERFORM 4400-WRITE-WORK-RECORD THRU 4400-EXIT
021910             ADD 1 TO WS-RESUB-GOOD-COUNT
021920         END-IF
021930     ELSE
021940         PERFORM 4600-WRITE-EXCEPTION THRU 4600-EXIT
021950     END-IF.
021960 4550-EXIT.
021970     EXIT.
021980
021990*-----------------------------------------------------------*
022000* 4600-WRITE-EXCEPTION                                       *
022010*-----------------------------------------------------------*
022020 4600-WRITE-EXCEPTION.
022030     ADD 1 TO WS-EXCEPTION-COUNT
022040     ADD 1 TO WS-YEAR-EXCEPT-COUNT
022050     MOVE SPACES TO EXCEPTION-LINE
022060     STRING " " WS-CURRENT-YEAR
022070            "  " DATA1
022080            "  " DATA2
022090            "  " DATA3 DATA4 DATA5 DATA6 DATA7 DATA8
022100            "  " WS-REJECT-REASON
022110            DELIMITED BY SIZE INTO EXCEPTION-LINE
022120     WRITE EXCEPTION-LINE
022130*    THE SAME REJECT ALSO GOES TO THE FIXED-LAYOUT REJECT
022140*    FILE SO WEATHER-RESUBMIT CAN REPAIR IT UNDER EDIT
022150*    CONTROL INSTEAD OF SOMEONE HAND-EDITING THE FEED.
022160     MOVE SPACES TO REJECT-RECORD
022170     MOVE WS-CURRENT-YEAR TO RJ-YEAR
022180     MOVE WS-REJECT-REASON TO RJ-REASON
022190     MOVE FILE-RECORD TO RJ-RECORD
022200     WRITE REJECT-RECORD.
022210 4600-EXIT.
022220     EXIT.
022230
022240*-----------------------------------------------------------*
022250* 4700-RECORD-YEAR-CHECKPOINT - NOTES A FINISHED YEARLY FILE *
022260* (A MISSING ONE COUNTS AS FINISHED WITH ZERO RECORDS, AS    *
022270* BEFORE) AND REWRITES THE WHOLE CHECKPOINT FILE, WHICH IS   *
022280* SMALL, SO THE ON-DISK PICTURE IS ALWAYS CURRENT.           *
022290*-----------------------------------------------------------*
022300 4700-RECORD-YEAR-CHECKPOINT.
022310     IF WS-CKP-COUNT >= 20
022320         GO TO 4700-EXIT
022330     END-IF
022340     ADD 1 TO WS-CKP-COUNT
022350     MOVE WS-CURRENT-YEAR      TO WS-CKP-YEAR (WS-CKP-COUNT)
022360     MOVE WS-YEAR-READ-COUNT   TO WS-CKP-READS (WS-CKP-COUNT)
022370     MOVE WS-YEAR-EXCEPT-COUNT TO WS-CKP-EXCEPTS (WS-CKP-COUNT)
022380     PERFORM 4750-WRITE-CHECKPOINT-FILE THRU 4750-EXIT.
022390 4700-EXIT.
022400     EXIT.
022410
022420 4750-WRITE-CHECKPOINT-FILE.
022430     OPEN OUTPUT CHECKPOINT-FILE
022440     MOVE SPACES TO CHECKPOINT-RECORD
022450     MOVE "STATUS" TO CKP-TAG
022460     MOVE WS-CKP-STATUS TO CKP-DETAIL
022470     WRITE CHECKPOINT-RECORD
022480     PERFORM 4760-WRITE-ONE-CKP-YEAR THRU 4760-EXIT
022490         VARYING WS-CKP-IDX FROM 1 BY 1
022500         UNTIL WS-CKP-IDX > WS-CKP-COUNT
022510     CLOSE CHECKPOINT-FILE.
022520 4750-EXIT.
022530     EXIT.
022540
022550 4760-WRITE-ONE-CKP-YEAR.
022560     MOVE SPACES TO CHECKPOINT-RECORD
022570     MOVE "YEAR  " TO CKP-TAG
022580     MOVE WS-CKP-YEAR (WS-CKP-IDX)    TO CKP-YEAR
022590     MOVE WS-CKP-READS (WS-CKP-IDX)   TO CKP-READ-COUNT
022600     MOVE WS-CKP-EXCEPTS (WS-CKP-IDX) TO CKP-EXCEPT-COUNT
022610     WRITE CHECKPOINT-RECORD.
022620 4760-EXIT.
022630     EXIT.
022640
022650*-----------------------------------------------------------*
022660* 4800-FEED-SORT - SORT INPUT PROCEDURE.  RE-READS THE WORK  *
022670* FILE JUST BUILT (OR REBUILT ON RESTART) AND RELEASES EVERY *
022680* RECORD TO THE SORT, FOLLOWED BY THE GAP-FILL ESTIMATES     *
022690* WHEN THEY WERE ASKED FOR.  ESTIMATES GO STRAIGHT TO THE    *
022700* SORT, NEVER TO THE WORK FILE THE ROLLUP AND SCORECARD      *
022710* READ AS RECEIVED READINGS.                                 *
022720*-----------------------------------------------------------*
022730 4800-FEED-SORT.
022740     MOVE 'N' TO WS-WORK-EOF-SW
022750     OPEN INPUT GOOD-WORK-FILE
022760     PERFORM 4810-RELEASE-ONE-RECORD THRU 4810-EXIT
022770         UNTIL WS-WORK-EOF
022780     CLOSE GOOD-WORK-FILE
022790     IF WS-INCLUDE-ESTIMATES
022800         OPEN INPUT ESTIMATE-FILE
022810         PERFORM 4820-RELEASE-ONE-ESTIMATE THRU 4820-EXIT
022820             UNTIL WS-ESTIMATE-EOF
022830         CLOSE ESTIMATE-FILE
022840         MOVE "E" TO WS-CERT-WANTED-FLAG
022850         PERFORM 4900-CARRY-CERTIFIED THRU 4900-EXIT
022860     END-IF.
022870 4800-EXIT.
022880     EXIT.
022890
022900 4810-RELEASE-ONE-RECORD.
022910     READ GOOD-WORK-FILE
022920         AT END
022930             SET WS-WORK-EOF TO TRUE
022940             GO TO 4810-EXIT
022950     END-READ
022960     RELEASE SORT-RECORD FROM GOOD-WORK-RECORD.
022970 4810-EXIT.
022980     EXIT.
022990
023000 4820-RELEASE-ONE-ESTIMATE.
023010     READ ESTIMATE-FILE
023020         AT END
023030             SET WS-ESTIMATE-EOF TO TRUE
023040             GO TO 4820-EXIT
023050     END-READ
023060     ADD 1 TO WS-ESTIMATE-READ-COUNT
023070     MOVE ESTIMATE-RECORD (7:6) TO WS-CLOSE-CHECK-MONTH
023080     PERFORM 4390-CHECK-CLOSED-MONTH THRU 4390-EXIT
023090     IF WS-MONTH-CLOSED
023100         ADD 1 TO WS-CLOSE-EST-HELD-COUNT
023110         GO TO 4820-EXIT
023120     END-IF
023130     RELEASE SORT-RECORD FROM ESTIMATE-RECORD.
023140 4820-EXIT.
023150     EXIT.
023160
023170*-----------------------------------------------------------*
023180* 4900-CARRY-CERTIFIED - FOR EACH CLOSED MONTH OF A YEAR IN  *
023190* THIS RUN, TAKES THE CERTIFIED READINGS FROM WEATHERCERT.DAT*
023200* IN PLACE OF THOSE HELD: RECEIVED READINGS (FLAG SPACE) ONTO*
023210* THE WORK FILE FROM 4000, ESTIMATES (FLAG E) STRAIGHT TO THE*
023220* SORT FROM 4800, AS THE UNCERTIFIED ONES GO.                *
023230*-----------------------------------------------------------*
023240 4900-CARRY-CERTIFIED.
023250     IF NOT WS-CERT-ON
023260         GO TO 4900-EXIT
023270     END-IF
023280     PERFORM 4910-CARRY-ONE-MONTH THRU 4910-EXIT
023290         VARYING WS-CLOSE-IDX FROM 1 BY 1
023300         UNTIL WS-CLOSE-IDX > WS-CLOSE-MONTH-COUNT.
023310 4900-EXIT.
023320     EXIT.
023330
023340 4910-CARRY-ONE-MONTH.
023350     MOVE 'N' TO WS-CERT-EOF-SW
023360     MOVE WS-CLOSE-MONTH (WS-CLOSE-IDX) TO CRT-MONTH
023370     MOVE 0 TO CRT-STATION
023380     MOVE 0 TO CRT-STAMP
023390     MOVE SPACE TO CRT-EST-FLAG
023400     START CERTIFIED-FILE
023410         KEY IS NOT LESS THAN CRT-KEY
023420         INVALID KEY
023430             SET WS-CERT-EOF TO TRUE
023440     END-START
023450     PERFORM 4920-CARRY-ONE-READING THRU 4920-EXIT
023460         UNTIL WS-CERT-EOF.
023470 4910-EXIT.
023480     EXIT.
023490
023500 4920-CARRY-ONE-READING.
023510     READ CERTIFIED-FILE NEXT RECORD
023520         AT END
023530             SET WS-CERT-EOF TO TRUE
023540             GO TO 4920-EXIT
023550     END-READ
023560     IF CRT-MONTH NOT = WS-CLOSE-MONTH (WS-CLOSE-IDX)
023570         SET WS-CERT-EOF TO TRUE
023580         GO TO 4920-EXIT
023590     END-IF
023600     IF CRT-EST-FLAG NOT = WS-CERT-WANTED-FLAG
023610         GO TO 4920-EXIT
023620     END-IF
023630     MOVE 'N' TO WS-RUN-YEAR-SW
023640     PERFORM 4930-MATCH-ONE-RUN-YEAR THRU 4930-EXIT
023650         VARYING WS-YEAR-INDEX FROM 1 BY 1
023660         UNTIL WS-YEAR-INDEX > WS-YEAR-COUNT
023670            OR WS-IN-RUN-YEARS
023680     IF NOT WS-IN-RUN-YEARS
023690         GO TO 4920-EXIT
023700     END-IF
023710     IF CRT-EST-FLAG = SPACE
023720         WRITE GOOD-WORK-RECORD FROM CRT-READING (1:130)
023730         ADD 1 TO WS-CLOSE-CARRIED-COUNT
023740     ELSE
023750         RELEASE SORT-RECORD FROM CRT-READING
023760         ADD 1 TO WS-CLOSE-EST-COUNT
023770     END-IF.
023780 4920-EXIT.
023790     EXIT.
023800
023810 4930-MATCH-ONE-RUN-YEAR.
023820     IF WS-YEAR-ENTRY (WS-YEAR-INDEX) = CRT-YEAR
023830         SET WS-IN-RUN-YEARS TO TRUE
023840     END-IF.
023850 4930-EXIT.
023860     EXIT.
023870
023880*-----------------------------------------------------------*
023890* 5000-WRITE-SUMMARY - APPENDS THE MIN/MAX/AVERAGE SECTION   *
023900* AND THE END-OF-REPORT TOTALS LINE, THEN CLOSES BOTH FILES. *
023910*-----------------------------------------------------------*
023920 5000-WRITE-SUMMARY.
023930     PERFORM 5100-COMPUTE-ONE-AVERAGE THRU 5100-EXIT
023940         VARYING WS-STAT-IDX FROM 1 BY 1
023950         UNTIL WS-STAT-IDX > 6
023960     MOVE SPACES TO REPORT-LINE
023970     WRITE REPORT-LINE
023980     MOVE " SUMMARY STATISTICS (GOOD RECORDS ONLY)"
023990          TO REPORT-LINE
024000     WRITE REPORT-LINE
024010     MOVE " FIELD   MINIMUM   MAXIMUM   AVERAGE"
024020          TO REPORT-LINE
024030     WRITE REPORT-LINE
024040     PERFORM 5200-WRITE-ONE-STAT-LINE THRU 5200-EXIT
024050         VARYING WS-STAT-IDX FROM 1 BY 1
024060         UNTIL WS-STAT-IDX > 6
024070     IF WS-CALIB-COUNT > 0
024080         PERFORM 5300-WRITE-CALIBRATION-SUMMARY THRU 5300-EXIT
024090     END-IF
024100     MOVE SPACES TO REPORT-LINE
024110     WRITE REPORT-LINE
024120     MOVE SPACES TO REPORT-LINE
024130     STRING "END OF REPORT - " WS-TOTAL-READ-COUNT
024140            " RECORDS READ, " WS-GOOD-RECORD-COUNT
024150            " ACCEPTED, " WS-EXCEPTION-COUNT " REJECTED, "
024160            WS-DUPLICATE-COUNT " DUPLICATES SET ASIDE, "
024170            WS-CRIT-ALERT-COUNT " CRITICAL / "
024180            WS-WARN-ALERT-COUNT " WARNING ALERTS, "
024190            WS-RESUB-GOOD-COUNT " RESUBMITTED FOLDED IN"
024200            DELIMITED BY SIZE INTO REPORT-LINE
024210     WRITE REPORT-LINE
024220     IF WS-INCLUDE-ESTIMATES
024230         MOVE SPACES TO REPORT-LINE
024240         STRING "ESTIMATED HOURS - " WS-ESTIMATE-READ-COUNT
024250                " ON WEATHERESTIM.DAT, " WS-ESTIMATE-SHOWN-COUNT
024260                " SHOWN AND EXTRACTED, " WS-ESTIMATE-SUPERSEDED
024270                " SUPERSEDED BY RECEIVED READINGS - NONE IN THE "
024280                "COUNTS OR STATISTICS ABOVE"
024290                DELIMITED BY SIZE INTO REPORT-LINE
024300         WRITE REPORT-LINE
024310     END-IF
024320     IF WS-CLOSE-MONTH-COUNT > 0
024330         MOVE SPACES TO REPORT-LINE
024340         STRING "CLOSED PERIODS - " WS-CLOSE-HELD-COUNT
024350                " ACCEPTED READINGS HELD BACK, "
024360                WS-CLOSE-CARRIED-COUNT " CERTIFIED READINGS AND "
024370                WS-CLOSE-EST-COUNT " CERTIFIED ESTIMATES CARRIED "
024380                "IN THEIR PLACE"
024390                DELIMITED BY SIZE INTO REPORT-LINE
024400         WRITE REPORT-LINE
024410     END-IF
024420     MOVE SPACES TO EXCEPTION-LINE
024430     STRING "END OF EXCEPTION LISTING - " WS-EXCEPTION-COUNT
024440            " RECORDS REJECTED"
024450            DELIMITED BY SIZE INTO EXCEPTION-LINE
024460     WRITE EXCEPTION-LINE
024470     MOVE SPACES TO EXTRACT-LINE
024480     STRING "TRAILER," WS-EXTRACT-COUNT
024490            DELIMITED BY SIZE INTO EXTRACT-LINE
024500     WRITE EXTRACT-LINE
024510     MOVE SPACES TO DUPLICATE-LINE
024520     STRING "END OF DUPLICATE LISTING - " WS-DUPLICATE-COUNT
024530            " DUPLICATE READINGS SET ASIDE"
024540            DELIMITED BY SIZE INTO DUPLICATE-LINE
024550     WRITE DUPLICATE-LINE
024560     MOVE SPACES TO GAP-LINE
024570     COMPUTE WS-UNEXPLAINED-GAP-COUNT =
024580             WS-GAP-COUNT - WS-PLANNED-GAP-COUNT
024590     STRING "END OF MISSING-INTERVAL LISTING - " WS-GAP-COUNT
024600            " GAPS (" WS-PLANNED-GAP-COUNT " PLANNED, "
024610            WS-UNEXPLAINED-GAP-COUNT " UNEXPLAINED), "
024620            WS-MISSING-COUNT " READINGS MISSING ("
024630            WS-PLANNED-MISSING-COUNT " IN PLANNED WINDOWS)"
024640            DELIMITED BY SIZE INTO GAP-LINE
024650     WRITE GAP-LINE
024660     CLOSE GAP-REPORT-FILE
024670     CLOSE REPORT-FILE
024680     CLOSE EXTRACT-FILE
024690     CLOSE DUPLICATE-FILE
024700     CLOSE EXCEPTION-FILE.
024710 5000-EXIT.
024720     EXIT.
024730
024740 5100-COMPUTE-ONE-AVERAGE.
024750     IF WS-GOOD-RECORD-COUNT = 0
024760         MOVE 0 TO WS-STAT-AVERAGE (WS-STAT-IDX)
024770     ELSE
024780         COMPUTE WS-STAT-AVERAGE (WS-STAT-IDX) ROUNDED =
024790                 WS-STAT-TOTAL (WS-STAT-IDX)
024800                 / WS-GOOD-RECORD-COUNT
024810     END-IF.
024820 5100-EXIT.
024830     EXIT.
024840
024850 5200-WRITE-ONE-STAT-LINE.
024860     MOVE WS-STAT-MIN (WS-STAT-IDX)
024870          TO WS-STAT-MIN-ED (WS-STAT-IDX)
024880     MOVE WS-STAT-MAX (WS-STAT-IDX)
024890          TO WS-STAT-MAX-ED (WS-STAT-IDX)
024900     MOVE WS-STAT-AVERAGE (WS-STAT-IDX)
024910          TO WS-STAT-AVERAGE-ED (WS-STAT-IDX)
024920     MOVE SPACES TO REPORT-LINE
024930     STRING " " WS-STAT-LABEL (WS-STAT-IDX)
024940            "   " WS-STAT-MIN-ED (WS-STAT-IDX)
024950            "   " WS-STAT-MAX-ED (WS-STAT-IDX)
024960            "   " WS-STAT-AVERAGE-ED (WS-STAT-IDX)
024970            DELIMITED BY SIZE INTO REPORT-LINE
024980     WRITE REPORT-LINE.
024990 5200-EXIT.
025000     EXIT.
025010
025020*-----------------------------------------------------------*
025030* 5300-WRITE-CALIBRATION-SUMMARY - ONE LINE PER CORRECTION   *
025040* ON WEATHERCALIB.DAT WITH THE NUMBER OF ACCEPTED READINGS   *
025050* IT CORRECTED THIS RUN, SO A CORRECTION THAT NEVER FIRES    *
025060* (WRONG STATION, FIELD OR DATES) SHOWS UP AS ZERO.          *
025070*-----------------------------------------------------------*
025080 5300-WRITE-CALIBRATION-SUMMARY.
025090     MOVE SPACES TO REPORT-LINE
025100     WRITE REPORT-LINE
025110     MOVE SPACES TO REPORT-LINE
025120     STRING " CALIBRATION SUMMARY - " WS-CALIBRATED-COUNT
025130            " READINGS CARRY ONE OR MORE CORRECTED FIELDS"
025140            DELIMITED BY SIZE INTO REPORT-LINE
025150     WRITE REPORT-LINE
025160     MOVE SPACES TO REPORT-LINE
025170     STRING " STATION FIELD FROM       THRU        OFFSET"
025180            "  MULTIPLIER  READINGS CORRECTED"
025190            DELIMITED BY SIZE INTO REPORT-LINE
025200     WRITE REPORT-LINE
025210     PERFORM 5310-WRITE-ONE-CALIB-LINE THRU 5310-EXIT
025220         VARYING WS-CALIB-IDX FROM 1 BY 1
025230         UNTIL WS-CALIB-IDX > WS-CALIB-COUNT.
025240 5300-EXIT.
025250     EXIT.
025260
025270 5310-WRITE-ONE-CALIB-LINE.
025280     MOVE WS-CB-OFFSET (WS-CALIB-IDX)     TO WS-CALIB-OFFSET-ED
025290     MOVE WS-CB-MULTIPLIER (WS-CALIB-IDX) TO WS-CALIB-MULT-ED
025300     MOVE SPACES TO REPORT-LINE
025310     STRING " " WS-CB-STATION (WS-CALIB-IDX)
025320            "  " WS-STAT-LABEL (WS-CB-FLD (WS-CALIB-IDX))
025330            " " WS-CB-FROM-STAMP (WS-CALIB-IDX)
025340            " " WS-CB-TO-STAMP (WS-CALIB-IDX)
025350            "  " WS-CALIB-OFFSET-ED
025360            "  " WS-CALIB-MULT-ED
025370            "      " WS-CB-APPLIED-COUNT (WS-CALIB-IDX)
025380            DELIMITED BY SIZE INTO REPORT-LINE
025390     WRITE REPORT-LINE.
025400 5310-EXIT.
025410     EXIT.
025420
025430*-----------------------------------------------------------*
025440* 5500-WRITE-RUN-HISTORY - APPENDS THIS RUN'S SUMMARY TO THE *
025450* DURABLE RUN HISTORY FILE SO WEATHER-TREND CAN REPORT HOW   *
025460* THE PER-FIELD STATISTICS MOVE FROM RUN TO RUN INSTEAD OF   *
025470* THE NUMBERS DYING WITH EACH OVERWRITTEN REPORT.            *
025480*-----------------------------------------------------------*
025490 5500-WRITE-RUN-HISTORY.
025500     OPEN EXTEND RUN-HISTORY-FILE
025510     MOVE SPACES TO RUN-HISTORY-RECORD
025520     MOVE WS-RUN-DATE            TO RH-RUN-DATE
025530     MOVE WS-YEAR-ENTRY (1)      TO RH-FIRST-YEAR
025540     MOVE WS-YEAR-ENTRY (WS-YEAR-COUNT) TO RH-LAST-YEAR
025550     MOVE WS-TOTAL-READ-COUNT    TO RH-READ-COUNT
025560     MOVE WS-GOOD-RECORD-COUNT   TO RH-GOOD-COUNT
025570     MOVE WS-EXCEPTION-COUNT     TO RH-EXCEPT-COUNT
025580     MOVE WS-DUPLICATE-COUNT     TO RH-DUP-COUNT
025590     PERFORM 5510-MOVE-ONE-HISTORY-FIELD THRU 5510-EXIT
025600         VARYING WS-STAT-IDX FROM 1 BY 1
025610         UNTIL WS-STAT-IDX > 6
025620     WRITE RUN-HISTORY-RECORD
025630     CLOSE RUN-HISTORY-FILE.
025640 5500-EXIT.
025650     EXIT.
025660
025670 5510-MOVE-ONE-HISTORY-FIELD.
025680     MOVE WS-STAT-MIN (WS-STAT-IDX)
025690          TO RH-FIELD-MIN (WS-STAT-IDX)
025700     MOVE WS-STAT-MAX (WS-STAT-IDX)
025710          TO RH-FIELD-MAX (WS-STAT-IDX)
025720     MOVE WS-STAT-AVERAGE (WS-STAT-IDX)
025730          TO RH-FIELD-AVG (WS-STAT-IDX).
025740 5510-EXIT.
025750     EXIT.
025760
025770*-----------------------------------------------------------*
025780* 5600-WRITE-ALERT-REPORT - FOLDS THE PER-SEVERITY ALERT     *
025790* WORK FILES INTO THE PRINTED REPORT, CRITICALS FIRST THEN   *
025800* WARNINGS THEN PLANNED, SO THE WORST READINGS LEAD THE PAGE *
025810* AND NO ALERT CAN VANISH TO A FULL TABLE.                   *
025820*-----------------------------------------------------------*
025830 5600-WRITE-ALERT-REPORT.
025840     CLOSE ALERT-CRIT-FILE
025850     CLOSE ALERT-WARN-FILE
025860     CLOSE ALERT-PLAN-FILE
025870     OPEN OUTPUT ALERT-REPORT-FILE
025880     MOVE SPACES TO ALERT-LINE
025890     STRING "WEATHER THRESHOLD ALERT REPORT - RUN DATE "
025900            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
025910            DELIMITED BY SIZE INTO ALERT-LINE
025920     WRITE ALERT-LINE
025930     MOVE " SEVERITY  STATION  TIMESTAMP   FIELD   VALUE " &
025940          "    LIMITS" TO ALERT-LINE
025950     WRITE ALERT-LINE
025960     PERFORM 5620-COPY-CRIT-ALERTS THRU 5620-EXIT
025970     PERFORM 5630-COPY-WARN-ALERTS THRU 5630-EXIT
025980     PERFORM 5640-COPY-PLAN-ALERTS THRU 5640-EXIT
025990     MOVE SPACES TO ALERT-LINE
026000     STRING "END OF ALERT REPORT - " WS-CRIT-ALERT-COUNT
026010            " CRITICAL, " WS-WARN-ALERT-COUNT " WARNING, "
026020            WS-PLANNED-ALERT-COUNT
026030            " PLANNED (SCHEDULED MAINTENANCE)"
026040            DELIMITED BY SIZE INTO ALERT-LINE
026050     WRITE ALERT-LINE
026060     CLOSE ALERT-REPORT-FILE.
026070 5600-EXIT.
026080     EXIT.
026090
026100 5620-COPY-CRIT-ALERTS.
026110     MOVE 'N' TO WS-ALERT-COPY-EOF-SW
026120     OPEN INPUT ALERT-CRIT-FILE
026130     PERFORM 5621-COPY-ONE-CRIT THRU 5621-EXIT
026140         UNTIL WS-ALERT-COPY-EOF
026150     CLOSE ALERT-CRIT-FILE.
026160 5620-EXIT.
026170     EXIT.
026180
026190 5621-COPY-ONE-CRIT.
026200     READ ALERT-CRIT-FILE
026210         AT END
026220             SET WS-ALERT-COPY-EOF TO TRUE
026230             GO TO 5621-EXIT
026240     END-READ
026250     WRITE ALERT-LINE FROM ALERT-CRIT-LINE.
026260 5621-EXIT.
026270     EXIT.
026280
026290 5630-COPY-WARN-ALERTS.
026300     MOVE 'N' TO WS-ALERT-COPY-EOF-SW
026310     OPEN INPUT ALERT-WARN-FILE
026320     PERFORM 5631-COPY-ONE-WARN THRU 5631-EXIT
026330         UNTIL WS-ALERT-COPY-EOF
026340     CLOSE ALERT-WARN-FILE.
026350 5630-EXIT.
026360     EXIT.
026370
026380 5631-COPY-ONE-WARN.
026390     READ ALERT-WARN-FILE
026400         AT END
026410             SET WS-ALERT-COPY-EOF TO TRUE
026420             GO TO 5631-EXIT
026430     END-READ
026440     WRITE ALERT-LINE FROM ALERT-WARN-LINE.
026450 5631-EXIT.
026460     EXIT.
026470
026480 5640-COPY-PLAN-ALERTS.
026490     MOVE 'N' TO WS-ALERT-COPY-EOF-SW
026500     OPEN INPUT ALERT-PLAN-FILE
026510     PERFORM 5641-COPY-ONE-PLAN THRU 5641-EXIT
026520         UNTIL WS-ALERT-COPY-EOF
026530     CLOSE ALERT-PLAN-FILE.
026540 5640-EXIT.
026550     EXIT.
026560
026570 5641-COPY-ONE-PLAN.
026580     READ ALERT-PLAN-FILE
026590         AT END
026600             SET WS-ALERT-COPY-EOF TO TRUE
026610             GO TO 5641-EXIT
026620     END-READ
026630     WRITE ALERT-LINE FROM ALERT-PLAN-LINE.
026640 5641-EXIT.
026650     EXIT.
026660
026670*-----------------------------------------------------------*
026680* 6000-RECONCILE-CONTROL-TOTAL - COMPARES WHAT HTTP-REQUEST  *
026690* SAID IT DOWNLOADED (WEATHERCTL.DAT) AGAINST WHAT THIS RUN  *
026700* ACTUALLY COUNTED FOR THE MATCHING YEARLY FILE, AND FLAGS   *
026710* ANY MISMATCH ON THE REPORT AND THE CONSOLE.                *
026720*-----------------------------------------------------------*
026730 6000-RECONCILE-CONTROL-TOTAL.
026740     OPEN INPUT CONTROL-TOTAL-FILE
026750     OPEN EXTEND REPORT-FILE
026760     PERFORM 6100-RECONCILE-ONE-CARD THRU 6100-EXIT
026770         UNTIL WS-CONTROL-EOF
026780     CLOSE CONTROL-TOTAL-FILE
026790     CLOSE REPORT-FILE.
026800 6000-EXIT.
026810     EXIT.
026820
026830 6100-RECONCILE-ONE-CARD.
026840     READ CONTROL-TOTAL-FILE
026850         AT END
026860             SET WS-CONTROL-EOF TO TRUE
026870             GO TO 6100-EXIT
026880     END-READ
026890     MOVE 'N' TO WS-YEAR-MATCH-SW
026900     PERFORM 6200-FIND-MATCHING-YEAR THRU 6200-EXIT
026910         VARYING WS-YEAR-INDEX FROM 1 BY 1
026920         UNTIL WS-YEAR-INDEX > WS-YEAR-COUNT
026930     IF NOT WS-YEAR-MATCH-FOUND
026940         PERFORM 6300-WRITE-NO-MATCH THRU 6300-EXIT
026950     END-IF.
026960 6100-EXIT.
026970     EXIT.
026980
026990 6200-FIND-MATCHING-YEAR.
027000     MOVE SPACES TO WS-TEST-FILE-NAME
027010     STRING "weather" WS-YEAR-ENTRY (WS-YEAR-INDEX) ".dat"
027020            DELIMITED BY SIZE INTO WS-TEST-FILE-NAME
027030     IF CT-FILE-NAME NOT = WS-TEST-FILE-NAME
027040         GO TO 6200-EXIT
027050     END-IF
027060     SET WS-YEAR-MATCH-FOUND TO TRUE
027070     MOVE SPACES TO REPORT-LINE
027080     IF CT-EXPECTED-COUNT = WS-YEAR-ACTUAL-COUNT (WS-YEAR-INDEX)
027090         STRING "CONTROL TOTAL OK FOR " DELIMITED BY SIZE
027100                WS-TEST-FILE-NAME DELIMITED BY SPACE
027110                " - EXPECTED " CT-EXPECTED-COUNT
027120                ", READ " WS-YEAR-ACTUAL-COUNT (WS-YEAR-INDEX)
027130                DELIMITED BY SIZE INTO REPORT-LINE
027140     ELSE
027150         STRING "*** CONTROL TOTAL MISMATCH FOR "
027160                DELIMITED BY SIZE
027170                WS-TEST-FILE-NAME DELIMITED BY SPACE
027180                " - EXPECTED " CT-EXPECTED-COUNT
027190                ", READ " WS-YEAR-ACTUAL-COUNT (WS-YEAR-INDEX)
027200                " ***"
027210                DELIMITED BY SIZE INTO REPORT-LINE
027220         DISPLAY REPORT-LINE
027230     END-IF
027240     WRITE REPORT-LINE.
027250 6200-EXIT.
027260     EXIT.
027270
027280 6300-WRITE-NO-MATCH.
027290     MOVE SPACES TO REPORT-LINE
027300     STRING "*** NO MATCHING YEAR FOUND FOR CONTROL TOTAL "
027310            DELIMITED BY SIZE
027320            CT-FILE-NAME DELIMITED BY SPACE
027330            " ***"
027340            DELIMITED BY SIZE INTO REPORT-LINE
027350     DISPLAY REPORT-LINE
027360     WRITE REPORT-LINE.
027370 6300-EXIT.
027380     EXIT.
027390
027400*-----------------------------------------------------------*
027410* 7000-PRINT-SORTED-TABLE - SORT OUTPUT PROCEDURE.  RETURNS  *
027420* THE EDITED RECORDS IN STATION/TIMESTAMP ORDER, PRINTS THE  *
027430* TABLE WITH A CONTROL BREAK AT EACH CHANGE OF STATION, AND  *
027440* ROLLS EACH RECORD INTO BOTH THE PER-STATION AND THE GRAND  *
027450* STATISTICS.  THE PER-STATION BLOCK SHOWS MIN/MAX/AVERAGE   *
027460* FOR DATA3 THRU DATA8 AND THE READING COUNT.  A STATION     *
027470* THAT WAS RELOCATED GETS ONE BLOCK PER SITE.                *
027480*-----------------------------------------------------------*
027490 7000-PRINT-SORTED-TABLE.
027500     PERFORM 7100-RETURN-ONE-RECORD THRU 7100-EXIT
027510         UNTIL WS-SORT-EOF
027520     IF NOT WS-FIRST-DETAIL
027530         PERFORM 7500-WRITE-STATION-BREAK THRU 7500-EXIT
027540     END-IF.
027550 7000-EXIT.
027560     EXIT.
027570
027580 7100-RETURN-ONE-RECORD.
027590     RETURN SORT-WORK-FILE
027600         AT END
027610             SET WS-SORT-EOF TO TRUE
027620             GO TO 7100-EXIT
027630     END-RETURN
027640*    AN ESTIMATE SORTS BEHIND ANY RECEIVED READING FOR THE
027650*    SAME HOUR - ONE THAT NOW HAS A REAL READING IS DROPPED.
027660     IF SRT-ESTIMATED
027670             AND NOT WS-FIRST-DETAIL
027680             AND SRT-DATA1 = WS-PREV-DATA1
027690             AND SRT-DATA2 = WS-PREV-DATA2
027700         ADD 1 TO WS-ESTIMATE-SUPERSEDED
027710         GO TO 7100-EXIT
027720     END-IF
027730*    THE FILE IS IN KEY ORDER HERE, SO A RESENT OR OVERLAPPED
027740*    READING ALWAYS ARRIVES RIGHT BEHIND ITS FIRST COPY -
027750*    DIVERT IT BEFORE IT CAN TOUCH THE TABLE OR THE TOTALS.
027760     IF NOT WS-FIRST-DETAIL
027770             AND SRT-DATA1 = WS-PREV-DATA1
027780             AND SRT-DATA2 = WS-PREV-DATA2
027790         PERFORM 7700-WRITE-DUPLICATE THRU 7700-EXIT
027800         GO TO 7100-EXIT
027810     END-IF
027820     IF WS-FIRST-DETAIL
027830         MOVE 'N' TO WS-FIRST-DETAIL-SW
027840         PERFORM 7200-START-STATION-GROUP THRU 7200-EXIT
027850     ELSE
027860         IF SRT-DATA1 NOT = WS-BREAK-STATION
027870             PERFORM 7500-WRITE-STATION-BREAK THRU 7500-EXIT
027880             PERFORM 7200-START-STATION-GROUP THRU 7200-EXIT
027890         ELSE
027900             IF SRT-SITE-STAMP NOT = WS-BREAK-SITE-STAMP
027910                 PERFORM 7500-WRITE-STATION-BREAK THRU 7500-EXIT
027920                 PERFORM 7250-START-SITE-GROUP THRU 7250-EXIT
027930             END-IF
027940         END-IF
027950     END-IF
027960     PERFORM 7950-COMPUTE-MEASURES THRU 7950-EXIT
027970     PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
027980     PERFORM 7600-WRITE-EXTRACT-RECORD THRU 7600-EXIT
027990*    AN ESTIMATE IS SHOWN BUT NEVER COUNTED - IT STAYS OUT OF
028000*    THE STATISTICS, THE GAP CHECK AND THE ALERTS.
028010     IF SRT-ESTIMATED
028020         ADD 1 TO WS-ESTIMATE-SHOWN-COUNT
028030         ADD 1 TO WS-SUBTOT-ESTIMATE-COUNT
028040         MOVE SRT-DATA1 TO WS-PREV-DATA1
028050         MOVE SRT-DATA2 TO WS-PREV-DATA2
028060         GO TO 7100-EXIT
028070     END-IF
028080     PERFORM 7400-ACCUMULATE-STATS THRU 7400-EXIT
028090     PERFORM 7800-CHECK-STATION-GAP THRU 7800-EXIT
028100     PERFORM 7900-CHECK-THRESHOLDS THRU 7900-EXIT
028110     MOVE SRT-DATA1 TO WS-PREV-DATA1
028120     MOVE SRT-DATA2 TO WS-PREV-DATA2.
028130 7100-EXIT.
028140     EXIT.
028150
028160 7200-START-STATION-GROUP.
028170     MOVE 0 TO WS-PREV-ABS-HOURS
028180     PERFORM 7250-START-SITE-GROUP THRU 7250-EXIT.
028190 7200-EXIT.
028200     EXIT.
028210
028220*    A RELOCATION STARTS A NEW SUBTOTAL GROUP WITHIN THE SAME
028230*    STATION - GAP TRACKING CARRIES ON ACROSS IT.
028240 7250-START-SITE-GROUP.
028250     MOVE SRT-DATA1        TO WS-BREAK-STATION
028260     MOVE SRT-STATION-NAME TO WS-BREAK-STATION-NAME
028270     MOVE SRT-LOCATION     TO WS-BREAK-LOCATION
028280     MOVE SRT-SITE-STAMP   TO WS-BREAK-SITE-STAMP
028290     MOVE 0 TO WS-SUBTOT-READING-COUNT
028300     MOVE 0 TO WS-SUBTOT-ESTIMATE-COUNT
028310     PERFORM 7210-ZERO-ONE-SUBTOT THRU 7210-EXIT
028320         VARYING WS-STAT-IDX FROM 1 BY 1
028330         UNTIL WS-STAT-IDX > 6
028340     PERFORM 7220-ZERO-ONE-MEA-SUBTOT THRU 7220-EXIT
028350         VARYING WS-MEASURE-IDX FROM 1 BY 1
028360         UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT.
028370 7250-EXIT.
028380     EXIT.
028390
028400 7210-ZERO-ONE-SUBTOT.
028410     MOVE 0 TO WS-SUBTOT-MIN (WS-STAT-IDX)
028420     MOVE 0 TO WS-SUBTOT-MAX (WS-STAT-IDX)
028430     MOVE 0 TO WS-SUBTOT-TOTAL (WS-STAT-IDX).
028440 7210-EXIT.
028450     EXIT.
028460
028470 7220-ZERO-ONE-MEA-SUBTOT.
028480     MOVE 0 TO WS-MEA-SUB-MIN (WS-MEASURE-IDX)
028490     MOVE 0 TO WS-MEA-SUB-MAX (WS-MEASURE-IDX)
028500     MOVE 0 TO WS-MEA-SUB-TOTAL (WS-MEASURE-IDX).
028510 7220-EXIT.
028520     EXIT.
028530
028540*-----------------------------------------------------------*
028550* 7300-WRITE-DETAIL-LINE - WRITES ONE TABLE ROW TO THE       *
028560* REPORT FILE, STARTING A NEW PAGE (WITH HEADING REPEATED)   *
028570* EVERY WS-LINES-PER-PAGE DETAIL LINES.                      *
028580*-----------------------------------------------------------*
028590 7300-WRITE-DETAIL-LINE.
028600     IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
028610         ADD 1 TO WS-PAGE-NUMBER
028620         PERFORM 3100-WRITE-REPORT-HEADER THRU 3100-EXIT
028630     END-IF
028640     MOVE SPACES TO REPORT-LINE
028650     STRING " | " SRT-YEAR
028660            " | " SRT-DATA1
028670            " | " SRT-STATION-NAME
028680            " | " SRT-LOCATION
028690            " | " SRT-DATA2
028700            " | " SRT-RAW-FIELD (1)
028710            " | " SRT-RAW-FIELD (2)
028720            " | " SRT-RAW-FIELD (3)
028730            " | " SRT-RAW-FIELD (4)
028740            " | " SRT-RAW-FIELD (5)
028750            " | " SRT-RAW-FIELD (6)
028760            " |"
028770            DELIMITED BY SIZE INTO REPORT-LINE
028780     IF SRT-ESTIMATED
028790         IF SRT-EST-INTERPOLATED
028800             MOVE " ESTIMATED - INTERPOLATED"
028810                  TO REPORT-LINE (127:25)
028820         ELSE
028830             MOVE " ESTIMATED - NEIGHBORS"
028840                  TO REPORT-LINE (127:25)
028850         END-IF
028860     END-IF
028870     WRITE REPORT-LINE
028880     ADD 1 TO WS-LINES-ON-PAGE
028890     IF WS-MEASURE-COUNT > 0
028900         PERFORM 7350-WRITE-MEASURE-LINE THRU 7350-EXIT
028910     END-IF
028920     IF SRT-CALIB-FLAGS NOT = SPACES
028930         PERFORM 7370-WRITE-CALIBRATION-LINE THRU 7370-EXIT
028940     END-IF.
028950 7300-EXIT.
028960     EXIT.
028970
028980*-----------------------------------------------------------*
028990* 7350-WRITE-MEASURE-LINE - PRINTS THE DERIVED MEASURES FOR  *
029000* THE ROW JUST WRITTEN, NAME=VALUE, ON ONE INDENTED LINE     *
029010* UNDER IT.                                                  *
029020*-----------------------------------------------------------*
029030 7350-WRITE-MEASURE-LINE.
029040     MOVE SPACES TO REPORT-LINE
029050     MOVE 1 TO WS-LINE-PTR
029060     STRING "   DERIVED:" DELIMITED BY SIZE
029070            INTO REPORT-LINE WITH POINTER WS-LINE-PTR
029080     PERFORM 7360-APPEND-ONE-MEASURE THRU 7360-EXIT
029090         VARYING WS-MEASURE-IDX FROM 1 BY 1
029100         UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT
029110     WRITE REPORT-LINE
029120     ADD 1 TO WS-LINES-ON-PAGE.
029130 7350-EXIT.
029140     EXIT.
029150
029160 7360-APPEND-ONE-MEASURE.
029170*    A FULL SET OF TEN MEASURES CAN OUTGROW ONE PRINT LINE -
029180*    WRAP ONTO A FRESH INDENTED LINE BEFORE THE NEXT PAIR
029190*    COULD BE TRUNCATED.
029200     IF WS-LINE-PTR > 112
029210         WRITE REPORT-LINE
029220         ADD 1 TO WS-LINES-ON-PAGE
029230         MOVE SPACES TO REPORT-LINE
029240         MOVE 12 TO WS-LINE-PTR
029250     END-IF
029260     MOVE WS-MEA-VALUE (WS-MEASURE-IDX) TO WS-MEA-VALUE-ED
029270     STRING "  " DELIMITED BY SIZE
029280            WS-MEA-NAME (WS-MEASURE-IDX) DELIMITED BY SPACE
029290            "=" WS-MEA-VALUE-ED DELIMITED BY SIZE
029300            INTO REPORT-LINE WITH POINTER WS-LINE-PTR.
029310 7360-EXIT.
029320     EXIT.
029330
029340*-----------------------------------------------------------*
029350* 7370-WRITE-CALIBRATION-LINE - PRINTS, FOR EACH FIELD OF    *
029360* THE ROW JUST WRITTEN THAT A CALIBRATION CORRECTED, THE RAW *
029370* VALUE AS RECEIVED AND THE CORRECTED VALUE EVERYTHING ELSE  *
029380* USES, ON ONE INDENTED LINE UNDER IT.  EACH CORRECTION IS   *
029390* TALLIED HERE, AFTER DUPLICATES ARE SET ASIDE, SO THE       *
029400* CALIBRATION SUMMARY COUNTS READINGS THAT REACHED THE TABLE.*
029410*-----------------------------------------------------------*
029420 7370-WRITE-CALIBRATION-LINE.
029430     ADD 1 TO WS-CALIBRATED-COUNT
029440     MOVE SPACES TO REPORT-LINE
029450     MOVE 1 TO WS-LINE-PTR
029460     STRING "   CALIBRATED:" DELIMITED BY SIZE
029470            INTO REPORT-LINE WITH POINTER WS-LINE-PTR
029480     PERFORM 7380-APPEND-ONE-CALIBRATION THRU 7380-EXIT
029490         VARYING WS-STAT-IDX FROM 1 BY 1
029500         UNTIL WS-STAT-IDX > 6
029510     WRITE REPORT-LINE
029520     ADD 1 TO WS-LINES-ON-PAGE.
029530 7370-EXIT.
029540     EXIT.
029550
029560 7380-APPEND-ONE-CALIBRATION.
029570     IF SRT-CALIB-FLAG (WS-STAT-IDX) NOT = "C"
029580         GO TO 7380-EXIT
029590     END-IF
029600     MOVE SRT-FIELD-VALUE (WS-STAT-IDX) TO WS-CALIB-VALUE-ED
029610     STRING " " WS-STAT-LABEL (WS-STAT-IDX)
029620            " RAW " SRT-RAW-FIELD (WS-STAT-IDX)
029630            " NOW " WS-CALIB-VALUE-ED
029640            DELIMITED BY SIZE
029650            INTO REPORT-LINE WITH POINTER WS-LINE-PTR
029660     MOVE SRT-DATA1 TO WS-CALIB-FIND-STATION
029670     MOVE SRT-DATA2 TO WS-CALIB-FIND-STAMP
029680     PERFORM 1920-FIND-CALIBRATION THRU 1920-EXIT
029690     IF WS-CALIB-MATCH-IDX > 0
029700         ADD 1 TO WS-CB-APPLIED-COUNT (WS-CALIB-MATCH-IDX)
029710     END-IF.
029720 7380-EXIT.
029730     EXIT.
029740
029750*-----------------------------------------------------------*
029760* 7400-ACCUMULATE-STATS - ROLLS THE SIX WEATHER FIELDS OF A  *
029770* GOOD RECORD INTO THE RUNNING MIN/MAX/TOTAL FOR BOTH THE    *
029780* CURRENT STATION GROUP AND THE GRAND SUMMARY SECTION.       *
029790*-----------------------------------------------------------*
029800 7400-ACCUMULATE-STATS.
029810     ADD 1 TO WS-GOOD-RECORD-COUNT
029820     ADD 1 TO WS-SUBTOT-READING-COUNT
029830     PERFORM 7410-ACCUMULATE-ONE-FIELD THRU 7410-EXIT
029840         VARYING WS-STAT-IDX FROM 1 BY 1
029850         UNTIL WS-STAT-IDX > 6
029860     PERFORM 7420-ACCUMULATE-ONE-MEASURE THRU 7420-EXIT
029870         VARYING WS-MEASURE-IDX FROM 1 BY 1
029880         UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT.
029890 7400-EXIT.
029900     EXIT.
029910
029920 7410-ACCUMULATE-ONE-FIELD.
029930     ADD SRT-FIELD-VALUE (WS-STAT-IDX)
029940         TO WS-STAT-TOTAL (WS-STAT-IDX)
029950     ADD SRT-FIELD-VALUE (WS-STAT-IDX)
029960         TO WS-SUBTOT-TOTAL (WS-STAT-IDX)
029970     IF WS-GOOD-RECORD-COUNT = 1
029980         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
029990              TO WS-STAT-MIN (WS-STAT-IDX)
030000         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
030010              TO WS-STAT-MAX (WS-STAT-IDX)
030020     ELSE
030030         IF SRT-FIELD-VALUE (WS-STAT-IDX)
030040               < WS-STAT-MIN (WS-STAT-IDX)
030050             MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
030060                  TO WS-STAT-MIN (WS-STAT-IDX)
030070         END-IF
030080         IF SRT-FIELD-VALUE (WS-STAT-IDX)
030090               > WS-STAT-MAX (WS-STAT-IDX)
030100             MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
030110                  TO WS-STAT-MAX (WS-STAT-IDX)
030120         END-IF
030130     END-IF
030140     IF WS-SUBTOT-READING-COUNT = 1
030150         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
030160              TO WS-SUBTOT-MIN (WS-STAT-IDX)
030170         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
030180              TO WS-SUBTOT-MAX (WS-STAT-IDX)
030190         GO TO 7410-EXIT
030200     END-IF
030210     IF SRT-FIELD-VALUE (WS-STAT-IDX)
030220           < WS-SUBTOT-MIN (WS-STAT-IDX)
030230         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
030240              TO WS-SUBTOT-MIN (WS-STAT-IDX)
030250     END-IF
030260     IF SRT-FIELD-VALUE (WS-STAT-IDX)
030270           > WS-SUBTOT-MAX (WS-STAT-IDX)
030280         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
030290              TO WS-SUBTOT-MAX (WS-STAT-IDX)
030300     END-IF.
030310 7410-EXIT.
030320     EXIT.
030330
030340 7420-ACCUMULATE-ONE-MEASURE.
030350     ADD WS-MEA-VALUE (WS-MEASURE-IDX)
030360         TO WS-MEA-SUB-TOTAL (WS-MEASURE-IDX)
030370     IF WS-SUBTOT-READING-COUNT = 1
030380         MOVE WS-MEA-VALUE (WS-MEASURE-IDX)
030390              TO WS-MEA-SUB-MIN (WS-MEASURE-IDX)
030400         MOVE WS-MEA-VALUE (WS-MEASURE-IDX)
030410              TO WS-MEA-SUB-MAX (WS-MEASURE-IDX)
030420         GO TO 7420-EXIT
030430     END-IF
030440     IF WS-MEA-VALUE (WS-MEASURE-IDX)
030450           < WS-MEA-SUB-MIN (WS-MEASURE-IDX)
030460         MOVE WS-MEA-VALUE (WS-MEASURE-IDX)
030470              TO WS-MEA-SUB-MIN (WS-MEASURE-IDX)
030480     END-IF
030490     IF WS-MEA-VALUE (WS-MEASURE-IDX)
030500           > WS-MEA-SUB-MAX (WS-MEASURE-IDX)
030510         MOVE WS-MEA-VALUE (WS-MEASURE-IDX)
030520              TO WS-MEA-SUB-MAX (WS-MEASURE-IDX)
030530     END-IF.
030540 7420-EXIT.
030550     EXIT.
030560
030570*-----------------------------------------------------------*
030580* 7500-WRITE-STATION-BREAK - PRINTS THE SUBTOTAL BLOCK FOR   *
030590* THE STATION GROUP JUST ENDED - READING COUNT AND MIN/MAX/  *
030600* AVERAGE FOR DATA3 THRU DATA8 - BEFORE THE NEXT GROUP OR    *
030610* THE GRAND TOTALS.                                          *
030620*-----------------------------------------------------------*
030630 7500-WRITE-STATION-BREAK.
030640     PERFORM 7510-COMPUTE-SUBTOT-AVERAGE THRU 7510-EXIT
030650         VARYING WS-STAT-IDX FROM 1 BY 1
030660         UNTIL WS-STAT-IDX > 6
030670     MOVE SPACES TO REPORT-LINE
030680     WRITE REPORT-LINE
030690     MOVE SPACES TO REPORT-LINE
030700     STRING " STATION " WS-BREAK-STATION
030710            " " WS-BREAK-STATION-NAME
030720            " AT " WS-BREAK-LOCATION
030730            " - " WS-SUBTOT-READING-COUNT " READINGS"
030740            DELIMITED BY SIZE INTO REPORT-LINE
030750     IF WS-SUBTOT-ESTIMATE-COUNT > 0
030760         MOVE 81 TO WS-LINE-PTR
030770         STRING " (" WS-SUBTOT-ESTIMATE-COUNT
030780                " ESTIMATED HOURS SHOWN, NOT COUNTED)"
030790                DELIMITED BY SIZE
030800                INTO REPORT-LINE WITH POINTER WS-LINE-PTR
030810     END-IF
030820     WRITE REPORT-LINE
030830     MOVE " FIELD   MINIMUM   MAXIMUM   AVERAGE"
030840          TO REPORT-LINE
030850     WRITE REPORT-LINE
030860     PERFORM 7520-WRITE-ONE-SUBTOT-LINE THRU 7520-EXIT
030870         VARYING WS-STAT-IDX FROM 1 BY 1
030880         UNTIL WS-STAT-IDX > 6
030890     PERFORM 7530-WRITE-ONE-MEA-SUBTOT THRU 7530-EXIT
030900         VARYING WS-MEASURE-IDX FROM 1 BY 1
030910         UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT
030920     MOVE SPACES TO REPORT-LINE
030930     WRITE REPORT-LINE
030940     ADD 10 TO WS-LINES-ON-PAGE
030950     ADD WS-MEASURE-COUNT TO WS-LINES-ON-PAGE.
030960 7500-EXIT.
030970     EXIT.
030980
030990 7510-COMPUTE-SUBTOT-AVERAGE.
031000     IF WS-SUBTOT-READING-COUNT = 0
031010         MOVE 0 TO WS-SUBTOT-AVERAGE (WS-STAT-IDX)
031020     ELSE
031030         COMPUTE WS-SUBTOT-AVERAGE (WS-STAT-IDX) ROUNDED =
031040                 WS-SUBTOT-TOTAL (WS-STAT-IDX)
031050                 / WS-SUBTOT-READING-COUNT
031060     END-IF.
031070 7510-EXIT.
031080     EXIT.
031090
031100 7520-WRITE-ONE-SUBTOT-LINE.
031110     MOVE WS-SUBTOT-MIN (WS-STAT-IDX)
031120          TO WS-SUBTOT-MIN-ED (WS-STAT-IDX)
031130     MOVE WS-SUBTOT-MAX (WS-STAT-IDX)
031140          TO WS-SUBTOT-MAX-ED (WS-STAT-IDX)
031150     MOVE WS-SUBTOT-AVERAGE (WS-STAT-IDX)
031160          TO WS-SUBTOT-AVERAGE-ED (WS-STAT-IDX)
031170     MOVE SPACES TO REPORT-LINE
031180     STRING " " WS-STAT-LABEL (WS-STAT-IDX)
031190            "   " WS-SUBTOT-MIN-ED (WS-STAT-IDX)
031200            "   " WS-SUBTOT-MAX-ED (WS-STAT-IDX)
031210            "   " WS-SUBTOT-AVERAGE-ED (WS-STAT-IDX)
031220            DELIMITED BY SIZE INTO REPORT-LINE
031230     WRITE REPORT-LINE.
031240 7520-EXIT.
031250     EXIT.
031260
031270*-----------------------------------------------------------*
031280* 7530-WRITE-ONE-MEA-SUBTOT - ONE SUBTOTAL LINE PER DERIVED  *
031290* MEASURE UNDER THE FIELD SUBTOTALS OF THE STATION GROUP.    *
031300*-----------------------------------------------------------*
031310 7530-WRITE-ONE-MEA-SUBTOT.
031320     IF WS-SUBTOT-READING-COUNT = 0
031330         MOVE 0 TO WS-MEA-SUB-AVG (WS-MEASURE-IDX)
031340     ELSE
031350         COMPUTE WS-MEA-SUB-AVG (WS-MEASURE-IDX) ROUNDED =
031360                 WS-MEA-SUB-TOTAL (WS-MEASURE-IDX)
031370                 / WS-SUBTOT-READING-COUNT
031380     END-IF
031390     MOVE WS-MEA-SUB-MIN (WS-MEASURE-IDX)
031400          TO WS-MEA-SUB-MIN-ED
031410     MOVE WS-MEA-SUB-MAX (WS-MEASURE-IDX)
031420          TO WS-MEA-SUB-MAX-ED
031430     MOVE WS-MEA-SUB-AVG (WS-MEASURE-IDX)
031440          TO WS-MEA-SUB-AVG-ED
031450     MOVE SPACES TO REPORT-LINE
031460     STRING " " WS-MEA-NAME (WS-MEASURE-IDX)
031470            " " WS-MEA-SUB-MIN-ED
031480            " " WS-MEA-SUB-MAX-ED
031490            " " WS-MEA-SUB-AVG-ED
031500            DELIMITED BY SIZE INTO REPORT-LINE
031510     WRITE REPORT-LINE.
031520 7530-EXIT.
031530     EXIT.
031540
031550*-----------------------------------------------------------*
031560* 7600-WRITE-EXTRACT-RECORD - WRITES THE SAME ACCEPTED       *
031570* RECORD TO THE DELIMITED EXTRACT FILE FOR DOWNSTREAM        *
031580* SYSTEMS - YEAR, STATION, TIMESTAMP AND THE SIX DECODED     *
031590* NUMERIC VALUES, SIGNED AND FIXED WIDTH SO THE RECEIVING    *
031600* SIDE NEVER HAS TO RE-PARSE THE RAW FEED FIELDS.            *
031610*-----------------------------------------------------------*
031620 7600-WRITE-EXTRACT-RECORD.
031630     PERFORM 7610-EDIT-ONE-CSV-VALUE THRU 7610-EXIT
031640         VARYING WS-STAT-IDX FROM 1 BY 1
031650         UNTIL WS-STAT-IDX > 6
031660     MOVE SPACES TO EXTRACT-LINE
031670     MOVE 1 TO WS-CSV-PTR
031680     STRING SRT-YEAR
031690            "," SRT-DATA1
031700            "," SRT-DATA2
031710            "," WS-CSV-VALUE-ED (1)
031720            "," WS-CSV-VALUE-ED (2)
031730            "," WS-CSV-VALUE-ED (3)
031740            "," WS-CSV-VALUE-ED (4)
031750            "," WS-CSV-VALUE-ED (5)
031760            "," WS-CSV-VALUE-ED (6)
031770            DELIMITED BY SIZE
031780            INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR
031790     PERFORM 7620-APPEND-ONE-CSV-MEASURE THRU 7620-EXIT
031800         VARYING WS-MEASURE-IDX FROM 1 BY 1
031810         UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT
031820     IF WS-INCLUDE-ESTIMATES
031830         STRING "," SRT-EST-METHOD DELIMITED BY SIZE
031840                INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR
031850     END-IF
031860     WRITE EXTRACT-LINE
031870     ADD 1 TO WS-EXTRACT-COUNT.
031880 7600-EXIT.
031890     EXIT.
031900
031910 7610-EDIT-ONE-CSV-VALUE.
031920     MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
031930          TO WS-CSV-VALUE-ED (WS-STAT-IDX).
031940 7610-EXIT.
031950     EXIT.
031960
031970 7620-APPEND-ONE-CSV-MEASURE.
031980     MOVE WS-MEA-VALUE (WS-MEASURE-IDX) TO WS-MEA-VALUE-ED
031990     STRING "," WS-MEA-VALUE-ED DELIMITED BY SIZE
032000            INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR.
032010 7620-EXIT.
032020     EXIT.
032030
032040*-----------------------------------------------------------*
032050* 7700-WRITE-DUPLICATE - LISTS A SECOND-OR-LATER OCCURRENCE  *
032060* OF A STATION/TIMESTAMP KEY.  THE READING STAYS OUT OF THE  *
032070* TABLE, THE EXTRACT AND THE STATISTICS SO A PROVIDER RESEND *
032080* OR AN OVERLAPPING YEARLY FILE CANNOT DOUBLE-COUNT.         *
032090*-----------------------------------------------------------*
032100 7700-WRITE-DUPLICATE.
032110     ADD 1 TO WS-DUPLICATE-COUNT
032120     MOVE SPACES TO DUPLICATE-LINE
032130     STRING " " SRT-YEAR
032140            "  " SRT-DATA1
032150            "  " SRT-DATA2
032160            "  " SRT-RAW-FIELD (1)
032170            SRT-RAW-FIELD (2)
032180            SRT-RAW-FIELD (3)
032190            SRT-RAW-FIELD (4)
032200            SRT-RAW-FIELD (5)
032210            SRT-RAW-FIELD (6)
032220            DELIMITED BY SIZE INTO DUPLICATE-LINE
032230     WRITE DUPLICATE-LINE.
032240 7700-EXIT.
032250     EXIT.
032260
032270*-----------------------------------------------------------*
032280* 7800-CHECK-STATION-GAP - STATIONS REPORT ON A FIXED ONE-   *
032290* HOUR INTERVAL, SO INSIDE A STATION GROUP EACH TIMESTAMP    *
032300* SHOULD BE EXACTLY ONE HOUR PAST THE LAST.  A BIGGER JUMP   *
032310* IS LISTED AS A GAP WITH ITS FIRST AND LAST MISSING STAMPS  *
032320* AND THE NUMBER OF READINGS THE PROVIDER DROPPED.           *
032330*-----------------------------------------------------------*
032340 7800-CHECK-STATION-GAP.
032350     MOVE SRT-DATA2 TO WS-TS-STAMP
032360     COMPUTE WS-ABS-DAY =
032370             FUNCTION INTEGER-OF-DATE (WS-TS-DATE)
032380     COMPUTE WS-CUR-ABS-HOURS =
032390             WS-ABS-DAY * 24 + WS-TS-HOUR
032400     IF WS-PREV-ABS-HOURS NOT = 0
032410             AND WS-CUR-ABS-HOURS - WS-PREV-ABS-HOURS > 1
032420         PERFORM 7810-WRITE-GAP-LINE THRU 7810-EXIT
032430     END-IF
032440     MOVE WS-CUR-ABS-HOURS TO WS-PREV-ABS-HOURS.
032450 7800-EXIT.
032460     EXIT.
032470
032480 7810-WRITE-GAP-LINE.
032490     ADD 1 TO WS-GAP-COUNT
032500     COMPUTE WS-GAP-MISSING =
032510             WS-CUR-ABS-HOURS - WS-PREV-ABS-HOURS - 1
032520     ADD WS-GAP-MISSING TO WS-MISSING-COUNT
032530     COMPUTE WS-GAP-WORK-HOURS = WS-PREV-ABS-HOURS + 1
032540     PERFORM 7820-FORMAT-GAP-STAMP THRU 7820-EXIT
032550     MOVE WS-TS-STAMP TO WS-GAP-FROM-TS
032560     COMPUTE WS-GAP-WORK-HOURS = WS-CUR-ABS-HOURS - 1
032570     PERFORM 7820-FORMAT-GAP-STAMP THRU 7820-EXIT
032580     MOVE WS-TS-STAMP TO WS-GAP-TO-TS
032590     PERFORM 7830-CHECK-PLANNED-GAP THRU 7830-EXIT
032600     IF WS-IN-PLANNED-WINDOW
032610         ADD 1 TO WS-PLANNED-GAP-COUNT
032620         ADD WS-GAP-MISSING TO WS-PLANNED-MISSING-COUNT
032630     END-IF
032640     MOVE SPACES TO GAP-LINE
032650     IF WS-IN-PLANNED-WINDOW
032660         STRING " STATION " SRT-DATA1
032670                " " WS-BREAK-STATION-NAME
032680                "  PLANNED " WS-GAP-FROM-TS
032690                " THRU " WS-GAP-TO-TS
032700                "  (" WS-GAP-MISSING " READINGS) - "
032710                "SCHEDULED MAINTENANCE"
032720                DELIMITED BY SIZE INTO GAP-LINE
032730     ELSE
032740         STRING " STATION " SRT-DATA1
032750                " " WS-BREAK-STATION-NAME
032760                "  MISSING " WS-GAP-FROM-TS
032770                " THRU " WS-GAP-TO-TS
032780                "  (" WS-GAP-MISSING " READINGS)"
032790                DELIMITED BY SIZE INTO GAP-LINE
032800     END-IF
032810     WRITE GAP-LINE
032820*    THE CURRENT RECORD'S STAMP WAS OVERWRITTEN WHILE THE
032830*    GAP ENDS WERE FORMATTED - PUT IT BACK FOR ANY LATER USE.
032840     MOVE SRT-DATA2 TO WS-TS-STAMP.
032850 7810-EXIT.
032860     EXIT.
032870
032880*-----------------------------------------------------------*
032890* 7820-FORMAT-GAP-STAMP - TURNS AN ABSOLUTE HOUR COUNT BACK  *
032900* INTO A YYYYMMDDHH STAMP IN WS-TS-STAMP.                    *
032910*-----------------------------------------------------------*
032920 7820-FORMAT-GAP-STAMP.
032930     COMPUTE WS-ABS-DAY = WS-GAP-WORK-HOURS / 24
032940     COMPUTE WS-TS-HOUR =
032950             WS-GAP-WORK-HOURS - WS-ABS-DAY * 24
032960     COMPUTE WS-TS-DATE =
032970             FUNCTION DATE-OF-INTEGER (WS-ABS-DAY).
032980 7820-EXIT.
032990     EXIT.
033000
033010*-----------------------------------------------------------*
033020* 7830-CHECK-PLANNED-GAP - A GAP IS PLANNED ONLY WHEN THE    *
033030* WHOLE MISSING INTERVAL SITS INSIDE ONE SCHEDULED WINDOW    *
033040* FOR THE STATION.  A GAP THAT STARTS EARLY OR RUNS PAST THE *
033050* WINDOW IS STILL A REAL PROBLEM AND STAYS UNEXPLAINED.      *
033060*-----------------------------------------------------------*
033070 7830-CHECK-PLANNED-GAP.
033080     MOVE 'N' TO WS-PLANNED-SW
033090     PERFORM 7835-MATCH-ONE-GAP-WINDOW THRU 7835-EXIT
033100         VARYING WS-OUTAGE-IDX FROM 1 BY 1
033110         UNTIL WS-OUTAGE-IDX > WS-OUTAGE-COUNT
033120            OR WS-IN-PLANNED-WINDOW.
033130 7830-EXIT.
033140     EXIT.
033150
033160 7835-MATCH-ONE-GAP-WINDOW.
033170     IF WS-OUT-STATION (WS-OUTAGE-IDX) = SRT-DATA1
033180             AND WS-OUT-FROM-STAMP (WS-OUTAGE-IDX)
033190                 <= WS-GAP-FROM-TS
033200             AND WS-OUT-TO-STAMP (WS-OUTAGE-IDX)
033210                 >= WS-GAP-TO-TS
033220         SET WS-IN-PLANNED-WINDOW TO TRUE
033230     END-IF.
033240 7835-EXIT.
033250     EXIT.
033260
033270*-----------------------------------------------------------*
033280* 7840-CHECK-PLANNED-STAMP - SAYS WHETHER THE CURRENT        *
033290* READING'S TIMESTAMP FALLS INSIDE A SCHEDULED WINDOW FOR    *
033300* ITS STATION, SO A BREACH DURING MAINTENANCE IS MARKED      *
033310* PLANNED INSTEAD OF RAISED AS A REAL ALERT.                 *
033320*-----------------------------------------------------------*
033330 7840-CHECK-PLANNED-STAMP.
033340     MOVE 'N' TO WS-PLANNED-SW
033350     PERFORM 7845-MATCH-ONE-STAMP-WINDOW THRU 7845-EXIT
033360         VARYING WS-OUTAGE-IDX FROM 1 BY 1
033370         UNTIL WS-OUTAGE-IDX > WS-OUTAGE-COUNT
033380            OR WS-IN-PLANNED-WINDOW.
033390 7840-EXIT.
033400     EXIT.
033410
033420 7845-MATCH-ONE-STAMP-WINDOW.
033430     IF WS-OUT-STATION (WS-OUTAGE-IDX) = SRT-DATA1
033440             AND WS-OUT-FROM-STAMP (WS-OUTAGE-IDX)
033450                 <= SRT-DATA2
033460             AND WS-OUT-TO-STAMP (WS-OUTAGE-IDX)
033470                 >= SRT-DATA2
033480         SET WS-IN-PLANNED-WINDOW TO TRUE
033490     END-IF.
033500 7845-EXIT.
033510     EXIT.
033520
033530
033540*-----------------------------------------------------------*
033550* 7900-CHECK-THRESHOLDS - TESTS EACH OF THE SIX VALUES OF AN *
033560* ACCEPTED READING AGAINST THE OPERATOR'S LIMITS.  A STATION *
033570* SPECIFIC LIMIT BEATS THE ALL-STATIONS ONE, AND A CRITICAL  *
033580* BREACH IS NOT ALSO REPORTED AS A WARNING.                  *
033590*-----------------------------------------------------------*
033600 7900-CHECK-THRESHOLDS.
033610     IF WS-LIMIT-COUNT = 0
033620         GO TO 7900-EXIT
033630     END-IF
033640     PERFORM 7840-CHECK-PLANNED-STAMP THRU 7840-EXIT
033650     PERFORM 7910-CHECK-ONE-FIELD THRU 7910-EXIT
033660         VARYING WS-STAT-IDX FROM 1 BY 1
033670         UNTIL WS-STAT-IDX > 6.
033680 7900-EXIT.
033690     EXIT.
033700
033710 7910-CHECK-ONE-FIELD.
033720     MOVE "C" TO WS-FIND-SEVERITY
033730     PERFORM 7920-FIND-LIMIT THRU 7920-EXIT
033740     IF WS-FOUND-LIM-IDX > 0
033750         IF SRT-FIELD-VALUE (WS-STAT-IDX)
033760               < WS-LIM-LOW (WS-FOUND-LIM-IDX)
033770            OR SRT-FIELD-VALUE (WS-STAT-IDX)
033780               > WS-LIM-HIGH (WS-FOUND-LIM-IDX)
033790             IF WS-IN-PLANNED-WINDOW
033800                 ADD 1 TO WS-PLANNED-ALERT-COUNT
033810                 MOVE "P" TO WS-FIND-SEVERITY
033820                 PERFORM 7930-ADD-ALERT THRU 7930-EXIT
033830                 GO TO 7910-EXIT
033840             END-IF
033850             ADD 1 TO WS-CRIT-ALERT-COUNT
033860             PERFORM 7930-ADD-ALERT THRU 7930-EXIT
033870             GO TO 7910-EXIT
033880         END-IF
033890     END-IF
033900     MOVE "W" TO WS-FIND-SEVERITY
033910     PERFORM 7920-FIND-LIMIT THRU 7920-EXIT
033920     IF WS-FOUND-LIM-IDX > 0
033930         IF SRT-FIELD-VALUE (WS-STAT-IDX)
033940               < WS-LIM-LOW (WS-FOUND-LIM-IDX)
033950            OR SRT-FIELD-VALUE (WS-STAT-IDX)
033960               > WS-LIM-HIGH (WS-FOUND-LIM-IDX)
033970             IF WS-IN-PLANNED-WINDOW
033980                 ADD 1 TO WS-PLANNED-ALERT-COUNT
033990                 MOVE "P" TO WS-FIND-SEVERITY
034000                 PERFORM 7930-ADD-ALERT THRU 7930-EXIT
034010                 GO TO 7910-EXIT
034020             END-IF
034030             ADD 1 TO WS-WARN-ALERT-COUNT
034040             PERFORM 7930-ADD-ALERT THRU 7930-EXIT
034050         END-IF
034060     END-IF.
034070 7910-EXIT.
034080     EXIT.
034090
034100 7920-FIND-LIMIT.
034110     MOVE 0 TO WS-FOUND-LIM-IDX
034120     MOVE 0 TO WS-FALLBACK-LIM-IDX
034130     PERFORM 7925-MATCH-ONE-LIMIT THRU 7925-EXIT
034140         VARYING WS-LIM-IDX FROM 1 BY 1
034150         UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
034160            OR WS-FOUND-LIM-IDX > 0
034170     IF WS-FOUND-LIM-IDX = 0
034180         MOVE WS-FALLBACK-LIM-IDX TO WS-FOUND-LIM-IDX
034190     END-IF.
034200 7920-EXIT.
034210     EXIT.
034220
034230 7925-MATCH-ONE-LIMIT.
034240     IF WS-LIM-SEVERITY (WS-LIM-IDX) NOT = WS-FIND-SEVERITY
034250             OR WS-LIM-FLD (WS-LIM-IDX) NOT = WS-STAT-IDX
034260         GO TO 7925-EXIT
034270     END-IF
034280     IF WS-LIM-STATION (WS-LIM-IDX) = SRT-DATA1
034290         MOVE WS-LIM-IDX TO WS-FOUND-LIM-IDX
034300         GO TO 7925-EXIT
034310     END-IF
034320     IF WS-LIM-STATION (WS-LIM-IDX) = 0
034330         MOVE WS-LIM-IDX TO WS-FALLBACK-LIM-IDX
034340     END-IF.
034350 7925-EXIT.
034360     EXIT.
034370
034380*-----------------------------------------------------------*
034390* 7930-ADD-ALERT - FORMATS THE BREACH AND SPILLS IT TO THE   *
034400* WORK FILE OF ITS SEVERITY, SO THE RUN CAN RAISE AS MANY    *
034410* ALERTS AS THE DISK HOLDS.  5600 FOLDS THE FILES INTO THE   *
034420* PRINTED REPORT IN SEVERITY ORDER.                          *
034430*-----------------------------------------------------------*
034440 7930-ADD-ALERT.
034450     MOVE SRT-FIELD-VALUE (WS-STAT-IDX) TO WS-ALT-VALUE-ED
034460     MOVE WS-LIM-LOW (WS-FOUND-LIM-IDX) TO WS-ALT-LOW-ED
034470     MOVE WS-LIM-HIGH (WS-FOUND-LIM-IDX) TO WS-ALT-HIGH-ED
034480     MOVE SPACES TO WS-ALERT-WORK-LINE
034490     EVALUATE WS-FIND-SEVERITY
034500         WHEN "C"
034510             STRING " CRITICAL  " DELIMITED BY SIZE
034520                    SRT-DATA1
034530                    "  " SRT-DATA2
034540                    "  " WS-STAT-LABEL (WS-STAT-IDX)
034550                    "   " WS-ALT-VALUE-ED
034560                    "   " WS-ALT-LOW-ED "/" WS-ALT-HIGH-ED
034570                    DELIMITED BY SIZE
034580                    INTO WS-ALERT-WORK-LINE
034590             WRITE ALERT-CRIT-LINE FROM WS-ALERT-WORK-LINE
034600         WHEN "P"
034610             STRING " PLANNED   " DELIMITED BY SIZE
034620                    SRT-DATA1
034630                    "  " SRT-DATA2
034640                    "  " WS-STAT-LABEL (WS-STAT-IDX)
034650                    "   " WS-ALT-VALUE-ED
034660                    "   " WS-ALT-LOW-ED "/" WS-ALT-HIGH-ED
034670                    "  SCHEDULED MAINTENANCE"
034680                    DELIMITED BY SIZE
034690                    INTO WS-ALERT-WORK-LINE
034700             WRITE ALERT-PLAN-LINE FROM WS-ALERT-WORK-LINE
034710         WHEN OTHER
034720             STRING " WARNING   " DELIMITED BY SIZE
034730                    SRT-DATA1
034740                    "  " SRT-DATA2
034750                    "  " WS-STAT-LABEL (WS-STAT-IDX)
034760                    "   " WS-ALT-VALUE-ED
034770                    "   " WS-ALT-LOW-ED "/" WS-ALT-HIGH-ED
034780                    DELIMITED BY SIZE
034790                    INTO WS-ALERT-WORK-LINE
034800             WRITE ALERT-WARN-LINE FROM WS-ALERT-WORK-LINE
034810     END-EVALUATE.
034820 7930-EXIT.
034830     EXIT.
034840
034850*-----------------------------------------------------------*
034860* 7950-COMPUTE-MEASURES - EVALUATES EACH DERIVED MEASURE     *
034870* AGAINST THE CURRENT ACCEPTED RECORD.  A DIVISION BY ZERO   *
034880* YIELDS ZERO RATHER THAN KILLING THE RUN - THE SUBTOTALS    *
034890* STILL BALANCE AND THE OPERATOR CAN SEE THE ZERO.           *
034900*-----------------------------------------------------------*
034910 7950-COMPUTE-MEASURES.
034920     IF WS-MEASURE-COUNT = 0
034930         GO TO 7950-EXIT
034940     END-IF
034950     PERFORM 7955-COMPUTE-ONE-MEASURE THRU 7955-EXIT
034960         VARYING WS-MEASURE-IDX FROM 1 BY 1
034970         UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT.
034980 7950-EXIT.
034990     EXIT.
035000
035010 7955-COMPUTE-ONE-MEASURE.
035020     IF WS-MEA-OPND1-FLD (WS-MEASURE-IDX) > 0
035030         MOVE SRT-FIELD-VALUE
035040              (WS-MEA-OPND1-FLD (WS-MEASURE-IDX))
035050              TO WS-MEA-WORK1
035060     ELSE
035070         MOVE WS-MEA-OPND1-CON (WS-MEASURE-IDX)
035080              TO WS-MEA-WORK1
035090     END-IF
035100     IF WS-MEA-OPND2-FLD (WS-MEASURE-IDX) > 0
035110         MOVE SRT-FIELD-VALUE
035120              (WS-MEA-OPND2-FLD (WS-MEASURE-IDX))
035130              TO WS-MEA-WORK2
035140     ELSE
035150         MOVE WS-MEA-OPND2-CON (WS-MEASURE-IDX)
035160              TO WS-MEA-WORK2
035170     END-IF
035180     EVALUATE WS-MEA-OPERATOR (WS-MEASURE-IDX)
035190         WHEN "+"
035200             COMPUTE WS-MEA-VALUE (WS-MEASURE-IDX) =
035210                     WS-MEA-WORK1 + WS-MEA-WORK2
035220         WHEN "-"
035230             COMPUTE WS-MEA-VALUE (WS-MEASURE-IDX) =
035240                     WS-MEA-WORK1 - WS-MEA-WORK2
035250         WHEN "*"
035260             COMPUTE WS-MEA-VALUE (WS-MEASURE-IDX) ROUNDED =
035270                     WS-MEA-WORK1 * WS-MEA-WORK2
035280         WHEN "/"
035290             IF WS-MEA-WORK2 = 0
035300                 MOVE 0 TO WS-MEA-VALUE (WS-MEASURE-IDX)
035310             ELSE
035320                 COMPUTE WS-MEA-VALUE (WS-MEASURE-IDX)
035330                         ROUNDED =
035340                         WS-MEA-WORK1 / WS-MEA-WORK2
035350             END-IF
035360     END-EVALUATE.
035370 7955-EXIT.
035380     EXIT.
035390
035400*-----------------------------------------------------------*
035410* 8000-MARK-RUN-COMPLETE - THE REPORT, EXTRACT AND           *
035420* RECONCILIATION ARE ALL ON DISK, SO THE CHECKPOINT IS       *
035430* REWRITTEN AS COMPLETE AND THE NEXT RUN STARTS FRESH.       *
035440*-----------------------------------------------------------*
035450 8000-MARK-RUN-COMPLETE.
035460     MOVE "COMPLETE" TO WS-CKP-STATUS
035470     PERFORM 4750-WRITE-CHECKPOINT-FILE THRU 4750-EXIT.
035480 8000-EXIT.
035490     EXIT.
035500
035510*-----------------------------------------------------------*
035520* 9999-TERMINATE                                             *
035530*-----------------------------------------------------------*
035540 9999-TERMINATE.
035550     IF WS-STATION-EDIT-ON
035560         CLOSE STATION-INDEX-FILE
035570     END-IF
035580     IF WS-HISTORY-ON
035590         CLOSE STATION-HIST-FILE
035600     END-IF
035610     IF WS-CERT-ON
035620         CLOSE CERTIFIED-FILE
035630     END-IF
035640     IF WS-CLOSE-HELD-COUNT > 0
035650         DISPLAY "READTESTDATA: warning - " WS-CLOSE-HELD-COUNT
035660                 " readings for closed months held back - "
035670                 "reopen the month to apply them"
035680     END-IF
035690     DISPLAY "READTESTDATA: " WS-TOTAL-READ-COUNT
035700             " records read, " WS-GOOD-RECORD-COUNT
035710             " accepted, " WS-EXCEPTION-COUNT " rejected, "
035720             WS-DUPLICATE-COUNT " duplicates."
035730*    A NONZERO RETURN-CODE TELLS THE DRIVER THAT CRITICAL
035740*    THRESHOLD BREACHES ARE ON THE ALERT REPORT, OR (RC 8)
035750*    THAT THE OUTAGE CALENDAR ONLY PARTLY LOADED AND THE GAP
035760*    AND ALERT REPORTS CANNOT BE SIGNED OFF AS THEY STAND.
035770*    A PARTLY LOADED CALIBRATION FILE IS RC 8 FOR THE SAME
035780*    REASON - SOME READINGS WENT THROUGH UNCORRECTED.
035790*    SO IS A CLOSED MONTH WHOSE CERTIFIED READINGS COULD NOT
035800*    BE CARRIED - IT IS MISSING FROM THE REPORT.  SO IS A
035810*    STATION INDEX THAT IS ON DISK BUT WOULD NOT OPEN - NO
035820*    READING WAS CHECKED AGAINST THE STATION MASTER.
035830     IF WS-OUTAGE-OVERFLOW OR WS-CALIB-OVERFLOW
035840             OR (WS-CLOSE-MONTH-COUNT > 0 AND NOT WS-CERT-ON)
035850             OR WS-STATION-EDIT-LOST
035860         MOVE 8 TO RETURN-CODE
035870     ELSE
035880         IF WS-CRIT-ALERT-COUNT > 0
035890             MOVE 4 TO RETURN-CODE
035900         ELSE
035910             MOVE 0 TO RETURN-CODE
035920         END-IF
035930     END-IF.
035940 9999-EXIT.
035950     EXIT.
035960
035970
