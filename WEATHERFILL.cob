000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WEATHER-GAPFILL.
000030 AUTHOR. DATA-SERVICES-GROUP.
000040 INSTALLATION. WEATHER-REPORTING-SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15  DSG  ORIGINAL - GAP-FILL ESTIMATES.  READS THE *
000120*                  UNEXPLAINED GAPS READTESTDATA LISTS ON    *
000130*                  WEATHERGAPS.TXT AND BUILDS AN ESTIMATED   *
000140*                  READING FOR EACH MISSING HOUR: A SHORT    *
000150*                  GAP IS INTERPOLATED BETWEEN THE STATION'S *
000160*                  OWN READINGS EITHER SIDE, A LONGER ONE IS *
000170*                  FILLED FROM THE SURVEYED NEIGHBORS        *
000180*                  REPORTING THE SAME HOUR.  ESTIMATES GO TO *
000190*                  WEATHERESTIM.DAT FLAGGED WITH THE METHOD  *
000200*                  USED.  A GAP LONGER THAN THE FILL MAXIMUM *
000210*                  IS LEFT ALONE AND LISTED.                 *
000220*-----------------------------------------------------------*
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL FILL-PARM-FILE ASSIGN TO "FILLPARM.DAT"
000280     ORGANIZATION IS LINE SEQUENTIAL.
000290
000300     SELECT OPTIONAL STATION-MASTER-FILE ASSIGN TO
000310     "STATIONMST.DAT"
000320     ORGANIZATION IS LINE SEQUENTIAL.
000330
000340     SELECT OPTIONAL GAP-REPORT-FILE ASSIGN TO "WEATHERGAPS.TXT"
000350     ORGANIZATION IS LINE SEQUENTIAL.
000360
000370     SELECT OPTIONAL GOOD-WORK-FILE ASSIGN TO "WEATHERGOOD.TMP"
000380     ORGANIZATION IS LINE SEQUENTIAL.
000390
000400     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK06".
000410
000420     SELECT ESTIMATE-FILE ASSIGN TO "WEATHERESTIM.DAT"
000430     ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT FILL-REPORT-FILE ASSIGN TO "WEATHERFILL.TXT"
000460     ORGANIZATION IS LINE SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FILL-PARM-FILE.
000510 01  PARM-CARD.
000520     05 PARM-TAG                PIC X(04).
000530     05 FILLER                  PIC X(01).
000540     05 PARM-VALUE              PIC X(20).
000550
000560 FD  STATION-MASTER-FILE.
000570 01  STATION-MASTER-RECORD.
000580     05 STM-CODE                PIC 9(06).
000590     05 FILLER                  PIC X(01).
000600     05 STM-NAME                PIC X(20).
000610     05 FILLER                  PIC X(01).
000620     05 STM-LOCATION            PIC X(20).
000630     05 FILLER                  PIC X(01).
000640     05 STM-ACTIVE              PIC X(01).
000650     05 FILLER                  PIC X(01).
000660     05 STM-COMM-DATE           PIC 9(08).
000670     05 FILLER                  PIC X(01).
000680     05 STM-LATITUDE            PIC +99.9999.
000690     05 STM-LATITUDE-X  REDEFINES STM-LATITUDE
000700                                PIC X(08).
000710     05 FILLER                  PIC X(01).
000720     05 STM-LONGITUDE           PIC +999.9999.
000730     05 FILLER                  PIC X(01).
000740     05 STM-ELEVATION           PIC +9999.
000750
000760*    THE MISSING-INTERVAL LISTING AS READTESTDATA PRINTS IT.
000770*    ONLY "STATION" LINES MARKED MISSING ARE TAKEN UP - A
000780*    PLANNED GAP IS SCHEDULED MAINTENANCE AND STAYS A GAP.
000790 FD  GAP-REPORT-FILE.
000800 01  GAP-LINE                   PIC X(132).
000810 01  GAP-DETAIL-LINE.
000820     05 FILLER                  PIC X(01).
000830     05 GPL-TAG                 PIC X(07).
000840     05 FILLER                  PIC X(01).
000850     05 GPL-STATION             PIC X(06).
000860     05 GPL-STATION-N REDEFINES GPL-STATION
000870                                PIC 9(06).
000880     05 FILLER                  PIC X(01).
000890     05 GPL-NAME                PIC X(20).
000900     05 FILLER                  PIC X(02).
000910     05 GPL-KIND                PIC X(07).
000920     05 FILLER                  PIC X(01).
000930     05 GPL-FROM                PIC X(10).
000940     05 GPL-FROM-N REDEFINES GPL-FROM
000950                                PIC 9(10).
000960     05 FILLER                  PIC X(06).
000970     05 GPL-TO                  PIC X(10).
000980     05 GPL-TO-N REDEFINES GPL-TO
000990                                PIC 9(10).
001000     05 FILLER                  PIC X(60).
001010
001020 FD  GOOD-WORK-FILE.
001030 01  GOOD-WORK-RECORD           PIC X(130).
001040
001050 SD  SORT-WORK-FILE.
001060 01  SORT-RECORD.
001070     05 SRT-DATA1               PIC 9(06).
001080     05 SRT-DATA2               PIC 9(10).
001090     05 SRT-DATA2-X REDEFINES SRT-DATA2.
001100        10 SRT-DATE             PIC 9(08).
001110        10 SRT-HOUR             PIC 9(02).
001120     05 SRT-YEAR                PIC 9(04).
001130     05 SRT-STATION-NAME        PIC X(20).
001140     05 SRT-RAW-FIELD       OCCURS 6 TIMES PIC X(05).
001150     05 SRT-FIELD-VALUE     OCCURS 6 TIMES PIC S9(03)V9.
001160     05 SRT-CALIB-FLAG      OCCURS 6 TIMES PIC X(01).
001170     05 SRT-LOCATION            PIC X(20).
001180     05 SRT-SITE-STAMP          PIC 9(10).
001190
001200*    ONE RECORD PER ESTIMATED HOUR, IN THE SAME SHAPE AS A
001210*    WEATHERGOOD.TMP READING SO READTESTDATA AND THE ROLLUP
001220*    CAN TAKE IT IN BESIDE THE RECEIVED ONES, WITH THE
001230*    ESTIMATE FLAG (ALWAYS E) AND THE METHOD ON THE END -
001240*    I = INTERPOLATED FROM THE STATION'S OWN READINGS,
001250*    N = FROM NEIGHBORING STATIONS.  REBUILT EVERY RUN.
001260 FD  ESTIMATE-FILE.
001270 01  ESTIMATE-RECORD.
001280     05 EST-DATA1               PIC 9(06).
001290     05 EST-DATA2               PIC 9(10).
001300     05 EST-YEAR                PIC 9(04).
001310     05 EST-STATION-NAME        PIC X(20).
001320     05 EST-RAW-FIELD       OCCURS 6 TIMES PIC X(05).
001330     05 EST-FIELD-VALUE     OCCURS 6 TIMES PIC S9(03)V9.
001340     05 EST-CALIB-FLAG      OCCURS 6 TIMES PIC X(01).
001350     05 EST-LOCATION            PIC X(20).
001360     05 EST-SITE-STAMP          PIC 9(10).
001370     05 EST-FLAG                PIC X(01).
001380     05 EST-METHOD              PIC X(01).
001390
001400 FD  FILL-REPORT-FILE.
001410 01  FILL-LINE                  PIC X(132).
001420
001430 WORKING-STORAGE SECTION.
001440 77  WS-MASTER-READ-COUNT       PIC 9(06)  VALUE 0.
001450 77  WS-GAP-LINE-COUNT          PIC 9(06)  VALUE 0.
001460 77  WS-GAP-SET-ASIDE-COUNT     PIC 9(06)  VALUE 0.
001470 77  WS-GOOD-READ-COUNT         PIC 9(08)  VALUE 0.
001480 77  WS-DUPLICATE-COUNT         PIC 9(08)  VALUE 0.
001490 77  WS-ESTIMATE-COUNT          PIC 9(08)  VALUE 0.
001500 77  WS-INTERP-HOUR-COUNT       PIC 9(08)  VALUE 0.
001510 77  WS-NBR-HOUR-COUNT          PIC 9(08)  VALUE 0.
001520 77  WS-UNFILLED-HOUR-COUNT     PIC 9(08)  VALUE 0.
001530 77  WS-FILLED-GAP-COUNT        PIC 9(06)  VALUE 0.
001540 77  WS-UNFILLED-GAP-COUNT      PIC 9(06)  VALUE 0.
001550
001560 77  WS-STATION-COUNT           PIC 9(04)  VALUE 0.
001570 77  WS-STA-IDX                 PIC 9(04)  VALUE 0.
001580 77  WS-OTHER-IDX               PIC 9(04)  VALUE 0.
001590 77  WS-TBL-PTR                 PIC 9(04)  VALUE 0.
001600 77  WS-NBR-IDX                 PIC 9(02)  VALUE 0.
001610 77  WS-NBR-POS                 PIC 9(02)  VALUE 0.
001620 77  WS-FIELD-IDX               PIC 9(02)  VALUE 0.
001630 77  WS-GAP-COUNT               PIC 9(04)  VALUE 0.
001640 77  WS-GAP-IDX                 PIC 9(04)  VALUE 0.
001650 77  WS-SLOT-USED               PIC 9(05)  VALUE 0.
001660 77  WS-SLOT-IDX                PIC 9(05)  VALUE 0.
001670 77  WS-HOUR-IDX                PIC 9(06)  VALUE 0.
001680 77  WS-PREV-CODE               PIC 9(06)  VALUE 0.
001690 77  WS-PREV-STAMP              PIC 9(10)  VALUE 0.
001700 77  WS-PREV-GAP-CODE           PIC 9(06)  VALUE 0.
001710 77  WS-LINE-PTR                PIC 9(03)  VALUE 0.
001720
001730*    PARAMETERS - SEE 2000-LOAD-PARAMETERS FOR THE DEFAULTS.
001740 77  WS-INTERP-MAX-HOURS        PIC 9(03)  VALUE 3.
001750 77  WS-FILL-MAX-HOURS          PIC 9(03)  VALUE 24.
001760 77  WS-RADIUS-KM               PIC 9(04)V9 VALUE 100.0.
001770 77  WS-MIN-NEIGHBORS           PIC 9(02)  VALUE 2.
001780 77  WS-MAX-ELEV-DIFF           PIC 9(04)  VALUE 0.
001790 77  WS-PARM-NUMVAL             PIC S9(5)V9 VALUE 0.
001800
001810 77  WS-DLAT-DEG                PIC S9(03)V9(04) VALUE 0.
001820 77  WS-DLON-DEG                PIC S9(03)V9(04) VALUE 0.
001830 77  WS-DELEV                   PIC S9(05) VALUE 0.
001840 77  WS-MEAN-LAT-RAD            PIC S9(01)V9(08) VALUE 0.
001850 77  WS-DX-KM                   PIC S9(05)V9(04) VALUE 0.
001860 77  WS-DY-KM                   PIC S9(05)V9(04) VALUE 0.
001870 77  WS-DIST-KM                 PIC 9(05)V9 VALUE 0.
001880 77  WS-HOLD-IDX                PIC 9(04)  VALUE 0.
001890 77  WS-HOLD-DIST               PIC 9(05)V9 VALUE 0.
001900 77  WS-SHIFT-DONE-SW           PIC X(01)  VALUE 'N'.
001910     88 WS-SHIFT-DONE                      VALUE 'Y'.
001920
001930 77  WS-ABS-DAY                 PIC 9(07)  VALUE 0.
001940 77  WS-ABS-HOURS               PIC 9(09)  VALUE 0.
001950 77  WS-WORK-HOURS              PIC 9(09)  VALUE 0.
001960 77  WS-WEIGHT                  PIC 9(05)V9(06) VALUE 0.
001970 77  WS-EST-WORK                PIC S9(05)V9(04) VALUE 0.
001980 77  WS-STEP-FRACTION           PIC 9V9(06)  VALUE 0.
001990 77  WS-BIAS-NOW                PIC S9(05)V9(04) VALUE 0.
002000 77  WS-HOUR-UNFILLED-SW        PIC X(01)  VALUE 'N'.
002010     88 WS-HOUR-UNFILLED                   VALUE 'Y'.
002020
002030 01  WS-TS-STAMP                PIC 9(10)  VALUE 0.
002040 01  WS-TS-STAMP-X  REDEFINES WS-TS-STAMP.
002050     05 WS-TS-DATE              PIC 9(08).
002060     05 WS-TS-HOUR              PIC 9(02).
002070
002080 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
002090 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
002100     05 WS-RUN-YEAR             PIC 9(04).
002110     05 WS-RUN-MONTH            PIC 9(02).
002120     05 WS-RUN-DAY              PIC 9(02).
002130
002140*    ONE SLOT PER STATION ON THE MASTER, IN STATION CODE
002150*    ORDER AS THE MASTER IS KEPT.  A SURVEYED STATION CARRIES
002160*    ITS NEAREST 25 NEIGHBORS WITHIN THE RADIUS, NEAREST
002170*    FIRST, BUILT AS WEATHER-NEIGHBOR BUILDS THEM.  THE GAP
002180*    RANGE POINTS AT THE STATION'S ENTRIES IN THE GAP TABLE,
002190*    WHICH ARRIVE TOGETHER BECAUSE THE LISTING IS IN STATION
002200*    ORDER.
002210 01  WS-FILL-STATION-TABLE.
002220     05 WS-FST-ENTRY OCCURS 1000 TIMES.
002230        10 WS-FST-STATION       PIC 9(06).
002240        10 WS-FST-NAME          PIC X(20).
002250        10 WS-FST-GEO-SW        PIC X(01).
002260           88 WS-FST-SURVEYED              VALUE 'Y'.
002270        10 WS-FST-LATITUDE      PIC S9(02)V9(04).
002280        10 WS-FST-LONGITUDE     PIC S9(03)V9(04).
002290        10 WS-FST-ELEVATION     PIC S9(04).
002300        10 WS-FST-GAP-FIRST     PIC 9(04).
002310        10 WS-FST-GAP-LAST      PIC 9(04).
002320        10 WS-FST-NBR-COUNT     PIC 9(02).
002330        10 WS-FST-NBR OCCURS 25 TIMES.
002340           15 WS-FST-NBR-IDX    PIC 9(04).
002350           15 WS-FST-NBR-DIST   PIC 9(05)V9.
002360
002370*    ONE ENTRY PER UNEXPLAINED GAP TAKEN UP.  METHOD I AND N
002380*    ARE FILLED; L (LONGER THAN THE MAXIMUM), U (NO SURVEYED
002390*    NEIGHBORS), E (NO READING EITHER SIDE TO ANCHOR ON) AND
002400*    T (NO ROOM LEFT IN THE HOUR TABLE) ARE LEFT UNFILLED.
002410*    THE READINGS EITHER SIDE COME FROM THE WORK FILE PASS.
002420 01  WS-GAP-TABLE.
002430     05 WS-GAP-ENTRY OCCURS 2000 TIMES.
002440        10 WS-GAP-STA-IDX       PIC 9(04).
002450        10 WS-GAP-FROM-STAMP    PIC 9(10).
002460        10 WS-GAP-TO-STAMP      PIC 9(10).
002470        10 WS-GAP-FROM-ABS      PIC 9(09).
002480        10 WS-GAP-TO-ABS        PIC 9(09).
002490        10 WS-GAP-HOURS         PIC 9(06).
002500        10 WS-GAP-METHOD        PIC X(01).
002510           88 WS-GAP-INTERPOLATE          VALUE 'I'.
002520           88 WS-GAP-FROM-NEIGHBORS       VALUE 'N'.
002530           88 WS-GAP-TOO-LONG             VALUE 'L'.
002540           88 WS-GAP-NO-NEIGHBORS         VALUE 'U'.
002550           88 WS-GAP-NO-ANCHOR            VALUE 'E'.
002560           88 WS-GAP-NO-ROOM              VALUE 'T'.
002570        10 WS-GAP-SLOT-BASE     PIC 9(05).
002580        10 WS-GAP-BEFORE-SW     PIC X(01).
002590           88 WS-GAP-HAS-BEFORE           VALUE 'Y'.
002600        10 WS-GAP-BEFORE-VALUE OCCURS 6 TIMES
002610                                PIC S9(03)V9.
002620        10 WS-GAP-AFTER-SW      PIC X(01).
002630           88 WS-GAP-HAS-AFTER            VALUE 'Y'.
002640        10 WS-GAP-AFTER-VALUE  OCCURS 6 TIMES
002650                                PIC S9(03)V9.
002660        10 WS-GAP-NAME          PIC X(20).
002670        10 WS-GAP-LOCATION      PIC X(20).
002680        10 WS-GAP-SITE-STAMP    PIC 9(10).
002690        10 WS-GAP-FILLED        PIC 9(06).
002700        10 WS-GAP-UNFILLED      PIC 9(06).
002710
002720*    NEIGHBOR READINGS GATHERED FOR A GAP FILLED FROM
002730*    NEIGHBORS - ONE SLOT PER HOUR FROM THE HOUR BEFORE THE
002740*    GAP TO THE HOUR AFTER IT, HOLDING HOW MANY NEIGHBORS
002750*    REPORTED AND THEIR DISTANCE-WEIGHTED SUMS.
002760 01  WS-SLOT-TABLE.
002770     05 WS-SLOT OCCURS 20000 TIMES.
002780        10 WS-SLOT-COUNT        PIC 9(02).
002790        10 WS-SLOT-WEIGHT       PIC 9(05)V9(06).
002800        10 WS-SLOT-SUM     OCCURS 6 TIMES
002810                                PIC S9(07)V9(06).
002820
002830*    THE STATION-MINUS-NEIGHBORS DIFFERENCE AT EACH END OF
002840*    A NEIGHBOR-FILLED GAP, SO THE ESTIMATES CARRY THE
002850*    STATION'S OWN LEVEL RATHER THAN ITS NEIGHBORS'.
002860 01  WS-BIAS-TABLE.
002870     05 WS-BIAS-BEFORE-SW       PIC X(01).
002880        88 WS-BIAS-BEFORE-SET              VALUE 'Y'.
002890     05 WS-BIAS-AFTER-SW        PIC X(01).
002900        88 WS-BIAS-AFTER-SET               VALUE 'Y'.
002910     05 WS-BIAS-BEFORE      OCCURS 6 TIMES PIC S9(05)V9(04).
002920     05 WS-BIAS-AFTER       OCCURS 6 TIMES PIC S9(05)V9(04).
002930
002940 01  WS-REPORT-EDITS.
002950     05 WS-RADIUS-ED            PIC ZZZ9.9.
002960     05 WS-ELEV-DIFF-ED         PIC ZZZ9.
002970     05 WS-INTERP-MAX-ED        PIC ZZ9.
002980     05 WS-FILL-MAX-ED          PIC ZZ9.
002990     05 WS-HOURS-ED             PIC ZZZZZ9.
003000     05 WS-FILLED-ED            PIC ZZZZZ9.
003010     05 WS-UNFILLED-ED          PIC ZZZZZ9.
003020     05 WS-METHOD-TEXT          PIC X(12).
003030     05 WS-REASON-TEXT          PIC X(44).
003040     05 WS-RAW-POS-ED           PIC ZZ9.9.
003050     05 WS-RAW-NEG-ED           PIC -Z9.9.
003060     05 WS-RAW-LOW-ED           PIC -ZZ9.
003070
003080 01  WS-SWITCHES.
003090     05 WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
003100        88 WS-PARM-EOF                     VALUE 'Y'.
003110     05 WS-MASTER-EOF-SW        PIC X(01) VALUE 'N'.
003120        88 WS-MASTER-EOF                   VALUE 'Y'.
003130     05 WS-GAP-EOF-SW           PIC X(01) VALUE 'N'.
003140        88 WS-GAP-EOF                      VALUE 'Y'.
003150     05 WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
003160        88 WS-WORK-EOF                     VALUE 'Y'.
003170     05 WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
003180        88 WS-SORT-EOF                     VALUE 'Y'.
003190     05 WS-FIRST-DETAIL-SW      PIC X(01) VALUE 'Y'.
003200        88 WS-FIRST-DETAIL                 VALUE 'Y'.
003210     05 WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
003220        88 WS-TABLE-FULL                   VALUE 'Y'.
003230     05 WS-PTR-STOP-SW          PIC X(01) VALUE 'N'.
003240        88 WS-PTR-STOP                     VALUE 'Y'.
003250
003260 PROCEDURE DIVISION.
003270*
003280*-----------------------------------------------------------*
003290* 0000-MAIN-LOGIC                                           *
003300*-----------------------------------------------------------*
003310 0000-MAIN-LOGIC.
003320     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
003330     PERFORM 2000-LOAD-PARAMETERS   THRU 2000-EXIT
003340     PERFORM 3000-LOAD-STATIONS     THRU 3000-EXIT
003350     PERFORM 3500-BUILD-NEIGHBORS   THRU 3500-EXIT
003360     PERFORM 4000-LOAD-GAPS         THRU 4000-EXIT
003370     SORT SORT-WORK-FILE
003380         ON ASCENDING KEY SRT-DATA1
003390                          SRT-DATA2
003400         INPUT PROCEDURE IS 5000-FEED-SORT
003410                            THRU 5000-EXIT
003420         OUTPUT PROCEDURE IS 6000-GATHER-READINGS
003430                             THRU 6000-EXIT
003440     PERFORM 7000-BUILD-ESTIMATES   THRU 7000-EXIT
003450     PERFORM 8000-LIST-UNFILLED     THRU 8000-EXIT
003460     PERFORM 9999-TERMINATE         THRU 9999-EXIT
003470     GOBACK.
003480
003490*-----------------------------------------------------------*
003500* 1000-INITIALIZE - THE ESTIMATE FILE AND LISTING ARE        *
003510* REBUILT EVERY RUN FROM THE RUN'S GAP LISTING.              *
003520*-----------------------------------------------------------*
003530 1000-INITIALIZE.
003540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003550     OPEN OUTPUT ESTIMATE-FILE
003560     OPEN OUTPUT FILL-REPORT-FILE
003570     MOVE SPACES TO FILL-LINE
003580     STRING "WEATHER GAP-FILL ESTIMATES - RUN DATE "
003590            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
003600            DELIMITED BY SIZE INTO FILL-LINE
003610     WRITE FILL-LINE.
003620 1000-EXIT.
003630     EXIT.
003640
003650*-----------------------------------------------------------*
003660* 2000-LOAD-PARAMETERS - TAG/VALUE CARDS IN THE SAME STYLE   *
003670* AS NBRPARM.DAT.  INTP IS THE LONGEST GAP IN HOURS THAT IS  *
003680* INTERPOLATED (DEFAULT 3), MAXG THE LONGEST FILLED AT ALL   *
003690* (DEFAULT 24, AT MOST 168), RADI THE NEIGHBOR RADIUS IN KM  *
003700* (DEFAULT 100.0), MINN THE FEWEST NEIGHBORS REPORTING IN AN *
003710* HOUR FOR IT TO BE ESTIMATED (DEFAULT 2) AND ELEV THE       *
003720* LARGEST ELEVATION DIFFERENCE IN METRES FOR A NEIGHBOR      *
003730* (DEFAULT 0 = NO LIMIT).  THE INCL CARD BELONGS TO          *
003740* READTESTDATA AND THE ROLLUP.  A CARD WITH A BAD VALUE IS   *
003750* IGNORED WITH A WARNING.                                    *
003760*-----------------------------------------------------------*
003770 2000-LOAD-PARAMETERS.
003780     OPEN INPUT FILL-PARM-FILE
003790     PERFORM 2100-READ-PARM-CARD THRU 2100-EXIT
003800         UNTIL WS-PARM-EOF
003810     CLOSE FILL-PARM-FILE
003820     IF WS-INTERP-MAX-HOURS > WS-FILL-MAX-HOURS
003830         DISPLAY "WEATHER-GAPFILL: warning - INTP above MAXG, "
003840                 "no gap beyond MAXG is interpolated"
003850         MOVE WS-FILL-MAX-HOURS TO WS-INTERP-MAX-HOURS
003860     END-IF
003870     MOVE WS-INTERP-MAX-HOURS TO WS-INTERP-MAX-ED
003880     MOVE WS-FILL-MAX-HOURS   TO WS-FILL-MAX-ED
003890     MOVE WS-RADIUS-KM        TO WS-RADIUS-ED
003900     MOVE WS-MAX-ELEV-DIFF    TO WS-ELEV-DIFF-ED
003910     MOVE SPACES TO FILL-LINE
003920     STRING " INTERPOLATE GAPS UP TO " WS-INTERP-MAX-ED
003930            " HOURS, FILL FROM NEIGHBORS UP TO " WS-FILL-MAX-ED
003940            " HOURS, LONGER GAPS LEFT UNFILLED"
003950            DELIMITED BY SIZE INTO FILL-LINE
003960     WRITE FILL-LINE
003970     MOVE SPACES TO FILL-LINE
003980     IF WS-MAX-ELEV-DIFF = 0
003990         STRING " RADIUS " WS-RADIUS-ED " KM, AT LEAST "
004000                WS-MIN-NEIGHBORS " NEIGHBORS REPORTING, "
004010                "NO ELEVATION LIMIT"
004020                DELIMITED BY SIZE INTO FILL-LINE
004030     ELSE
004040         STRING " RADIUS " WS-RADIUS-ED " KM, AT LEAST "
004050                WS-MIN-NEIGHBORS " NEIGHBORS REPORTING, "
004060                "ELEVATION WITHIN " WS-ELEV-DIFF-ED " M"
004070                DELIMITED BY SIZE INTO FILL-LINE
004080     END-IF
004090     WRITE FILL-LINE.
004100 2000-EXIT.
004110     EXIT.
004120
004130 2100-READ-PARM-CARD.
004140     READ FILL-PARM-FILE
004150         AT END
004160             SET WS-PARM-EOF TO TRUE
004170             GO TO 2100-EXIT
004180     END-READ
004190     IF PARM-TAG = "INCL"
004200         GO TO 2100-EXIT
004210     END-IF
004220     IF FUNCTION TEST-NUMVAL (PARM-VALUE) NOT = 0
004230         DISPLAY "WEATHER-GAPFILL: warning - parameter "
004240                 PARM-TAG " value not numeric, ignored"
004250         GO TO 2100-EXIT
004260     END-IF
004270     COMPUTE WS-PARM-NUMVAL = FUNCTION NUMVAL (PARM-VALUE)
004280     EVALUATE PARM-TAG
004290         WHEN "INTP"
004300             IF WS-PARM-NUMVAL >= 1
004310                     AND WS-PARM-NUMVAL <= 168
004320                 MOVE WS-PARM-NUMVAL TO WS-INTERP-MAX-HOURS
004330             ELSE
004340                 DISPLAY "WEATHER-GAPFILL: warning - INTP "
004350                         "must be 1 to 168, ignored"
004360             END-IF
004370         WHEN "MAXG"
004380             IF WS-PARM-NUMVAL >= 1
004390                     AND WS-PARM-NUMVAL <= 168
004400                 MOVE WS-PARM-NUMVAL TO WS-FILL-MAX-HOURS
004410             ELSE
004420                 DISPLAY "WEATHER-GAPFILL: warning - MAXG "
004430                         "must be 1 to 168, ignored"
004440             END-IF
004450         WHEN "RADI"
004460             IF WS-PARM-NUMVAL > 0
004470                     AND WS-PARM-NUMVAL <= 9999.9
004480                 MOVE WS-PARM-NUMVAL TO WS-RADIUS-KM
004490             ELSE
004500                 DISPLAY "WEATHER-GAPFILL: warning - RADI "
004510                         "must be above 0 and below 10000, "
004520                         "ignored"
004530             END-IF
004540         WHEN "MINN"
004550             IF WS-PARM-NUMVAL >= 1
004560                     AND WS-PARM-NUMVAL <= 25
004570                 MOVE WS-PARM-NUMVAL TO WS-MIN-NEIGHBORS
004580             ELSE
004590                 DISPLAY "WEATHER-GAPFILL: warning - MINN "
004600                         "must be 1 to 25, ignored"
004610             END-IF
004620         WHEN "ELEV"
004630             IF WS-PARM-NUMVAL >= 0
004640                     AND WS-PARM-NUMVAL <= 9999
004650                 MOVE WS-PARM-NUMVAL TO WS-MAX-ELEV-DIFF
004660             ELSE
004670                 DISPLAY "WEATHER-GAPFILL: warning - ELEV "
004680                         "must be 0 to 9999, ignored"
004690             END-IF
004700         WHEN OTHER
004710             CONTINUE
004720     END-EVALUATE.
004730 2100-EXIT.
004740     EXIT.
004750
004760*-----------------------------------------------------------*
004770* 3000-LOAD-STATIONS - EVERY STATION OFF THE FLAT            *
004780* STATIONMST.DAT THAT STATION-MAINT REGENERATES IN CODE      *
004790* ORDER.  AN UNSURVEYED STATION CAN STILL HAVE A SHORT GAP   *
004800* INTERPOLATED BUT HAS NO NEIGHBORS TO FILL A LONG ONE.      *
004810*-----------------------------------------------------------*
004820 3000-LOAD-STATIONS.
004830     OPEN INPUT STATION-MASTER-FILE
004840     PERFORM 3100-LOAD-ONE-STATION THRU 3100-EXIT
004850         UNTIL WS-MASTER-EOF
004860     CLOSE STATION-MASTER-FILE.
004870 3000-EXIT.
004880     EXIT.
004890
004900 3100-LOAD-ONE-STATION.
004910     READ STATION-MASTER-FILE
004920         AT END
004930             SET WS-MASTER-EOF TO TRUE
004940             GO TO 3100-EXIT
004950     END-READ
004960     ADD 1 TO WS-MASTER-READ-COUNT
004970     IF STM-CODE NOT NUMERIC
004980         DISPLAY "WEATHER-GAPFILL: warning - master record "
004990                 WS-MASTER-READ-COUNT " skipped, bad station code"
005000         GO TO 3100-EXIT
005010     END-IF
005020     IF STM-CODE NOT > WS-PREV-CODE
005030         DISPLAY "WEATHER-GAPFILL: warning - station "
005040                 STM-CODE " out of order on STATIONMST.DAT, "
005050                 "skipped"
005060         GO TO 3100-EXIT
005070     END-IF
005080     IF WS-STATION-COUNT >= 1000
005090         DISPLAY "WEATHER-GAPFILL: error - more than 1000 "
005100                 "stations, station " STM-CODE
005110                 " cannot be filled"
005120         SET WS-TABLE-FULL TO TRUE
005130         GO TO 3100-EXIT
005140     END-IF
005150     ADD 1 TO WS-STATION-COUNT
005160     MOVE STM-CODE TO WS-PREV-CODE
005170     MOVE STM-CODE TO WS-FST-STATION (WS-STATION-COUNT)
005180     MOVE STM-NAME TO WS-FST-NAME (WS-STATION-COUNT)
005190     MOVE 0 TO WS-FST-GAP-FIRST (WS-STATION-COUNT)
005200     MOVE 0 TO WS-FST-GAP-LAST (WS-STATION-COUNT)
005210     MOVE 0 TO WS-FST-NBR-COUNT (WS-STATION-COUNT)
005220     IF STM-LATITUDE-X = SPACES
005230         MOVE 'N' TO WS-FST-GEO-SW (WS-STATION-COUNT)
005240         GO TO 3100-EXIT
005250     END-IF
005260     MOVE 'Y' TO WS-FST-GEO-SW (WS-STATION-COUNT)
005270     MOVE STM-LATITUDE  TO WS-FST-LATITUDE (WS-STATION-COUNT)
005280     MOVE STM-LONGITUDE TO WS-FST-LONGITUDE (WS-STATION-COUNT)
005290     MOVE STM-ELEVATION TO WS-FST-ELEVATION (WS-STATION-COUNT).
005300 3100-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------*
005340* 3500-BUILD-NEIGHBORS - THE SAME NEIGHBOR RULE AS           *
005350* WEATHER-NEIGHBOR: FLAT-EARTH DISTANCE, WITHIN THE RADIUS   *
005360* AND ANY ELEVATION LIMIT, NEAREST 25 KEPT NEAREST FIRST.    *
005370* ONLY SURVEYED STATIONS TAKE PART.                          *
005380*-----------------------------------------------------------*
005390 3500-BUILD-NEIGHBORS.
005400     PERFORM 3510-NEIGHBORS-OF-ONE THRU 3510-EXIT
005410         VARYING WS-STA-IDX FROM 1 BY 1
005420         UNTIL WS-STA-IDX > WS-STATION-COUNT.
005430 3500-EXIT.
005440     EXIT.
005450
005460 3510-NEIGHBORS-OF-ONE.
005470     IF NOT WS-FST-SURVEYED (WS-STA-IDX)
005480         GO TO 3510-EXIT
005490     END-IF
005500     PERFORM 3520-MEASURE-ONE-PAIR THRU 3520-EXIT
005510         VARYING WS-OTHER-IDX FROM 1 BY 1
005520         UNTIL WS-OTHER-IDX > WS-STATION-COUNT.
005530 3510-EXIT.
005540     EXIT.
005550
005560 3520-MEASURE-ONE-PAIR.
005570     IF WS-OTHER-IDX = WS-STA-IDX
005580             OR NOT WS-FST-SURVEYED (WS-OTHER-IDX)
005590         GO TO 3520-EXIT
005600     END-IF
005610     IF WS-MAX-ELEV-DIFF > 0
005620         COMPUTE WS-DELEV = WS-FST-ELEVATION (WS-OTHER-IDX)
005630                          - WS-FST-ELEVATION (WS-STA-IDX)
005640         IF WS-DELEV > WS-MAX-ELEV-DIFF
005650                 OR WS-DELEV < (0 - WS-MAX-ELEV-DIFF)
005660             GO TO 3520-EXIT
005670         END-IF
005680     END-IF
005690     COMPUTE WS-DLAT-DEG = WS-FST-LATITUDE (WS-OTHER-IDX)
005700                         - WS-FST-LATITUDE (WS-STA-IDX)
005710     COMPUTE WS-DY-KM = WS-DLAT-DEG * 111.195
005720     IF WS-DY-KM > WS-RADIUS-KM OR WS-DY-KM < (0 - WS-RADIUS-KM)
005730         GO TO 3520-EXIT
005740     END-IF
005750     COMPUTE WS-DLON-DEG = WS-FST-LONGITUDE (WS-OTHER-IDX)
005760                         - WS-FST-LONGITUDE (WS-STA-IDX)
005770     IF WS-DLON-DEG > 180
005780         SUBTRACT 360 FROM WS-DLON-DEG
005790     END-IF
005800     IF WS-DLON-DEG < -180
005810         ADD 360 TO WS-DLON-DEG
005820     END-IF
005830     COMPUTE WS-MEAN-LAT-RAD =
005840             (WS-FST-LATITUDE (WS-OTHER-IDX)
005850              + WS-FST-LATITUDE (WS-STA-IDX))
005860             / 2 * FUNCTION PI / 180
005870     COMPUTE WS-DX-KM = WS-DLON-DEG * 111.195
005880                      * FUNCTION COS (WS-MEAN-LAT-RAD)
005890     COMPUTE WS-DIST-KM ROUNDED =
005900             FUNCTION SQRT (WS-DX-KM * WS-DX-KM
005910                            + WS-DY-KM * WS-DY-KM)
005920     IF WS-DIST-KM > WS-RADIUS-KM
005930         GO TO 3520-EXIT
005940     END-IF
005950     PERFORM 3530-KEEP-NEIGHBOR THRU 3530-EXIT.
005960 3520-EXIT.
005970     EXIT.
005980
005990 3530-KEEP-NEIGHBOR.
006000     IF WS-FST-NBR-COUNT (WS-STA-IDX) < 25
006010         ADD 1 TO WS-FST-NBR-COUNT (WS-STA-IDX)
006020     ELSE
006030         IF WS-DIST-KM NOT < WS-FST-NBR-DIST (WS-STA-IDX 25)
006040             GO TO 3530-EXIT
006050         END-IF
006060     END-IF
006070     MOVE WS-FST-NBR-COUNT (WS-STA-IDX) TO WS-NBR-POS
006080     MOVE WS-OTHER-IDX
006090          TO WS-FST-NBR-IDX (WS-STA-IDX WS-NBR-POS)
006100     MOVE WS-DIST-KM
006110          TO WS-FST-NBR-DIST (WS-STA-IDX WS-NBR-POS)
006120     MOVE 'N' TO WS-SHIFT-DONE-SW
006130     PERFORM 3540-WALK-FORWARD THRU 3540-EXIT
006140         UNTIL WS-NBR-POS = 1 OR WS-SHIFT-DONE.
006150 3530-EXIT.
006160     EXIT.
006170
006180 3540-WALK-FORWARD.
006190     IF WS-FST-NBR-DIST (WS-STA-IDX WS-NBR-POS - 1)
006200             NOT > WS-FST-NBR-DIST (WS-STA-IDX WS-NBR-POS)
006210         SET WS-SHIFT-DONE TO TRUE
006220         GO TO 3540-EXIT
006230     END-IF
006240     MOVE WS-FST-NBR-IDX (WS-STA-IDX WS-NBR-POS - 1)
006250          TO WS-HOLD-IDX
006260     MOVE WS-FST-NBR-DIST (WS-STA-IDX WS-NBR-POS - 1)
006270          TO WS-HOLD-DIST
006280     MOVE WS-FST-NBR (WS-STA-IDX WS-NBR-POS)
006290          TO WS-FST-NBR (WS-STA-IDX WS-NBR-POS - 1)
006300     MOVE WS-HOLD-IDX
006310          TO WS-FST-NBR-IDX (WS-STA-IDX WS-NBR-POS)
006320     MOVE WS-HOLD-DIST
006330          TO WS-FST-NBR-DIST (WS-STA-IDX WS-NBR-POS)
006340     SUBTRACT 1 FROM WS-NBR-POS.
006350 3540-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------*
006390* 4000-LOAD-GAPS - TAKES UP EVERY UNEXPLAINED GAP ON THE     *
006400* MISSING-INTERVAL LISTING AND DECIDES HOW IT WILL BE        *
006410* FILLED.  THE LISTING IS IN STATION ORDER, SO EACH GAP'S    *
006420* STATION IS FOUND BY STEPPING ONE POINTER DOWN THE TABLE.   *
006430*-----------------------------------------------------------*
006440 4000-LOAD-GAPS.
006450     MOVE 1 TO WS-TBL-PTR
006460     MOVE 0 TO WS-PREV-GAP-CODE
006470     OPEN INPUT GAP-REPORT-FILE
006480     PERFORM 4100-LOAD-ONE-GAP THRU 4100-EXIT
006490         UNTIL WS-GAP-EOF
006500     CLOSE GAP-REPORT-FILE.
006510 4000-EXIT.
006520     EXIT.
006530
006540 4100-LOAD-ONE-GAP.
006550     READ GAP-REPORT-FILE
006560         AT END
006570             SET WS-GAP-EOF TO TRUE
006580             GO TO 4100-EXIT
006590     END-READ
006600     IF GPL-TAG NOT = "STATION" OR GPL-KIND NOT = "MISSING"
006610         GO TO 4100-EXIT
006620     END-IF
006630     ADD 1 TO WS-GAP-LINE-COUNT
006640     IF GPL-STATION NOT NUMERIC
006650             OR GPL-FROM NOT NUMERIC
006660             OR GPL-TO NOT NUMERIC
006670         DISPLAY "WEATHER-GAPFILL: warning - gap line "
006680                 WS-GAP-LINE-COUNT " unreadable, set aside"
006690         ADD 1 TO WS-GAP-SET-ASIDE-COUNT
006700         GO TO 4100-EXIT
006710     END-IF
006720     IF GPL-STATION-N < WS-PREV-GAP-CODE
006730         DISPLAY "WEATHER-GAPFILL: warning - gap for station "
006740                 GPL-STATION " out of station order, set aside"
006750         ADD 1 TO WS-GAP-SET-ASIDE-COUNT
006760         GO TO 4100-EXIT
006770     END-IF
006780     MOVE GPL-STATION-N TO WS-PREV-GAP-CODE
006790     MOVE 'N' TO WS-PTR-STOP-SW
006800     PERFORM 4200-STEP-GAP-POINTER THRU 4200-EXIT
006810         UNTIL WS-PTR-STOP
006820            OR WS-TBL-PTR > WS-STATION-COUNT
006830     IF WS-TBL-PTR > WS-STATION-COUNT
006840         DISPLAY "WEATHER-GAPFILL: warning - gap for station "
006850                 GPL-STATION " not on the master, set aside"
006860         ADD 1 TO WS-GAP-SET-ASIDE-COUNT
006870         GO TO 4100-EXIT
006880     END-IF
006890     IF WS-FST-STATION (WS-TBL-PTR) NOT = GPL-STATION-N
006900         DISPLAY "WEATHER-GAPFILL: warning - gap for station "
006910                 GPL-STATION " not on the master, set aside"
006920         ADD 1 TO WS-GAP-SET-ASIDE-COUNT
006930         GO TO 4100-EXIT
006940     END-IF
006950     IF WS-GAP-COUNT >= 2000
006960         DISPLAY "WEATHER-GAPFILL: error - more than 2000 "
006970                 "gaps, gap for station " GPL-STATION
006980                 " cannot be filled"
006990         SET WS-TABLE-FULL TO TRUE
007000         ADD 1 TO WS-GAP-SET-ASIDE-COUNT
007010         GO TO 4100-EXIT
007020     END-IF
007030     ADD 1 TO WS-GAP-COUNT
007040     MOVE WS-GAP-COUNT TO WS-GAP-IDX
007050     PERFORM 4300-SET-UP-GAP THRU 4300-EXIT
007060     IF WS-FST-GAP-FIRST (WS-TBL-PTR) = 0
007070         MOVE WS-GAP-IDX TO WS-FST-GAP-FIRST (WS-TBL-PTR)
007080     END-IF
007090     MOVE WS-GAP-IDX TO WS-FST-GAP-LAST (WS-TBL-PTR).
007100 4100-EXIT.
007110     EXIT.
007120
007130 4200-STEP-GAP-POINTER.
007140     IF WS-FST-STATION (WS-TBL-PTR) < GPL-STATION-N
007150         ADD 1 TO WS-TBL-PTR
007160     ELSE
007170         SET WS-PTR-STOP TO TRUE
007180     END-IF.
007190 4200-EXIT.
007200     EXIT.
007210
007220*    THE GAP'S ENDS ARE HELD AS ABSOLUTE HOUR COUNTS, AS
007230*    READTESTDATA MEASURES THEM, SO A GAP ACROSS MIDNIGHT OR
007240*    MONTH END NEEDS NO SPECIAL HANDLING.
007250 4300-SET-UP-GAP.
007260     MOVE WS-TBL-PTR  TO WS-GAP-STA-IDX (WS-GAP-IDX)
007270     MOVE GPL-FROM-N  TO WS-GAP-FROM-STAMP (WS-GAP-IDX)
007280     MOVE GPL-TO-N    TO WS-GAP-TO-STAMP (WS-GAP-IDX)
007290     MOVE GPL-FROM-N  TO WS-TS-STAMP
007300     PERFORM 4400-STAMP-TO-HOURS THRU 4400-EXIT
007310     MOVE WS-ABS-HOURS TO WS-GAP-FROM-ABS (WS-GAP-IDX)
007320     MOVE GPL-TO-N    TO WS-TS-STAMP
007330     PERFORM 4400-STAMP-TO-HOURS THRU 4400-EXIT
007340     MOVE WS-ABS-HOURS TO WS-GAP-TO-ABS (WS-GAP-IDX)
007350     COMPUTE WS-GAP-HOURS (WS-GAP-IDX) =
007360             WS-GAP-TO-ABS (WS-GAP-IDX)
007370             - WS-GAP-FROM-ABS (WS-GAP-IDX) + 1
007380     MOVE 'N'    TO WS-GAP-BEFORE-SW (WS-GAP-IDX)
007390     MOVE 'N'    TO WS-GAP-AFTER-SW (WS-GAP-IDX)
007400     MOVE WS-FST-NAME (WS-TBL-PTR) TO WS-GAP-NAME (WS-GAP-IDX)
007410     MOVE SPACES TO WS-GAP-LOCATION (WS-GAP-IDX)
007420     MOVE 0      TO WS-GAP-SITE-STAMP (WS-GAP-IDX)
007430     MOVE 0      TO WS-GAP-SLOT-BASE (WS-GAP-IDX)
007440     MOVE 0      TO WS-GAP-FILLED (WS-GAP-IDX)
007450     MOVE 0      TO WS-GAP-UNFILLED (WS-GAP-IDX)
007460     IF WS-GAP-HOURS (WS-GAP-IDX) > WS-FILL-MAX-HOURS
007470         SET WS-GAP-TOO-LONG (WS-GAP-IDX) TO TRUE
007480         GO TO 4300-EXIT
007490     END-IF
007500     IF WS-GAP-HOURS (WS-GAP-IDX) NOT > WS-INTERP-MAX-HOURS
007510         SET WS-GAP-INTERPOLATE (WS-GAP-IDX) TO TRUE
007520         GO TO 4300-EXIT
007530     END-IF
007540     IF WS-FST-NBR-COUNT (WS-TBL-PTR) = 0
007550         SET WS-GAP-NO-NEIGHBORS (WS-GAP-IDX) TO TRUE
007560         GO TO 4300-EXIT
007570     END-IF
007580     IF WS-SLOT-USED + WS-GAP-HOURS (WS-GAP-IDX) + 2 > 20000
007590         DISPLAY "WEATHER-GAPFILL: error - neighbor hour "
007600                 "table full, gap for station " GPL-STATION
007610                 " cannot be filled"
007620         SET WS-TABLE-FULL TO TRUE
007630         SET WS-GAP-NO-ROOM (WS-GAP-IDX) TO TRUE
007640         GO TO 4300-EXIT
007650     END-IF
007660     SET WS-GAP-FROM-NEIGHBORS (WS-GAP-IDX) TO TRUE
007670     COMPUTE WS-GAP-SLOT-BASE (WS-GAP-IDX) = WS-SLOT-USED + 1
007680     PERFORM 4500-CLEAR-ONE-SLOT THRU 4500-EXIT
007690         VARYING WS-SLOT-IDX FROM WS-GAP-SLOT-BASE (WS-GAP-IDX)
007700         BY 1
007710         UNTIL WS-SLOT-IDX > WS-SLOT-USED
007720                             + WS-GAP-HOURS (WS-GAP-IDX) + 2
007730     ADD WS-GAP-HOURS (WS-GAP-IDX) TO WS-SLOT-USED
007740     ADD 2 TO WS-SLOT-USED.
007750 4300-EXIT.
007760     EXIT.
007770
007780 4400-STAMP-TO-HOURS.
007790     COMPUTE WS-ABS-DAY =
007800             FUNCTION INTEGER-OF-DATE (WS-TS-DATE)
007810     COMPUTE WS-ABS-HOURS = WS-ABS-DAY * 24 + WS-TS-HOUR.
007820 4400-EXIT.
007830     EXIT.
007840
007850 4500-CLEAR-ONE-SLOT.
007860     MOVE 0 TO WS-SLOT-COUNT (WS-SLOT-IDX)
007870     MOVE 0 TO WS-SLOT-WEIGHT (WS-SLOT-IDX)
007880     PERFORM 4510-CLEAR-ONE-SUM THRU 4510-EXIT
007890         VARYING WS-FIELD-IDX FROM 1 BY 1
007900         UNTIL WS-FIELD-IDX > 6.
007910 4500-EXIT.
007920     EXIT.
007930
007940 4510-CLEAR-ONE-SUM.
007950     MOVE 0 TO WS-SLOT-SUM (WS-SLOT-IDX WS-FIELD-IDX).
007960 4510-EXIT.
007970     EXIT.
007980
007990*-----------------------------------------------------------*
008000* 5000-FEED-SORT - SORT INPUT PROCEDURE.  RELEASES EVERY     *
008010* ACCEPTED READING READTESTDATA LEFT ON WEATHERGOOD.TMP.     *
008020*-----------------------------------------------------------*
008030 5000-FEED-SORT.
008040     OPEN INPUT GOOD-WORK-FILE
008050     PERFORM 5100-RELEASE-ONE-RECORD THRU 5100-EXIT
008060         UNTIL WS-WORK-EOF
008070     CLOSE GOOD-WORK-FILE.
008080 5000-EXIT.
008090     EXIT.
008100
008110 5100-RELEASE-ONE-RECORD.
008120     READ GOOD-WORK-FILE
008130         AT END
008140             SET WS-WORK-EOF TO TRUE
008150             GO TO 5100-EXIT
008160     END-READ
008170     ADD 1 TO WS-GOOD-READ-COUNT
008180     RELEASE SORT-RECORD FROM GOOD-WORK-RECORD.
008190 5100-EXIT.
008200     EXIT.
008210
008220*-----------------------------------------------------------*
008230* 6000-GATHER-READINGS - SORT OUTPUT PROCEDURE.  READINGS    *
008240* ARRIVE IN STATION/TIMESTAMP ORDER.  EACH ONE IS OFFERED TO *
008250* ITS OWN STATION'S GAPS (AS THE READING EITHER SIDE) AND,   *
008260* FROM A SURVEYED STATION, TO THE NEIGHBOR-FILLED GAPS OF    *
008270* EACH STATION IN ITS NEIGHBOR SET.  A RESENT READING IS SET *
008280* ASIDE AS THE ROLLUP DOES.                                  *
008290*-----------------------------------------------------------*
008300 6000-GATHER-READINGS.
008310     MOVE 1 TO WS-TBL-PTR
008320     PERFORM 6100-RETURN-ONE-RECORD THRU 6100-EXIT
008330         UNTIL WS-SORT-EOF.
008340 6000-EXIT.
008350     EXIT.
008360
008370 6100-RETURN-ONE-RECORD.
008380     RETURN SORT-WORK-FILE
008390         AT END
008400             SET WS-SORT-EOF TO TRUE
008410             GO TO 6100-EXIT
008420     END-RETURN
008430     IF NOT WS-FIRST-DETAIL
008440             AND SRT-DATA1 = WS-PREV-CODE
008450             AND SRT-DATA2 = WS-PREV-STAMP
008460         ADD 1 TO WS-DUPLICATE-COUNT
008470         GO TO 6100-EXIT
008480     END-IF
008490     MOVE 'N' TO WS-FIRST-DETAIL-SW
008500     MOVE SRT-DATA1 TO WS-PREV-CODE
008510     MOVE SRT-DATA2 TO WS-PREV-STAMP
008520     MOVE 'N' TO WS-PTR-STOP-SW
008530     PERFORM 6200-STEP-POINTER THRU 6200-EXIT
008540         UNTIL WS-PTR-STOP
008550            OR WS-TBL-PTR > WS-STATION-COUNT
008560     IF WS-TBL-PTR > WS-STATION-COUNT
008570         GO TO 6100-EXIT
008580     END-IF
008590     IF WS-FST-STATION (WS-TBL-PTR) NOT = SRT-DATA1
008600         GO TO 6100-EXIT
008610     END-IF
008620     MOVE SRT-DATA2 TO WS-TS-STAMP
008630     PERFORM 4400-STAMP-TO-HOURS THRU 4400-EXIT
008640     IF WS-FST-GAP-FIRST (WS-TBL-PTR) > 0
008650         PERFORM 6300-OFFER-TO-OWN-GAP THRU 6300-EXIT
008660             VARYING WS-GAP-IDX
008670             FROM WS-FST-GAP-FIRST (WS-TBL-PTR) BY 1
008680             UNTIL WS-GAP-IDX > WS-FST-GAP-LAST (WS-TBL-PTR)
008690     END-IF
008700     PERFORM 6400-OFFER-TO-NEIGHBOR THRU 6400-EXIT
008710         VARYING WS-NBR-IDX FROM 1 BY 1
008720         UNTIL WS-NBR-IDX > WS-FST-NBR-COUNT (WS-TBL-PTR).
008730 6100-EXIT.
008740     EXIT.
008750
008760 6200-STEP-POINTER.
008770     IF WS-FST-STATION (WS-TBL-PTR) < SRT-DATA1
008780         ADD 1 TO WS-TBL-PTR
008790     ELSE
008800         SET WS-PTR-STOP TO TRUE
008810     END-IF.
008820 6200-EXIT.
008830     EXIT.
008840
008850*    THE LAST READING BEFORE THE GAP AND THE FIRST AFTER IT.
008860*    THE NAME AND LOCATION IN FORCE ARE TAKEN FROM THE ONE
008870*    BEFORE WHEN IT IS THERE, SO THE ESTIMATES FOLLOW THE
008880*    SITE THE GAP BEGAN AT.
008890 6300-OFFER-TO-OWN-GAP.
008900     IF WS-ABS-HOURS + 1 = WS-GAP-FROM-ABS (WS-GAP-IDX)
008910         MOVE 'Y' TO WS-GAP-BEFORE-SW (WS-GAP-IDX)
008920         PERFORM 6310-KEEP-BEFORE-VALUE THRU 6310-EXIT
008930             VARYING WS-FIELD-IDX FROM 1 BY 1
008940             UNTIL WS-FIELD-IDX > 6
008950         MOVE SRT-STATION-NAME TO WS-GAP-NAME (WS-GAP-IDX)
008960         MOVE SRT-LOCATION     TO WS-GAP-LOCATION (WS-GAP-IDX)
008970         MOVE SRT-SITE-STAMP   TO WS-GAP-SITE-STAMP (WS-GAP-IDX)
008980     END-IF
008990     IF WS-ABS-HOURS = WS-GAP-TO-ABS (WS-GAP-IDX) + 1
009000         MOVE 'Y' TO WS-GAP-AFTER-SW (WS-GAP-IDX)
009010         PERFORM 6320-KEEP-AFTER-VALUE THRU 6320-EXIT
009020             VARYING WS-FIELD-IDX FROM 1 BY 1
009030             UNTIL WS-FIELD-IDX > 6
009040         IF NOT WS-GAP-HAS-BEFORE (WS-GAP-IDX)
009050             MOVE SRT-STATION-NAME TO WS-GAP-NAME (WS-GAP-IDX)
009060             MOVE SRT-LOCATION
009070                  TO WS-GAP-LOCATION (WS-GAP-IDX)
009080             MOVE SRT-SITE-STAMP
009090                  TO WS-GAP-SITE-STAMP (WS-GAP-IDX)
009100         END-IF
009110     END-IF.
009120 6300-EXIT.
009130     EXIT.
009140
009150 6310-KEEP-BEFORE-VALUE.
009160     MOVE SRT-FIELD-VALUE (WS-FIELD-IDX)
009170          TO WS-GAP-BEFORE-VALUE (WS-GAP-IDX WS-FIELD-IDX).
009180 6310-EXIT.
009190     EXIT.
009200
009210 6320-KEEP-AFTER-VALUE.
009220     MOVE SRT-FIELD-VALUE (WS-FIELD-IDX)
009230          TO WS-GAP-AFTER-VALUE (WS-GAP-IDX WS-FIELD-IDX).
009240 6320-EXIT.
009250     EXIT.
009260
009270*    NEIGHBOR SETS ARE BUILT BY THE SAME RADIUS RULE BOTH
009280*    WAYS, SO THE STATIONS THIS READING CAN HELP ARE THE ONES
009290*    IN ITS OWN SET.  THE NEARER THE NEIGHBOR THE MORE ITS
009300*    READING WEIGHS - ONE OVER THE DISTANCE IN KM.
009310 6400-OFFER-TO-NEIGHBOR.
009320     MOVE WS-FST-NBR-IDX (WS-TBL-PTR WS-NBR-IDX) TO WS-OTHER-IDX
009330     IF WS-FST-GAP-FIRST (WS-OTHER-IDX) = 0
009340         GO TO 6400-EXIT
009350     END-IF
009360     IF WS-FST-NBR-DIST (WS-TBL-PTR WS-NBR-IDX) < 0.1
009370         MOVE 10 TO WS-WEIGHT
009380     ELSE
009390         COMPUTE WS-WEIGHT ROUNDED =
009400                 1 / WS-FST-NBR-DIST (WS-TBL-PTR WS-NBR-IDX)
009410     END-IF
009420     PERFORM 6500-OFFER-TO-ONE-GAP THRU 6500-EXIT
009430         VARYING WS-GAP-IDX
009440         FROM WS-FST-GAP-FIRST (WS-OTHER-IDX) BY 1
009450         UNTIL WS-GAP-IDX > WS-FST-GAP-LAST (WS-OTHER-IDX).
009460 6400-EXIT.
009470     EXIT.
009480
009490 6500-OFFER-TO-ONE-GAP.
009500     IF NOT WS-GAP-FROM-NEIGHBORS (WS-GAP-IDX)
009510         GO TO 6500-EXIT
009520     END-IF
009530     IF WS-ABS-HOURS + 1 < WS-GAP-FROM-ABS (WS-GAP-IDX)
009540             OR WS-ABS-HOURS > WS-GAP-TO-ABS (WS-GAP-IDX) + 1
009550         GO TO 6500-EXIT
009560     END-IF
009570     COMPUTE WS-SLOT-IDX = WS-GAP-SLOT-BASE (WS-GAP-IDX)
009580                         + WS-ABS-HOURS + 1
009590                         - WS-GAP-FROM-ABS (WS-GAP-IDX)
009600     ADD 1 TO WS-SLOT-COUNT (WS-SLOT-IDX)
009610     ADD WS-WEIGHT TO WS-SLOT-WEIGHT (WS-SLOT-IDX)
009620     PERFORM 6510-ADD-ONE-WEIGHTED THRU 6510-EXIT
009630         VARYING WS-FIELD-IDX FROM 1 BY 1
009640         UNTIL WS-FIELD-IDX > 6.
009650 6500-EXIT.
009660     EXIT.
009670
009680 6510-ADD-ONE-WEIGHTED.
009690     COMPUTE WS-SLOT-SUM (WS-SLOT-IDX WS-FIELD-IDX) =
009700             WS-SLOT-SUM (WS-SLOT-IDX WS-FIELD-IDX)
009710             + SRT-FIELD-VALUE (WS-FIELD-IDX) * WS-WEIGHT.
009720 6510-EXIT.
009730     EXIT.
009740
009750*-----------------------------------------------------------*
009760* 7000-BUILD-ESTIMATES - WRITES THE ESTIMATED HOURS OF EVERY *
009770* GAP THAT CAN BE FILLED AND LISTS EACH SUCH GAP WITH THE    *
009780* METHOD USED AND HOW MANY OF ITS HOURS WERE FILLED.         *
009790*-----------------------------------------------------------*
009800 7000-BUILD-ESTIMATES.
009810     MOVE SPACES TO FILL-LINE
009820     WRITE FILL-LINE
009830     MOVE " GAPS FILLED" TO FILL-LINE
009840     WRITE FILL-LINE
009850     MOVE " STATION NAME                 FROM       THRU      " &
009860          "  HOURS  METHOD        FILLED UNFILLED"
009870          TO FILL-LINE
009880     WRITE FILL-LINE
009890     PERFORM 7100-FILL-ONE-GAP THRU 7100-EXIT
009900         VARYING WS-GAP-IDX FROM 1 BY 1
009910         UNTIL WS-GAP-IDX > WS-GAP-COUNT.
009920 7000-EXIT.
009930     EXIT.
009940
009950*    BOTH METHODS NEED AT LEAST ONE OF THE STATION'S OWN
009960*    READINGS BESIDE THE GAP - INTERPOLATION NEEDS BOTH - OR
009970*    THE GAP LISTING NO LONGER AGREES WITH THE WORK FILE.
009980 7100-FILL-ONE-GAP.
009990     IF WS-GAP-INTERPOLATE (WS-GAP-IDX)
010000         IF NOT WS-GAP-HAS-BEFORE (WS-GAP-IDX)
010010                 OR NOT WS-GAP-HAS-AFTER (WS-GAP-IDX)
010020             SET WS-GAP-NO-ANCHOR (WS-GAP-IDX) TO TRUE
010030             GO TO 7100-EXIT
010040         END-IF
010050         MOVE "INTERPOLATED" TO WS-METHOD-TEXT
010060         PERFORM 7200-INTERPOLATE-ONE-HOUR THRU 7200-EXIT
010070             VARYING WS-HOUR-IDX FROM 1 BY 1
010080             UNTIL WS-HOUR-IDX > WS-GAP-HOURS (WS-GAP-IDX)
010090         PERFORM 7900-LIST-FILLED-GAP THRU 7900-EXIT
010100         GO TO 7100-EXIT
010110     END-IF
010120     IF NOT WS-GAP-FROM-NEIGHBORS (WS-GAP-IDX)
010130         GO TO 7100-EXIT
010140     END-IF
010150     IF NOT WS-GAP-HAS-BEFORE (WS-GAP-IDX)
010160             AND NOT WS-GAP-HAS-AFTER (WS-GAP-IDX)
010170         SET WS-GAP-NO-ANCHOR (WS-GAP-IDX) TO TRUE
010180         GO TO 7100-EXIT
010190     END-IF
010200     MOVE "NEIGHBORS" TO WS-METHOD-TEXT
010210     PERFORM 7300-SET-NEIGHBOR-BIAS THRU 7300-EXIT
010220     PERFORM 7400-NEIGHBOR-ONE-HOUR THRU 7400-EXIT
010230         VARYING WS-HOUR-IDX FROM 1 BY 1
010240         UNTIL WS-HOUR-IDX > WS-GAP-HOURS (WS-GAP-IDX)
010250     IF WS-GAP-FILLED (WS-GAP-IDX) > 0
010260         PERFORM 7900-LIST-FILLED-GAP THRU 7900-EXIT
010270     END-IF.
010280 7100-EXIT.
010290     EXIT.
010300
010310*    A STRAIGHT LINE FROM THE READING BEFORE TO THE READING
010320*    AFTER, ONE STEP PER MISSING HOUR.
010330 7200-INTERPOLATE-ONE-HOUR.
010340     MOVE 'N' TO WS-HOUR-UNFILLED-SW
010350     COMPUTE WS-STEP-FRACTION ROUNDED =
010360             WS-HOUR-IDX / (WS-GAP-HOURS (WS-GAP-IDX) + 1)
010370     PERFORM 7210-INTERPOLATE-ONE-FIELD THRU 7210-EXIT
010380         VARYING WS-FIELD-IDX FROM 1 BY 1
010390         UNTIL WS-FIELD-IDX > 6
010400     IF WS-HOUR-UNFILLED
010410         ADD 1 TO WS-GAP-UNFILLED (WS-GAP-IDX)
010420         ADD 1 TO WS-UNFILLED-HOUR-COUNT
010430         GO TO 7200-EXIT
010440     END-IF
010450     MOVE "I" TO EST-METHOD
010460     ADD 1 TO WS-INTERP-HOUR-COUNT
010470     PERFORM 7800-WRITE-ESTIMATE THRU 7800-EXIT.
010480 7200-EXIT.
010490     EXIT.
010500
010510 7210-INTERPOLATE-ONE-FIELD.
010520     COMPUTE WS-EST-WORK ROUNDED =
010530             WS-GAP-BEFORE-VALUE (WS-GAP-IDX WS-FIELD-IDX)
010540             + (WS-GAP-AFTER-VALUE (WS-GAP-IDX WS-FIELD-IDX)
010550                - WS-GAP-BEFORE-VALUE (WS-GAP-IDX WS-FIELD-IDX))
010560             * WS-STEP-FRACTION
010570     PERFORM 7700-STORE-ONE-VALUE THRU 7700-EXIT.
010580 7210-EXIT.
010590     EXIT.
010600
010610*    THE STATION'S OFFSET FROM ITS WEIGHTED NEIGHBORS IN THE
010620*    HOUR EITHER SIDE OF THE GAP, WHERE ENOUGH OF THEM
010630*    REPORTED THAT HOUR.
010640 7300-SET-NEIGHBOR-BIAS.
010650     MOVE 'N' TO WS-BIAS-BEFORE-SW
010660     MOVE 'N' TO WS-BIAS-AFTER-SW
010670     MOVE WS-GAP-SLOT-BASE (WS-GAP-IDX) TO WS-SLOT-IDX
010680     IF WS-GAP-HAS-BEFORE (WS-GAP-IDX)
010690             AND WS-SLOT-COUNT (WS-SLOT-IDX) >= WS-MIN-NEIGHBORS
010700         SET WS-BIAS-BEFORE-SET TO TRUE
010710         PERFORM 7310-BIAS-ONE-BEFORE THRU 7310-EXIT
010720             VARYING WS-FIELD-IDX FROM 1 BY 1
010730             UNTIL WS-FIELD-IDX > 6
010740     END-IF
010750     COMPUTE WS-SLOT-IDX = WS-GAP-SLOT-BASE (WS-GAP-IDX)
010760                         + WS-GAP-HOURS (WS-GAP-IDX) + 1
010770     IF WS-GAP-HAS-AFTER (WS-GAP-IDX)
010780             AND WS-SLOT-COUNT (WS-SLOT-IDX) >= WS-MIN-NEIGHBORS
010790         SET WS-BIAS-AFTER-SET TO TRUE
010800         PERFORM 7320-BIAS-ONE-AFTER THRU 7320-EXIT
010810             VARYING WS-FIELD-IDX FROM 1 BY 1
010820             UNTIL WS-FIELD-IDX > 6
010830     END-IF.
010840 7300-EXIT.
010850     EXIT.
010860
010870 7310-BIAS-ONE-BEFORE.
010880     COMPUTE WS-BIAS-BEFORE (WS-FIELD-IDX) ROUNDED =
010890             WS-GAP-BEFORE-VALUE (WS-GAP-IDX WS-FIELD-IDX)
010900             - WS-SLOT-SUM (WS-SLOT-IDX WS-FIELD-IDX)
010910               / WS-SLOT-WEIGHT (WS-SLOT-IDX).
010920 7310-EXIT.
010930     EXIT.
010940
010950 7320-BIAS-ONE-AFTER.
010960     COMPUTE WS-BIAS-AFTER (WS-FIELD-IDX) ROUNDED =
010970             WS-GAP-AFTER-VALUE (WS-GAP-IDX WS-FIELD-IDX)
010980             - WS-SLOT-SUM (WS-SLOT-IDX WS-FIELD-IDX)
010990               / WS-SLOT-WEIGHT (WS-SLOT-IDX).
011000 7320-EXIT.
011010     EXIT.
011020
011030*    AN HOUR TOO FEW NEIGHBORS REPORTED IS LEFT UNFILLED AND
011040*    COUNTED - THE GAP IS THEN ONLY PARTLY FILLED.
011050 7400-NEIGHBOR-ONE-HOUR.
011060     COMPUTE WS-SLOT-IDX = WS-GAP-SLOT-BASE (WS-GAP-IDX)
011070                         + WS-HOUR-IDX
011080     IF WS-SLOT-COUNT (WS-SLOT-IDX) < WS-MIN-NEIGHBORS
011090         ADD 1 TO WS-GAP-UNFILLED (WS-GAP-IDX)
011100         ADD 1 TO WS-UNFILLED-HOUR-COUNT
011110         GO TO 7400-EXIT
011120     END-IF
011130     MOVE 'N' TO WS-HOUR-UNFILLED-SW
011140     COMPUTE WS-STEP-FRACTION ROUNDED =
011150             WS-HOUR-IDX / (WS-GAP-HOURS (WS-GAP-IDX) + 1)
011160     PERFORM 7410-NEIGHBOR-ONE-FIELD THRU 7410-EXIT
011170         VARYING WS-FIELD-IDX FROM 1 BY 1
011180         UNTIL WS-FIELD-IDX > 6
011190     IF WS-HOUR-UNFILLED
011200         ADD 1 TO WS-GAP-UNFILLED (WS-GAP-IDX)
011210         ADD 1 TO WS-UNFILLED-HOUR-COUNT
011220         GO TO 7400-EXIT
011230     END-IF
011240     MOVE "N" TO EST-METHOD
011250     ADD 1 TO WS-NBR-HOUR-COUNT
011260     PERFORM 7800-WRITE-ESTIMATE THRU 7800-EXIT.
011270 7400-EXIT.
011280     EXIT.
011290
011300*    THE WEIGHTED NEIGHBOR VALUE PLUS THE STATION'S OFFSET -
011310*    BLENDED ACROSS THE GAP WHEN KNOWN AT BOTH ENDS, HELD
011320*    LEVEL WHEN KNOWN AT ONE, NONE WHEN KNOWN AT NEITHER.
011330 7410-NEIGHBOR-ONE-FIELD.
011340     MOVE 0 TO WS-BIAS-NOW
011350     IF WS-BIAS-BEFORE-SET AND WS-BIAS-AFTER-SET
011360         COMPUTE WS-BIAS-NOW ROUNDED =
011370                 WS-BIAS-BEFORE (WS-FIELD-IDX)
011380                 + (WS-BIAS-AFTER (WS-FIELD-IDX)
011390                    - WS-BIAS-BEFORE (WS-FIELD-IDX))
011400                 * WS-STEP-FRACTION
011410     ELSE
011420         IF WS-BIAS-BEFORE-SET
011430             MOVE WS-BIAS-BEFORE (WS-FIELD-IDX) TO WS-BIAS-NOW
011440         END-IF
011450         IF WS-BIAS-AFTER-SET
011460             MOVE WS-BIAS-AFTER (WS-FIELD-IDX) TO WS-BIAS-NOW
011470         END-IF
011480     END-IF
011490     COMPUTE WS-EST-WORK ROUNDED =
011500             WS-SLOT-SUM (WS-SLOT-IDX WS-FIELD-IDX)
011510             / WS-SLOT-WEIGHT (WS-SLOT-IDX)
011520             + WS-BIAS-NOW
011530     PERFORM 7700-STORE-ONE-VALUE THRU 7700-EXIT.
011540 7410-EXIT.
011550     EXIT.
011560
011570*    THE VALUE GOES ON THE ESTIMATE RECORD, AND ITS TEXT
011580*    FORM IN THE RAW FIELD SO THE TABLE CAN PRINT IT.  A
011590*    VALUE OUTSIDE WHAT A READING CAN HOLD LEAVES THE HOUR
011600*    UNFILLED RATHER THAN WRITE A WRONG ONE.
011610 7700-STORE-ONE-VALUE.
011620     IF WS-EST-WORK > 999.9 OR WS-EST-WORK < -999.9
011630         SET WS-HOUR-UNFILLED TO TRUE
011640         GO TO 7700-EXIT
011650     END-IF
011660     COMPUTE EST-FIELD-VALUE (WS-FIELD-IDX) ROUNDED =
011670             WS-EST-WORK
011680     IF EST-FIELD-VALUE (WS-FIELD-IDX) NOT < 0
011690         MOVE EST-FIELD-VALUE (WS-FIELD-IDX) TO WS-RAW-POS-ED
011700         MOVE WS-RAW-POS-ED TO EST-RAW-FIELD (WS-FIELD-IDX)
011710         GO TO 7700-EXIT
011720     END-IF
011730     IF EST-FIELD-VALUE (WS-FIELD-IDX) > -100
011740         MOVE EST-FIELD-VALUE (WS-FIELD-IDX) TO WS-RAW-NEG-ED
011750         MOVE WS-RAW-NEG-ED TO EST-RAW-FIELD (WS-FIELD-IDX)
011760     ELSE
011770         MOVE EST-FIELD-VALUE (WS-FIELD-IDX) TO WS-RAW-LOW-ED
011780         MOVE WS-RAW-LOW-ED TO EST-RAW-FIELD (WS-FIELD-IDX)
011790     END-IF.
011800 7700-EXIT.
011810     EXIT.
011820
011830*    THE HOUR'S STAMP IS REBUILT FROM THE GAP'S FIRST
011840*    ABSOLUTE HOUR.  THE VALUES AND METHOD ARE ALREADY ON THE
011850*    RECORD.
011860 7800-WRITE-ESTIMATE.
011870     COMPUTE WS-WORK-HOURS =
011880             WS-GAP-FROM-ABS (WS-GAP-IDX) + WS-HOUR-IDX - 1
011890     COMPUTE WS-ABS-DAY = WS-WORK-HOURS / 24
011900     COMPUTE WS-TS-HOUR = WS-WORK-HOURS - WS-ABS-DAY * 24
011910     COMPUTE WS-TS-DATE = FUNCTION DATE-OF-INTEGER (WS-ABS-DAY)
011920     MOVE WS-GAP-STA-IDX (WS-GAP-IDX) TO WS-STA-IDX
011930     MOVE WS-FST-STATION (WS-STA-IDX)  TO EST-DATA1
011940     MOVE WS-TS-STAMP                  TO EST-DATA2
011950     MOVE WS-TS-STAMP (1:4)            TO EST-YEAR
011960     MOVE WS-GAP-NAME (WS-GAP-IDX)     TO EST-STATION-NAME
011970     MOVE WS-GAP-LOCATION (WS-GAP-IDX) TO EST-LOCATION
011980     MOVE WS-GAP-SITE-STAMP (WS-GAP-IDX) TO EST-SITE-STAMP
011990     MOVE "E" TO EST-FLAG
012000     PERFORM 7810-CLEAR-ONE-CALIB-FLAG THRU 7810-EXIT
012010         VARYING WS-FIELD-IDX FROM 1 BY 1
012020         UNTIL WS-FIELD-IDX > 6
012030     WRITE ESTIMATE-RECORD
012040     ADD 1 TO WS-ESTIMATE-COUNT
012050     ADD 1 TO WS-GAP-FILLED (WS-GAP-IDX).
012060 7800-EXIT.
012070     EXIT.
012080
012090 7810-CLEAR-ONE-CALIB-FLAG.
012100     MOVE SPACE TO EST-CALIB-FLAG (WS-FIELD-IDX).
012110 7810-EXIT.
012120     EXIT.
012130
012140 7900-LIST-FILLED-GAP.
012150     ADD 1 TO WS-FILLED-GAP-COUNT
012160     MOVE WS-GAP-STA-IDX (WS-GAP-IDX) TO WS-STA-IDX
012170     MOVE WS-GAP-HOURS (WS-GAP-IDX)    TO WS-HOURS-ED
012180     MOVE WS-GAP-FILLED (WS-GAP-IDX)   TO WS-FILLED-ED
012190     MOVE WS-GAP-UNFILLED (WS-GAP-IDX) TO WS-UNFILLED-ED
012200     MOVE SPACES TO FILL-LINE
012210     STRING " " WS-FST-STATION (WS-STA-IDX)
012220            "  " WS-GAP-NAME (WS-GAP-IDX)
012230            " " WS-GAP-FROM-STAMP (WS-GAP-IDX)
012240            " " WS-GAP-TO-STAMP (WS-GAP-IDX)
012250            " " WS-HOURS-ED
012260            "  " WS-METHOD-TEXT
012270            " " WS-FILLED-ED
012280            "   " WS-UNFILLED-ED
012290            DELIMITED BY SIZE INTO FILL-LINE
012300     WRITE FILL-LINE.
012310 7900-EXIT.
012320     EXIT.
012330
012340*-----------------------------------------------------------*
012350* 8000-LIST-UNFILLED - EVERY GAP LEFT WHOLLY OR PARTLY       *
012360* UNFILLED, WITH THE REASON, SO NO ONE TAKES A HOLE IN THE   *
012370* SERIES FOR AN OVERSIGHT.                                   *
012380*-----------------------------------------------------------*
012390 8000-LIST-UNFILLED.
012400     MOVE SPACES TO FILL-LINE
012410     WRITE FILL-LINE
012420     MOVE " GAPS LEFT UNFILLED" TO FILL-LINE
012430     WRITE FILL-LINE
012440     MOVE " STATION NAME                 FROM       THRU      " &
012450          "  HOURS  REASON"
012460          TO FILL-LINE
012470     WRITE FILL-LINE
012480     PERFORM 8100-LIST-ONE-UNFILLED THRU 8100-EXIT
012490         VARYING WS-GAP-IDX FROM 1 BY 1
012500         UNTIL WS-GAP-IDX > WS-GAP-COUNT.
012510 8000-EXIT.
012520     EXIT.
012530
012540 8100-LIST-ONE-UNFILLED.
012550     EVALUATE TRUE
012560         WHEN WS-GAP-TOO-LONG (WS-GAP-IDX)
012570             MOVE "LONGER THAN THE FILL MAXIMUM"
012580                  TO WS-REASON-TEXT
012590         WHEN WS-GAP-NO-NEIGHBORS (WS-GAP-IDX)
012600             MOVE "NO SURVEYED NEIGHBORS WITHIN THE RADIUS"
012610                  TO WS-REASON-TEXT
012620         WHEN WS-GAP-NO-ANCHOR (WS-GAP-IDX)
012630             MOVE "NO STATION READING BESIDE THE GAP"
012640                  TO WS-REASON-TEXT
012650         WHEN WS-GAP-NO-ROOM (WS-GAP-IDX)
012660             MOVE "NEIGHBOR HOUR TABLE FULL"
012670                  TO WS-REASON-TEXT
012680         WHEN WS-GAP-UNFILLED (WS-GAP-IDX) > 0
012690             MOVE WS-GAP-UNFILLED (WS-GAP-IDX) TO WS-UNFILLED-ED
012700             MOVE SPACES TO WS-REASON-TEXT
012710             STRING WS-UNFILLED-ED " HOURS TOO FEW NEIGHBORS "
012720                    "REPORTING"
012730                    DELIMITED BY SIZE INTO WS-REASON-TEXT
012740         WHEN OTHER
012750             GO TO 8100-EXIT
012760     END-EVALUATE
012770     IF WS-GAP-FILLED (WS-GAP-IDX) = 0
012780         ADD 1 TO WS-UNFILLED-GAP-COUNT
012790         IF WS-GAP-UNFILLED (WS-GAP-IDX) = 0
012800             ADD WS-GAP-HOURS (WS-GAP-IDX)
012810                 TO WS-UNFILLED-HOUR-COUNT
012820         END-IF
012830     END-IF
012840     MOVE WS-GAP-STA-IDX (WS-GAP-IDX) TO WS-STA-IDX
012850     MOVE WS-GAP-HOURS (WS-GAP-IDX)    TO WS-HOURS-ED
012860     MOVE SPACES TO FILL-LINE
012870     STRING " " WS-FST-STATION (WS-STA-IDX)
012880            "  " WS-GAP-NAME (WS-GAP-IDX)
012890            " " WS-GAP-FROM-STAMP (WS-GAP-IDX)
012900            " " WS-GAP-TO-STAMP (WS-GAP-IDX)
012910            " " WS-HOURS-ED
012920            "  " WS-REASON-TEXT
012930            DELIMITED BY SIZE INTO FILL-LINE
012940     WRITE FILL-LINE.
012950 8100-EXIT.
012960     EXIT.
012970
012980*-----------------------------------------------------------*
012990* 9999-TERMINATE - RETURN CODE 4 WHEN ANY GAP OR HOUR WAS    *
013000* LEFT UNFILLED, 12 WHEN A TABLE OVERFLOWED.                 *
013010*-----------------------------------------------------------*
013020 9999-TERMINATE.
013030     MOVE SPACES TO FILL-LINE
013040     WRITE FILL-LINE
013050     MOVE SPACES TO FILL-LINE
013060     STRING "END OF GAP-FILL LISTING - " WS-GAP-LINE-COUNT
013070            " GAPS READ, " WS-FILLED-GAP-COUNT " FILLED, "
013080            WS-UNFILLED-GAP-COUNT " LEFT UNFILLED, "
013090            WS-GAP-SET-ASIDE-COUNT " SET ASIDE"
013100            DELIMITED BY SIZE INTO FILL-LINE
013110     WRITE FILL-LINE
013120     MOVE SPACES TO FILL-LINE
013130     STRING "ESTIMATES WRITTEN - " WS-ESTIMATE-COUNT " ("
013140            WS-INTERP-HOUR-COUNT " INTERPOLATED, "
013150            WS-NBR-HOUR-COUNT " FROM NEIGHBORS), "
013160            WS-UNFILLED-HOUR-COUNT " HOURS LEFT UNFILLED"
013170            DELIMITED BY SIZE INTO FILL-LINE
013180     WRITE FILL-LINE
013190     CLOSE ESTIMATE-FILE
013200     CLOSE FILL-REPORT-FILE
013210     DISPLAY "WEATHER-GAPFILL: " WS-GAP-LINE-COUNT
013220             " gaps read, " WS-ESTIMATE-COUNT
013230             " estimates written, " WS-UNFILLED-HOUR-COUNT
013240             " hours left unfilled."
013250     IF WS-TABLE-FULL
013260         DISPLAY "WEATHER-GAPFILL: table overflow - "
013270                 "estimates are incomplete"
013280         MOVE 12 TO RETURN-CODE
013290     ELSE
013300         IF WS-UNFILLED-HOUR-COUNT > 0
013310                 OR WS-GAP-SET-ASIDE-COUNT > 0
013320             MOVE 4 TO RETURN-CODE
013330         ELSE
013340             MOVE 0 TO RETURN-CODE
013350         END-IF
013360     END-IF.
013370 9999-EXIT.
013380     EXIT.
