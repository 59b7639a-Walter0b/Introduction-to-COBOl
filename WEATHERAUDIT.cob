000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WEATHER-AUDIT.
000030 AUTHOR. DATA-SERVICES-GROUP.
000040 INSTALLATION. WEATHER-REPORTING-SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15  DSG  ORIGINAL - CROSS-FILE INTEGRITY AUDIT.    *
000120*                  RECONCILES THE ACCEPTED-RECORD WORK FILE  *
000130*                  WITH EVERY FILE BUILT FROM IT - THE RUN   *
000140*                  HISTORY, THE EXTRACT, THE DAILY AND       *
000150*                  MONTHLY SUMMARIES, THE SCORECARD - AND    *
000160*                  WITH THE WEATHERIDX.DAT INDEX, FOR A      *
000170*                  PERIOD AND STATION GIVEN ON AUDITPARM.DAT.*
000180*                  RECORD COUNTS, HOUR COUNTS AND MIN/MAX/   *
000190*                  AVERAGE ARE COMPARED AND EVERY            *
000200*                  DISCREPANCY IS LISTED ON WEATHERAUDIT.TXT.*
000210*                  RC 8 (FAIL) WHEN ANY IS FOUND, WHICH      *
000220*                  WEATHER-JOB ACTS ON.                      *
000230* 2026-10-15  DSG  READINGS CORRECTED ON WEATHERSUPP.DAT ARE *
000240*                  NOT ON WEATHERIDX.DAT, WHICH IS LOADED    *
000250*                  FROM THE RAW YEARLY FILE ONLY, AND WERE   *
000260*                  FAILING THE AUDIT ON EVERY RUN.  THEIR    *
000270*                  KEYS ARE NOW SORTED AND MATCHED AGAINST   *
000280*                  THE WORK FILE - THEY ARE LISTED AS NOTES, *
000290*                  NOT LOOKED UP ON THE INDEX, AND LEFT OUT  *
000300*                  OF THE HOURS A DAY MUST HAVE ON IT.       *
000310*-----------------------------------------------------------*
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL AUDIT-PARM-FILE ASSIGN TO "AUDITPARM.DAT"
000370     ORGANIZATION IS LINE SEQUENTIAL.
000380
000390     SELECT OPTIONAL GOOD-WORK-FILE ASSIGN TO "WEATHERGOOD.TMP"
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS WS-WORK-FILE-STATUS.
000420
000430     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO
000440     "WEATHERHIST.DAT"
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     FILE STATUS IS WS-HIST-FILE-STATUS.
000470
000480     SELECT OPTIONAL SCORECARD-FILE ASSIGN TO
000490     "WEATHERSCORE.DAT"
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-SCORE-FILE-STATUS.
000520
000530     SELECT OPTIONAL EXTRACT-FILE ASSIGN TO
000540     "WEATHEREXTRACT.CSV"
000550     ORGANIZATION IS LINE SEQUENTIAL
000560     FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000570
000580     SELECT OPTIONAL DAILY-SUMMARY-FILE ASSIGN TO
000590     "WEATHERDAILY.DAT"
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS WS-DAILY-FILE-STATUS.
000620
000630     SELECT OPTIONAL MONTHLY-SUMMARY-FILE ASSIGN TO
000640     "WEATHERMONTHLY.DAT"
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-MONTHLY-FILE-STATUS.
000670
000680     SELECT WEATHER-INDEX-FILE ASSIGN TO "WEATHERIDX.DAT"
000690     ORGANIZATION IS INDEXED
000700     ACCESS IS DYNAMIC
000710     RECORD KEY IS IDX-KEY
000720     ALTERNATE RECORD KEY IS IDX-STAMP-KEY
000730         WITH DUPLICATES
000740     FILE STATUS IS WS-INDEX-FILE-STATUS.
000750
000760     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK08".
000770
000780     SELECT OPTIONAL SUPPLEMENTAL-FILE ASSIGN TO
000790     "WEATHERSUPP.DAT"
000800     ORGANIZATION IS LINE SEQUENTIAL
000810     FILE STATUS IS WS-SUPP-FILE-STATUS.
000820
000830     SELECT SORT-SUPP-WORK ASSIGN TO "SORTWK09".
000840
000850     SELECT SUPP-SORTED-FILE ASSIGN TO "WEATHERSUPP.SRT"
000860     ORGANIZATION IS LINE SEQUENTIAL
000870     FILE STATUS IS WS-SUPP-SORTED-STATUS.
000880
000890     SELECT AUDIT-LISTING-FILE ASSIGN TO "WEATHERAUDIT.TXT"
000900     ORGANIZATION IS LINE SEQUENTIAL.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940*    TAG/VALUE CARDS - FROM AND THRU YYYYMM, STN NNNNNN, IDXY
000950*    YYYY (THE YEAR WEATHERIDX.DAT IS LOADED FOR) AND HALT Y/N.
000960 FD  AUDIT-PARM-FILE.
000970 01  AUDIT-PARM-CARD.
000980     05 APC-TAG                 PIC X(04).
000990     05 FILLER                  PIC X(01).
001000     05 APC-VALUE               PIC X(20).
001010
001020 FD  GOOD-WORK-FILE.
001030 01  GOOD-WORK-RECORD           PIC X(130).
001040
001050*    SAME LAYOUT AS READTESTDATA WRITES.  THE LAST RECORD IS
001060*    THE LATEST REPORT RUN.
001070 FD  RUN-HISTORY-FILE.
001080 01  RUN-HISTORY-LINE           PIC X(186).
001090
001100*    SAME LAYOUT AS WEATHER-SCORECARD WRITES.
001110 FD  SCORECARD-FILE.
001120 01  SCORECARD-RECORD.
001130     05 SC-RUN-DATE             PIC 9(08).
001140     05 FILLER                  PIC X(01).
001150     05 SC-STATION              PIC 9(06).
001160     05 FILLER                  PIC X(01).
001170     05 SC-HOURS-RECEIVED       PIC 9(08).
001180     05 FILLER                  PIC X(01).
001190     05 SC-HOURS-MISSING        PIC 9(08).
001200     05 FILLER                  PIC X(01).
001210     05 SC-REJECT-COUNT         PIC 9(06).
001220     05 FILLER                  PIC X(01).
001230     05 SC-DUP-COUNT            PIC 9(06).
001240     05 FILLER                  PIC X(01).
001250     05 SC-ALERT-COUNT          PIC 9(06).
001260     05 FILLER                  PIC X(01).
001270     05 SC-COMPLETENESS         PIC 999.9.
001280     05 FILLER                  PIC X(01).
001290     05 SC-GRADE                PIC X(01).
001300     05 FILLER                  PIC X(01).
001310     05 SC-SUSPECT-COUNT        PIC 9(06).
001320
001330 FD  EXTRACT-FILE.
001340 01  EXTRACT-LINE               PIC X(200).
001350
001360*    SAME LAYOUTS AS WEATHER-ROLLUP WRITES.
001370 FD  DAILY-SUMMARY-FILE.
001380 01  DAILY-SUMMARY-RECORD.
001390     05 DS-STATION              PIC 9(06).
001400     05 FILLER                  PIC X(01).
001410     05 DS-DATE                 PIC 9(08).
001420     05 FILLER                  PIC X(01).
001430     05 DS-HOUR-COUNT           PIC 9(02).
001440     05 DS-FIELD-GROUP OCCURS 6 TIMES.
001450        10 FILLER               PIC X(01).
001460        10 DS-FIELD-MIN         PIC +999.9.
001470        10 FILLER               PIC X(01).
001480        10 DS-FIELD-MAX         PIC +999.9.
001490        10 FILLER               PIC X(01).
001500        10 DS-FIELD-AVG         PIC +999.99.
001510     05 FILLER                  PIC X(01).
001520     05 DS-EST-COUNT            PIC 9(02).
001530
001540 FD  MONTHLY-SUMMARY-FILE.
001550 01  MONTHLY-SUMMARY-RECORD.
001560     05 MS-STATION              PIC 9(06).
001570     05 FILLER                  PIC X(01).
001580     05 MS-MONTH                PIC 9(06).
001590     05 FILLER                  PIC X(01).
001600     05 MS-HOUR-COUNT           PIC 9(04).
001610     05 MS-FIELD-GROUP OCCURS 6 TIMES.
001620        10 FILLER               PIC X(01).
001630        10 MS-FIELD-MIN         PIC +999.9.
001640        10 FILLER               PIC X(01).
001650        10 MS-FIELD-MAX         PIC +999.9.
001660        10 FILLER               PIC X(01).
001670        10 MS-FIELD-AVG         PIC +999.99.
001680     05 FILLER                  PIC X(01).
001690     05 MS-EST-COUNT            PIC 9(04).
001700
001710*    SAME LAYOUT AS LOAD-WEATHER-INDEX BUILDS - THE SIX FIELDS
001720*    ARE THE RAW TEXT OF THE YEARLY FILE.
001730 FD  WEATHER-INDEX-FILE.
001740 01  WEATHER-INDEX-RECORD.
001750     02 IDX-KEY.
001760        03 IDX-DATA1  PIC 9(6).
001770        03 IDX-DATA2  PIC 9(10).
001780     02 IDX-DATA3     PIC A(5).
001790     02 IDX-DATA4     PIC A(5).
001800     02 IDX-DATA5     PIC A(5).
001810     02 IDX-DATA6     PIC A(5).
001820     02 IDX-DATA7     PIC A(5).
001830     02 IDX-DATA8     PIC A(5).
001840     02 IDX-STAMP-KEY PIC 9(10).
001850
001860 SD  SORT-WORK-FILE.
001870 01  SORT-RECORD.
001880     05 SRT-DATA1               PIC 9(06).
001890     05 SRT-DATA2               PIC 9(10).
001900     05 SRT-DATA2-X REDEFINES SRT-DATA2.
001910        10 SRT-MONTH-KEY        PIC 9(06).
001920        10 SRT-DAY-PART         PIC 9(02).
001930        10 FILLER               PIC 9(02).
001940     05 SRT-YEAR                PIC 9(04).
001950     05 SRT-STATION-NAME        PIC X(20).
001960     05 SRT-RAW-FIELD       OCCURS 6 TIMES PIC X(05).
001970     05 SRT-FIELD-VALUE     OCCURS 6 TIMES PIC S9(03)V9.
001980     05 SRT-CALIB-FLAG      OCCURS 6 TIMES PIC X(01).
001990     05 SRT-LOCATION            PIC X(20).
002000     05 SRT-SITE-STAMP          PIC 9(10).
002010
002020*    SAME LAYOUT AS WEATHER-RESUBMIT WRITES - THE YEAR, THEN
002030*    THE CORRECTED RECORD IN THE YEARLY FILE'S LAYOUT.
002040 FD  SUPPLEMENTAL-FILE.
002050 01  SUPPLEMENTAL-RECORD.
002060     05 SUP-YEAR                PIC 9(04).
002070     05 FILLER                  PIC X(01).
002080     05 SUP-RECORD.
002090        10 SUP-STATION          PIC X(06).
002100        10 SUP-STAMP            PIC X(10).
002110        10 FILLER               PIC X(30).
002120
002130 SD  SORT-SUPP-WORK.
002140 01  SORT-SUPP-RECORD.
002150     05 SWS-STATION             PIC X(06).
002160     05 SWS-STAMP               PIC X(10).
002170
002180 FD  SUPP-SORTED-FILE.
002190 01  SUPP-SORTED-RECORD         PIC X(16).
002200
002210 FD  AUDIT-LISTING-FILE.
002220 01  LISTING-LINE               PIC X(132).
002230
002240 WORKING-STORAGE SECTION.
002250 77  WS-WORK-FILE-STATUS        PIC X(02)  VALUE "00".
002260 77  WS-HIST-FILE-STATUS        PIC X(02)  VALUE "00".
002270 77  WS-SCORE-FILE-STATUS       PIC X(02)  VALUE "00".
002280 77  WS-EXTRACT-FILE-STATUS     PIC X(02)  VALUE "00".
002290 77  WS-DAILY-FILE-STATUS       PIC X(02)  VALUE "00".
002300 77  WS-MONTHLY-FILE-STATUS     PIC X(02)  VALUE "00".
002310 77  WS-INDEX-FILE-STATUS       PIC X(02)  VALUE "00".
002320 77  WS-SUPP-FILE-STATUS        PIC X(02)  VALUE "00".
002330 77  WS-SUPP-SORTED-STATUS      PIC X(02)  VALUE "00".
002340
002350*    AUDIT PARAMETERS.  WITHOUT CARDS EVERY MONTH AND EVERY
002360*    STATION IS AUDITED AND A DISCREPANCY FAILS THE STEP.
002370 77  WS-FROM-MONTH              PIC 9(06)  VALUE 0.
002380 77  WS-THRU-MONTH              PIC 9(06)  VALUE 999999.
002390 77  WS-FILTER-STATION          PIC 9(06)  VALUE 0.
002400 77  WS-INDEX-YEAR              PIC 9(04)  VALUE 2020.
002410
002420 77  WS-DISCREPANCY-COUNT       PIC 9(08)  VALUE 0.
002430 77  WS-RUN-RC                  PIC 9(02)  VALUE 0.
002440
002450*    WORK FILE TOTALS - ALL RECORDS, THEN THE IN-PERIOD ONES.
002460 77  WS-WORK-RECORD-COUNT       PIC 9(08)  VALUE 0.
002470 77  WS-DISTINCT-COUNT          PIC 9(08)  VALUE 0.
002480 77  WS-DUPLICATE-COUNT         PIC 9(08)  VALUE 0.
002490 77  WS-FILTER-DISTINCT-COUNT   PIC 9(08)  VALUE 0.
002500 77  WS-STATION-RECORD-COUNT    PIC 9(08)  VALUE 0.
002510 77  WS-STATION-DUP-COUNT       PIC 9(08)  VALUE 0.
002520 77  WS-DAY-HOUR-COUNT          PIC 9(04)  VALUE 0.
002530 77  WS-MONTH-HOUR-COUNT        PIC 9(04)  VALUE 0.
002540 77  WS-STAT-IDX                PIC 9(02)  VALUE 0.
002550
002560*    EXTRACT TOTALS.
002570 77  WS-EXT-DATA-COUNT          PIC 9(08)  VALUE 0.
002580 77  WS-EXT-RECEIVED-COUNT      PIC 9(08)  VALUE 0.
002590 77  WS-EXT-ESTIMATE-COUNT      PIC 9(08)  VALUE 0.
002600 77  WS-EXT-FILTER-COUNT        PIC 9(08)  VALUE 0.
002610 77  WS-EXT-TRAILER-COUNT       PIC 9(08)  VALUE 0.
002620 77  WS-ESTIMATE-COL            PIC 9(02)  VALUE 0.
002630 77  WS-COL-IDX                 PIC 9(02)  VALUE 0.
002640 77  WS-LINE-COL-COUNT          PIC 9(03)  VALUE 0.
002650 77  WS-LINE-PTR                PIC 9(03)  VALUE 0.
002660 77  WS-ROW-STATION             PIC 9(06)  VALUE 0.
002670 77  WS-ROW-MONTH               PIC 9(06)  VALUE 0.
002680
002690*    SUMMARY AND INDEX TOTALS.
002700 77  WS-DAILY-AUDITED-COUNT     PIC 9(08)  VALUE 0.
002710 77  WS-MONTHLY-AUDITED-COUNT   PIC 9(08)  VALUE 0.
002720 77  WS-INDEX-LOOKUP-COUNT      PIC 9(08)  VALUE 0.
002730 77  WS-INDEX-DAY-COUNT         PIC 9(08)  VALUE 0.
002740 77  WS-INDEX-HOUR-COUNT        PIC 9(04)  VALUE 0.
002750 77  WS-INDEX-NEEDED-COUNT      PIC 9(04)  VALUE 0.
002760
002770*    CORRECTED READINGS - ON WEATHERSUPP.DAT, AMONG THE WORK
002780*    FILE'S DISTINCT READINGS, IN THE CURRENT DAY AND IN THE
002790*    DAILY ROW BEING CHECKED ON THE INDEX.
002800 77  WS-SUPP-RECORD-COUNT       PIC 9(08)  VALUE 0.
002810 77  WS-SUPP-MATCH-COUNT        PIC 9(08)  VALUE 0.
002820 77  WS-DAY-SUPP-COUNT          PIC 9(04)  VALUE 0.
002830 77  WS-ROW-SUPP-COUNT          PIC 9(04)  VALUE 0.
002840
002850*    SCORECARD ROWS OF THE LATEST SCORECARD RUN.
002860 77  WS-SCORE-RUN-DATE          PIC 9(08)  VALUE 0.
002870 77  WS-SCORE-COUNT             PIC 9(04)  VALUE 0.
002880 77  WS-SCORE-IDX               PIC 9(04)  VALUE 0.
002890 77  WS-SCORE-MATCH-IDX         PIC 9(04)  VALUE 0.
002900 77  WS-SCORE-FIND-STATION      PIC 9(06)  VALUE 0.
002910 01  WS-SCORE-TABLE.
002920     05 WS-SCORE-ENTRY      OCCURS 1000 TIMES.
002930        10 WS-SCO-STATION       PIC 9(06).
002940        10 WS-SCO-RECEIVED      PIC 9(08).
002950        10 WS-SCO-DUPS          PIC 9(06).
002960        10 WS-SCO-MATCHED       PIC X(01).
002970
002980*    THE LAST RUN HISTORY RECORD, IN READTESTDATA'S LAYOUT.
002990 01  WS-LAST-HISTORY.
003000     05 RH-RUN-DATE             PIC 9(08).
003010     05 FILLER                  PIC X(01).
003020     05 RH-FIRST-YEAR           PIC 9(04).
003030     05 FILLER                  PIC X(01).
003040     05 RH-LAST-YEAR            PIC 9(04).
003050     05 FILLER                  PIC X(01).
003060     05 RH-READ-COUNT           PIC 9(08).
003070     05 FILLER                  PIC X(01).
003080     05 RH-GOOD-COUNT           PIC 9(08).
003090     05 FILLER                  PIC X(01).
003100     05 RH-EXCEPT-COUNT         PIC 9(08).
003110     05 FILLER                  PIC X(01).
003120     05 RH-DUP-COUNT            PIC 9(08).
003130     05 RH-FIELD-GROUP OCCURS 6 TIMES.
003140        10 FILLER               PIC X(01).
003150        10 RH-FIELD-MIN         PIC +999.9.
003160        10 FILLER               PIC X(01).
003170        10 RH-FIELD-MAX         PIC +999.9.
003180        10 FILLER               PIC X(01).
003190        10 RH-FIELD-AVG         PIC +999.99.
003200
003210 77  WS-BREAK-STATION           PIC 9(06)  VALUE 0.
003220 77  WS-BREAK-MONTH             PIC 9(06)  VALUE 0.
003230 77  WS-BREAK-DATE              PIC 9(08)  VALUE 0.
003240
003250 01  WS-PREV-KEY.
003260     05 WS-PREV-DATA1           PIC 9(06)  VALUE 0.
003270     05 WS-PREV-DATA2           PIC 9(10)  VALUE 0.
003280
003290*    THE WORK FILE READING AGAINST THE NEXT CORRECTED READING'S
003300*    KEY OFF THE SORTED WEATHERSUPP.DAT.
003310 01  WS-READING-KEY.
003320     05 WS-RDK-STATION          PIC 9(06)  VALUE 0.
003330     05 WS-RDK-STAMP            PIC 9(10)  VALUE 0.
003340 01  WS-SUPP-KEY                PIC X(16)  VALUE LOW-VALUES.
003350
003360*    MATCH KEYS FOR THE SUMMARY MERGE - THE STATION/DAY OR
003370*    STATION/MONTH JUST READ FROM THE WORK FILE AGAINST THE
003380*    SUMMARY ROW WAITING ON EACH FILE.
003390 01  WS-WORK-DAY-KEY.
003400     05 WS-WDK-STATION          PIC 9(06)  VALUE 0.
003410     05 WS-WDK-DATE             PIC 9(08)  VALUE 0.
003420 01  WS-DAILY-KEY.
003430     05 WS-DLK-STATION          PIC 9(06)  VALUE 0.
003440     05 WS-DLK-DATE             PIC 9(08)  VALUE 0.
003450 01  WS-WORK-MONTH-KEY.
003460     05 WS-WMK-STATION          PIC 9(06)  VALUE 0.
003470     05 WS-WMK-MONTH            PIC 9(06)  VALUE 0.
003480 01  WS-MONTHLY-KEY.
003490     05 WS-MLK-STATION          PIC 9(06)  VALUE 0.
003500     05 WS-MLK-MONTH            PIC 9(06)  VALUE 0.
003510
003520 01  WS-INDEX-STAMP             PIC 9(10)  VALUE 0.
003530 01  WS-INDEX-STAMP-X REDEFINES WS-INDEX-STAMP.
003540     05 WS-INDEX-DATE           PIC 9(08).
003550     05 WS-INDEX-HOUR           PIC 9(02).
003560
003570 01  WS-FIELD-LABEL-TABLE.
003580     05 FILLER                  PIC X(30)
003590        VALUE "DATA3DATA4DATA5DATA6DATA7DATA8".
003600 01  WS-FIELD-LABELS REDEFINES WS-FIELD-LABEL-TABLE.
003610     05 WS-FIELD-LABEL OCCURS 6 TIMES PIC X(05).
003620
003630*    RUNNING STATISTICS - THE WHOLE WORK FILE FOR THE RUN
003640*    HISTORY, AND THE CURRENT STATION/DAY AND STATION/MONTH
003650*    FOR THE SUMMARIES.  SAME PICTURES AND ROUNDING AS THE
003660*    PROGRAMS THAT WROTE THE FIGURES.
003670 01  WS-RUN-STATS-TABLE.
003680     05 WS-RUN-STAT OCCURS 6 TIMES.
003690        10 WS-RUN-MIN           PIC S9(3)V9.
003700        10 WS-RUN-MAX           PIC S9(3)V9.
003710        10 WS-RUN-TOTAL         PIC S9(9)V9.
003720        10 WS-RUN-AVERAGE       PIC S9(3)V99.
003730
003740 01  WS-DAY-STATS-TABLE.
003750     05 WS-DAY-STAT OCCURS 6 TIMES.
003760        10 WS-DAY-MIN           PIC S9(3)V9.
003770        10 WS-DAY-MAX           PIC S9(3)V9.
003780        10 WS-DAY-TOTAL         PIC S9(9)V9.
003790        10 WS-DAY-AVERAGE       PIC S9(3)V99.
003800
003810 01  WS-MONTH-STATS-TABLE.
003820     05 WS-MONTH-STAT OCCURS 6 TIMES.
003830        10 WS-MONTH-MIN         PIC S9(3)V9.
003840        10 WS-MONTH-MAX         PIC S9(3)V9.
003850        10 WS-MONTH-TOTAL       PIC S9(9)V9.
003860        10 WS-MONTH-AVERAGE     PIC S9(3)V99.
003870
003880*    COMPUTED FIGURES ARE COMPARED IN THE EDITED FORM THE
003890*    FILES CARRY.
003900 01  WS-STAT-EDITS.
003910     05 WS-MIN-ED               PIC +999.9.
003920     05 WS-MAX-ED               PIC +999.9.
003930     05 WS-AVG-ED               PIC +999.99.
003940
003950 01  WS-DISC-TEXT               PIC X(120) VALUE SPACES.
003960
003970*    EXTRACT COLUMNS, CUT AS SUBS-EXTRACT CUTS THEM.
003980 01  WS-ROW-COLUMNS.
003990     05 WS-ROW-VALUE     OCCURS 30 TIMES PIC X(12).
004000
004010 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
004020 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
004030     05 WS-RUN-YEAR             PIC 9(04).
004040     05 WS-RUN-MONTH            PIC 9(02).
004050     05 WS-RUN-DAY              PIC 9(02).
004060
004070 01  WS-SWITCHES.
004080     05 WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
004090        88 WS-PARM-EOF                     VALUE 'Y'.
004100     05 WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
004110        88 WS-PARM-ERROR                   VALUE 'Y'.
004120     05 WS-STATION-FILTER-SW    PIC X(01) VALUE 'N'.
004130        88 WS-STATION-FILTER               VALUE 'Y'.
004140     05 WS-PERIOD-FILTER-SW     PIC X(01) VALUE 'N'.
004150        88 WS-PERIOD-FILTER                VALUE 'Y'.
004160     05 WS-HALT-SW              PIC X(01) VALUE 'Y'.
004170        88 WS-HALT-ON-DISCREPANCY          VALUE 'Y'.
004180     05 WS-WORK-SW              PIC X(01) VALUE 'N'.
004190        88 WS-WORK-PRESENT                 VALUE 'Y'.
004200     05 WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
004210        88 WS-WORK-EOF                     VALUE 'Y'.
004220     05 WS-HIST-SW              PIC X(01) VALUE 'N'.
004230        88 WS-HIST-PRESENT                 VALUE 'Y'.
004240     05 WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
004250        88 WS-HIST-EOF                     VALUE 'Y'.
004260     05 WS-SCORE-SW             PIC X(01) VALUE 'N'.
004270        88 WS-SCORE-PRESENT                VALUE 'Y'.
004280     05 WS-SCORE-EOF-SW         PIC X(01) VALUE 'N'.
004290        88 WS-SCORE-EOF                    VALUE 'Y'.
004300     05 WS-EXTRACT-SW           PIC X(01) VALUE 'N'.
004310        88 WS-EXTRACT-PRESENT              VALUE 'Y'.
004320     05 WS-EXTRACT-EOF-SW       PIC X(01) VALUE 'N'.
004330        88 WS-EXTRACT-EOF                  VALUE 'Y'.
004340     05 WS-FIRST-LINE-SW        PIC X(01) VALUE 'Y'.
004350        88 WS-FIRST-LINE                   VALUE 'Y'.
004360     05 WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
004370        88 WS-TRAILER-SEEN                 VALUE 'Y'.
004380     05 WS-DAILY-SW             PIC X(01) VALUE 'N'.
004390        88 WS-DAILY-PRESENT                VALUE 'Y'.
004400     05 WS-DAILY-EOF-SW         PIC X(01) VALUE 'N'.
004410        88 WS-DAILY-EOF                    VALUE 'Y'.
004420     05 WS-MONTHLY-SW           PIC X(01) VALUE 'N'.
004430        88 WS-MONTHLY-PRESENT              VALUE 'Y'.
004440     05 WS-MONTHLY-EOF-SW       PIC X(01) VALUE 'N'.
004450        88 WS-MONTHLY-EOF                  VALUE 'Y'.
004460     05 WS-INDEX-SW             PIC X(01) VALUE 'N'.
004470        88 WS-INDEX-PRESENT                VALUE 'Y'.
004480     05 WS-BROWSE-DONE-SW       PIC X(01) VALUE 'N'.
004490        88 WS-BROWSE-DONE                  VALUE 'Y'.
004500     05 WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
004510        88 WS-SORT-EOF                     VALUE 'Y'.
004520     05 WS-FIRST-DETAIL-SW      PIC X(01) VALUE 'Y'.
004530        88 WS-FIRST-DETAIL                 VALUE 'Y'.
004540     05 WS-IN-FILTER-SW         PIC X(01) VALUE 'N'.
004550        88 WS-IN-FILTER                    VALUE 'Y'.
004560     05 WS-STATION-WANTED-SW    PIC X(01) VALUE 'N'.
004570        88 WS-STATION-WANTED               VALUE 'Y'.
004580     05 WS-SUPP-SW              PIC X(01) VALUE 'N'.
004590        88 WS-SUPP-PRESENT                 VALUE 'Y'.
004600     05 WS-SUPP-EOF-SW          PIC X(01) VALUE 'N'.
004610        88 WS-SUPP-EOF                     VALUE 'Y'.
004620     05 WS-CORRECTED-SW         PIC X(01) VALUE 'N'.
004630        88 WS-CORRECTED-READING            VALUE 'Y'.
004640
004650 PROCEDURE DIVISION.
004660*
004670*-----------------------------------------------------------*
004680* 0000-MAIN-LOGIC                                            *
004690*-----------------------------------------------------------*
004700 0000-MAIN-LOGIC.
004710     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
004720     PERFORM 1500-LOAD-RUN-HISTORY   THRU 1500-EXIT
004730     PERFORM 1600-LOAD-SCORECARD     THRU 1600-EXIT
004740     PERFORM 1700-SCAN-EXTRACT       THRU 1700-EXIT
004750     SORT SORT-SUPP-WORK
004760         ON ASCENDING KEY SWS-STATION
004770                          SWS-STAMP
004780         INPUT PROCEDURE IS 1900-FEED-SUPP-SORT
004790                            THRU 1900-EXIT
004800         GIVING SUPP-SORTED-FILE
004810     PERFORM 1800-OPEN-SUMMARIES     THRU 1800-EXIT
004820     SORT SORT-WORK-FILE
004830         ON ASCENDING KEY SRT-DATA1
004840                          SRT-DATA2
004850         INPUT PROCEDURE IS 2000-FEED-SORT
004860                            THRU 2000-EXIT
004870         OUTPUT PROCEDURE IS 3000-AUDIT-SORTED-RECORDS
004880                             THRU 3000-EXIT
004890     PERFORM 4000-DRAIN-SUMMARIES    THRU 4000-EXIT
004900     PERFORM 5000-RUN-LEVEL-CHECKS   THRU 5000-EXIT
004910     PERFORM 6000-WRITE-FILE-SUMMARY THRU 6000-EXIT
004920     PERFORM 9999-TERMINATE          THRU 9999-EXIT
004930     GOBACK.
004940
004950*-----------------------------------------------------------*
004960* 1000-INITIALIZE - READS THE AUDIT PARAMETERS AND HEADS THE *
004970* LISTING WITH WHAT IS BEING AUDITED.                        *
004980*-----------------------------------------------------------*
004990 1000-INITIALIZE.
005000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005010     PERFORM 1050-ZERO-ONE-RUN-STAT THRU 1050-EXIT
005020         VARYING WS-STAT-IDX FROM 1 BY 1
005030         UNTIL WS-STAT-IDX > 6
005040     OPEN INPUT AUDIT-PARM-FILE
005050     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
005060         UNTIL WS-PARM-EOF
005070     CLOSE AUDIT-PARM-FILE
005080     OPEN OUTPUT AUDIT-LISTING-FILE
005090     MOVE SPACES TO LISTING-LINE
005100     STRING "WEATHER CROSS-FILE INTEGRITY AUDIT - RUN DATE "
005110            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
005120            DELIMITED BY SIZE INTO LISTING-LINE
005130     WRITE LISTING-LINE
005140     MOVE SPACES TO LISTING-LINE
005150     IF WS-PERIOD-FILTER
005160         STRING " PERIOD    " WS-FROM-MONTH " THRU "
005170                WS-THRU-MONTH
005180                DELIMITED BY SIZE INTO LISTING-LINE
005190     ELSE
005200         MOVE " PERIOD    ALL MONTHS" TO LISTING-LINE
005210     END-IF
005220     WRITE LISTING-LINE
005230     MOVE SPACES TO LISTING-LINE
005240     IF WS-STATION-FILTER
005250         STRING " STATION   " WS-FILTER-STATION
005260                DELIMITED BY SIZE INTO LISTING-LINE
005270     ELSE
005280         MOVE " STATION   ALL STATIONS" TO LISTING-LINE
005290     END-IF
005300     WRITE LISTING-LINE
005310     MOVE SPACES TO LISTING-LINE
005320     STRING " INDEX     WEATHERIDX.DAT HOLDS YEAR " WS-INDEX-YEAR
005330            DELIMITED BY SIZE INTO LISTING-LINE
005340     WRITE LISTING-LINE
005350     MOVE SPACES TO LISTING-LINE
005360     IF WS-HALT-ON-DISCREPANCY
005370         MOVE " HALT      Y - A DISCREPANCY FAILS THE STEP (RC 8)"
005380              TO LISTING-LINE
005390     ELSE
005400         MOVE " HALT      N - A DISCREPANCY IS A WARNING (RC 4)"
005410              TO LISTING-LINE
005420     END-IF
005430     WRITE LISTING-LINE
005440     MOVE SPACES TO LISTING-LINE
005450     WRITE LISTING-LINE.
005460 1000-EXIT.
005470     EXIT.
005480
005490 1050-ZERO-ONE-RUN-STAT.
005500     MOVE 0 TO WS-RUN-MIN (WS-STAT-IDX)
005510     MOVE 0 TO WS-RUN-MAX (WS-STAT-IDX)
005520     MOVE 0 TO WS-RUN-TOTAL (WS-STAT-IDX).
005530 1050-EXIT.
005540     EXIT.
005550
005560 1100-READ-PARM-CARD.
005570     READ AUDIT-PARM-FILE
005580         AT END
005590             SET WS-PARM-EOF TO TRUE
005600             GO TO 1100-EXIT
005610     END-READ
005620     EVALUATE APC-TAG
005630         WHEN "FROM"
005640             IF APC-VALUE (1:6) NUMERIC
005650                 MOVE APC-VALUE (1:6) TO WS-FROM-MONTH
005660                 SET WS-PERIOD-FILTER TO TRUE
005670             ELSE
005680                 PERFORM 1190-REJECT-PARM-CARD THRU 1190-EXIT
005690             END-IF
005700         WHEN "THRU"
005710             IF APC-VALUE (1:6) NUMERIC
005720                 MOVE APC-VALUE (1:6) TO WS-THRU-MONTH
005730                 SET WS-PERIOD-FILTER TO TRUE
005740             ELSE
005750                 PERFORM 1190-REJECT-PARM-CARD THRU 1190-EXIT
005760             END-IF
005770         WHEN "STN "
005780             IF APC-VALUE (1:6) NUMERIC
005790                 MOVE APC-VALUE (1:6) TO WS-FILTER-STATION
005800                 SET WS-STATION-FILTER TO TRUE
005810             ELSE
005820                 PERFORM 1190-REJECT-PARM-CARD THRU 1190-EXIT
005830             END-IF
005840         WHEN "IDXY"
005850             IF APC-VALUE (1:4) NUMERIC
005860                 MOVE APC-VALUE (1:4) TO WS-INDEX-YEAR
005870             ELSE
005880                 PERFORM 1190-REJECT-PARM-CARD THRU 1190-EXIT
005890             END-IF
005900         WHEN "HALT"
005910             IF APC-VALUE (1:1) = "Y" OR APC-VALUE (1:1) = "N"
005920                 MOVE APC-VALUE (1:1) TO WS-HALT-SW
005930             ELSE
005940                 PERFORM 1190-REJECT-PARM-CARD THRU 1190-EXIT
005950             END-IF
005960         WHEN OTHER
005970             PERFORM 1190-REJECT-PARM-CARD THRU 1190-EXIT
005980     END-EVALUATE.
005990 1100-EXIT.
006000     EXIT.
006010
006020 1190-REJECT-PARM-CARD.
006030     SET WS-PARM-ERROR TO TRUE
006040     DISPLAY "WEATHER-AUDIT: warning - AUDITPARM.DAT card "
006050             APC-TAG " " APC-VALUE " not recognized, ignored".
006060 1190-EXIT.
006070     EXIT.
006080
006090*-----------------------------------------------------------*
006100* 1500-LOAD-RUN-HISTORY - THE LAST RECORD ON WEATHERHIST.DAT *
006110* IS THE REPORT RUN THAT LEFT THE WORK FILE AND THE EXTRACT. *
006120*-----------------------------------------------------------*
006130 1500-LOAD-RUN-HISTORY.
006140     MOVE SPACES TO WS-LAST-HISTORY
006150     OPEN INPUT RUN-HISTORY-FILE
006160     IF WS-HIST-FILE-STATUS NOT = "00"
006170         MOVE "WEATHERHIST.DAT" TO WS-DISC-TEXT
006180         PERFORM 8200-WRITE-NOT-PRESENT THRU 8200-EXIT
006190         GO TO 1500-EXIT
006200     END-IF
006210     PERFORM 1510-READ-ONE-HISTORY THRU 1510-EXIT
006220         UNTIL WS-HIST-EOF
006230     CLOSE RUN-HISTORY-FILE
006240     IF WS-LAST-HISTORY = SPACES
006250         MOVE "WEATHERHIST.DAT" TO WS-DISC-TEXT
006260         PERFORM 8200-WRITE-NOT-PRESENT THRU 8200-EXIT
006270         GO TO 1500-EXIT
006280     END-IF
006290     SET WS-HIST-PRESENT TO TRUE.
006300 1500-EXIT.
006310     EXIT.
006320
006330 1510-READ-ONE-HISTORY.
006340     READ RUN-HISTORY-FILE INTO WS-LAST-HISTORY
006350         AT END
006360             SET WS-HIST-EOF TO TRUE
006370     END-READ.
006380 1510-EXIT.
006390     EXIT.
006400
006410*-----------------------------------------------------------*
006420* 1600-LOAD-SCORECARD - WEATHERSCORE.DAT IS CUMULATIVE.  ONLY *
006430* THE ROWS OF ITS LATEST RUN DATE ARE KEPT - A LATER DATE     *
006440* CLEARS THE TABLE, AND A STATION SCORED TWICE IN ONE DAY     *
006450* KEEPS ITS LATER ROW.                                        *
006460*-----------------------------------------------------------*
006470 1600-LOAD-SCORECARD.
006480     OPEN INPUT SCORECARD-FILE
006490     IF WS-SCORE-FILE-STATUS NOT = "00"
006500         MOVE "WEATHERSCORE.DAT" TO WS-DISC-TEXT
006510         PERFORM 8200-WRITE-NOT-PRESENT THRU 8200-EXIT
006520         GO TO 1600-EXIT
006530     END-IF
006540     PERFORM 1610-READ-ONE-SCORE THRU 1610-EXIT
006550         UNTIL WS-SCORE-EOF
006560     CLOSE SCORECARD-FILE
006570     IF WS-SCORE-RUN-DATE = 0
006580         MOVE "WEATHERSCORE.DAT" TO WS-DISC-TEXT
006590         PERFORM 8200-WRITE-NOT-PRESENT THRU 8200-EXIT
006600         GO TO 1600-EXIT
006610     END-IF
006620     SET WS-SCORE-PRESENT TO TRUE.
006630 1600-EXIT.
006640     EXIT.
006650
006660 1610-READ-ONE-SCORE.
006670     READ SCORECARD-FILE
006680         AT END
006690             SET WS-SCORE-EOF TO TRUE
006700             GO TO 1610-EXIT
006710     END-READ
006720     IF SC-RUN-DATE NOT NUMERIC OR SC-STATION NOT NUMERIC
006730         GO TO 1610-EXIT
006740     END-IF
006750     IF SC-RUN-DATE < WS-SCORE-RUN-DATE
006760         GO TO 1610-EXIT
006770     END-IF
006780     IF SC-RUN-DATE > WS-SCORE-RUN-DATE
006790         MOVE SC-RUN-DATE TO WS-SCORE-RUN-DATE
006800         MOVE 0 TO WS-SCORE-COUNT
006810     END-IF
006820     MOVE SC-STATION TO WS-SCORE-FIND-STATION
006830     PERFORM 1650-FIND-SCORE-STATION THRU 1650-EXIT
006840     IF WS-SCORE-MATCH-IDX = 0
006850         IF WS-SCORE-COUNT >= 1000
006860             DISPLAY "WEATHER-AUDIT: warning - more than 1000 "
006870                     "stations on WEATHERSCORE.DAT, station "
006880                     SC-STATION " not audited"
006890             GO TO 1610-EXIT
006900         END-IF
006910         ADD 1 TO WS-SCORE-COUNT
006920         MOVE WS-SCORE-COUNT TO WS-SCORE-MATCH-IDX
006930     END-IF
006940     MOVE SC-STATION TO WS-SCO-STATION (WS-SCORE-MATCH-IDX)
006950     MOVE SC-HOURS-RECEIVED
006960          TO WS-SCO-RECEIVED (WS-SCORE-MATCH-IDX)
006970     MOVE SC-DUP-COUNT TO WS-SCO-DUPS (WS-SCORE-MATCH-IDX)
006980     MOVE 'N' TO WS-SCO-MATCHED (WS-SCORE-MATCH-IDX).
006990 1610-EXIT.
007000     EXIT.
007010
007020*-----------------------------------------------------------*
007030* 1650-FIND-SCORE-STATION - THE TABLE SLOT OF THE STATION IN *
007040* WS-SCORE-FIND-STATION, OR ZERO.                            *
007050*-----------------------------------------------------------*
007060 1650-FIND-SCORE-STATION.
007070     MOVE 0 TO WS-SCORE-MATCH-IDX
007080     PERFORM 1660-MATCH-ONE-SCORE THRU 1660-EXIT
007090         VARYING WS-SCORE-IDX FROM 1 BY 1
007100         UNTIL WS-SCORE-IDX > WS-SCORE-COUNT
007110            OR WS-SCORE-MATCH-IDX > 0.
007120 1650-EXIT.
007130     EXIT.
007140
007150 1660-MATCH-ONE-SCORE.
007160     IF WS-SCO-STATION (WS-SCORE-IDX) = WS-SCORE-FIND-STATION
007170         MOVE WS-SCORE-IDX TO WS-SCORE-MATCH-IDX
007180     END-IF.
007190 1660-EXIT.
007200     EXIT.
007210
007220*-----------------------------------------------------------*
007230* 1700-SCAN-EXTRACT - COUNTS THE EXTRACT'S DATA ROWS, SPLIT  *
007240* INTO RECEIVED READINGS AND GAP-FILL ESTIMATES (A NON-BLANK *
007250* ESTIMATE COLUMN), THE RECEIVED ROWS INSIDE THE AUDITED     *
007260* PERIOD AND STATION, AND THE COUNT ITS TRAILER CLAIMS.      *
007270*-----------------------------------------------------------*
007280 1700-SCAN-EXTRACT.
007290     OPEN INPUT EXTRACT-FILE
007300     IF WS-EXTRACT-FILE-STATUS NOT = "00"
007310         MOVE "WEATHEREXTRACT.CSV" TO WS-DISC-TEXT
007320         PERFORM 8200-WRITE-NOT-PRESENT THRU 8200-EXIT
007330         GO TO 1700-EXIT
007340     END-IF
007350     SET WS-EXTRACT-PRESENT TO TRUE
007360     PERFORM 1720-COUNT-ONE-EXTRACT-LINE THRU 1720-EXIT
007370         UNTIL WS-EXTRACT-EOF
007380     CLOSE EXTRACT-FILE.
007390 1700-EXIT.
007400     EXIT.
007410
007420 1720-COUNT-ONE-EXTRACT-LINE.
007430     READ EXTRACT-FILE
007440         AT END
007450             SET WS-EXTRACT-EOF TO TRUE
007460             GO TO 1720-EXIT
007470     END-READ
007480     PERFORM 7000-SPLIT-EXTRACT-LINE THRU 7000-EXIT
007490     IF WS-FIRST-LINE
007500         MOVE 'N' TO WS-FIRST-LINE-SW
007510         IF WS-ROW-VALUE (WS-LINE-COL-COUNT) = "ESTIMATE"
007520             MOVE WS-LINE-COL-COUNT TO WS-ESTIMATE-COL
007530         END-IF
007540         GO TO 1720-EXIT
007550     END-IF
007560     IF EXTRACT-LINE (1:8) = "TRAILER,"
007570         SET WS-TRAILER-SEEN TO TRUE
007580         IF EXTRACT-LINE (9:8) NUMERIC
007590             MOVE EXTRACT-LINE (9:8) TO WS-EXT-TRAILER-COUNT
007600         END-IF
007610         GO TO 1720-EXIT
007620     END-IF
007630     ADD 1 TO WS-EXT-DATA-COUNT
007640     IF WS-ESTIMATE-COL > 0
007650         IF WS-ROW-VALUE (WS-ESTIMATE-COL) NOT = SPACES
007660             ADD 1 TO WS-EXT-ESTIMATE-COUNT
007670             GO TO 1720-EXIT
007680         END-IF
007690     END-IF
007700     ADD 1 TO WS-EXT-RECEIVED-COUNT
007710     IF WS-ROW-VALUE (2) (1:6) NOT NUMERIC
007720             OR WS-ROW-VALUE (3) (1:6) NOT NUMERIC
007730         GO TO 1720-EXIT
007740     END-IF
007750     MOVE WS-ROW-VALUE (2) (1:6) TO WS-ROW-STATION
007760     MOVE WS-ROW-VALUE (3) (1:6) TO WS-ROW-MONTH
007770     IF WS-STATION-FILTER
007780             AND WS-ROW-STATION NOT = WS-FILTER-STATION
007790         GO TO 1720-EXIT
007800     END-IF
007810     IF WS-ROW-MONTH < WS-FROM-MONTH
007820             OR WS-ROW-MONTH > WS-THRU-MONTH
007830         GO TO 1720-EXIT
007840     END-IF
007850     ADD 1 TO WS-EXT-FILTER-COUNT.
007860 1720-EXIT.
007870     EXIT.
007880
007890*-----------------------------------------------------------*
007900* 1800-OPEN-SUMMARIES - THE DAILY AND MONTHLY SUMMARIES ARE  *
007910* MERGED AGAINST THE WORK FILE AS IT COMES OFF THE SORT, SO  *
007920* THE FIRST AUDITED ROW OF EACH IS READ AHEAD HERE.  THE     *
007930* INDEX IS OPENED FOR RANDOM LOOKUPS AND DAY BROWSES, AND    *
007940* THE SORTED CORRECTED-READING KEYS FOR THEIR OWN MERGE.     *
007950*-----------------------------------------------------------*
007960 1800-OPEN-SUMMARIES.
007970     OPEN INPUT DAILY-SUMMARY-FILE
007980     IF WS-DAILY-FILE-STATUS = "00"
007990         SET WS-DAILY-PRESENT TO TRUE
008000     ELSE
008010         MOVE "WEATHERDAILY.DAT" TO WS-DISC-TEXT
008020         PERFORM 8200-WRITE-NOT-PRESENT THRU 8200-EXIT
008030     END-IF
008040     OPEN INPUT MONTHLY-SUMMARY-FILE
008050     IF WS-MONTHLY-FILE-STATUS = "00"
008060         SET WS-MONTHLY-PRESENT TO TRUE
008070     ELSE
008080         MOVE "WEATHERMONTHLY.DAT" TO WS-DISC-TEXT
008090         PERFORM 8200-WRITE-NOT-PRESENT THRU 8200-EXIT
008100     END-IF
008110     OPEN INPUT WEATHER-INDEX-FILE
008120     IF WS-INDEX-FILE-STATUS = "00"
008130         SET WS-INDEX-PRESENT TO TRUE
008140     ELSE
008150         MOVE "WEATHERIDX.DAT" TO WS-DISC-TEXT
008160         PERFORM 8200-WRITE-NOT-PRESENT THRU 8200-EXIT
008170     END-IF
008180     OPEN INPUT SUPP-SORTED-FILE
008190     IF WS-SUPP-SORTED-STATUS NOT = "00"
008200         MOVE HIGH-VALUES TO WS-SUPP-KEY
008210     END-IF
008220     IF WS-DAILY-PRESENT
008230         PERFORM 3530-READ-DAILY-ROW THRU 3530-EXIT
008240     ELSE
008250         SET WS-DAILY-EOF TO TRUE
008260     END-IF
008270     IF WS-MONTHLY-PRESENT
008280         PERFORM 3630-READ-MONTHLY-ROW THRU 3630-EXIT
008290     ELSE
008300         SET WS-MONTHLY-EOF TO TRUE
008310     END-IF.
008320 1800-EXIT.
008330     EXIT.
008340
008350*-----------------------------------------------------------*
008360* 1900-FEED-SUPP-SORT - SORT INPUT PROCEDURE FOR THE KEYS OF *
008370* THE READINGS WEATHER-RESUBMIT CORRECTED.  READTESTDATA     *
008380* FOLDS THESE INTO THE WORK FILE BUT LOAD-WEATHER-INDEX      *
008390* NEVER SEES THEM, SO THEY ARE MATCHED OFF BEFORE THE INDEX  *
008400* CHECKS.  WITH NO WEATHERSUPP.DAT THE SORTED FILE IS SIMPLY *
008405* EMPTY.                                                     *
008410*-----------------------------------------------------------*
008420 1900-FEED-SUPP-SORT.
008430     OPEN INPUT SUPPLEMENTAL-FILE
008440     IF WS-SUPP-FILE-STATUS NOT = "00"
008450         GO TO 1900-EXIT
008460     END-IF
008470     SET WS-SUPP-PRESENT TO TRUE
008480     PERFORM 1910-RELEASE-ONE-SUPP THRU 1910-EXIT
008490         UNTIL WS-SUPP-EOF
008500     CLOSE SUPPLEMENTAL-FILE.
008510 1900-EXIT.
008520     EXIT.
008530
008540 1910-RELEASE-ONE-SUPP.
008550     READ SUPPLEMENTAL-FILE
008560         AT END
008570             SET WS-SUPP-EOF TO TRUE
008580             GO TO 1910-EXIT
008590     END-READ
008600     IF SUP-STATION NOT NUMERIC OR SUP-STAMP NOT NUMERIC
008610         GO TO 1910-EXIT
008620     END-IF
008630     ADD 1 TO WS-SUPP-RECORD-COUNT
008640     MOVE SUP-STATION TO SWS-STATION
008650     MOVE SUP-STAMP   TO SWS-STAMP
008660     RELEASE SORT-SUPP-RECORD.
008670 1910-EXIT.
008680     EXIT.
008690
008700*-----------------------------------------------------------*
008710* 2000-FEED-SORT - SORT INPUT PROCEDURE.  EVERY RECORD ON    *
008720* THE WORK FILE, DUPLICATES INCLUDED, GOES TO THE SORT.      *
008730*-----------------------------------------------------------*
008740 2000-FEED-SORT.
008750     OPEN INPUT GOOD-WORK-FILE
008760     IF WS-WORK-FILE-STATUS NOT = "00"
008770         MOVE "WEATHERGOOD.TMP" TO WS-DISC-TEXT
008780         PERFORM 8200-WRITE-NOT-PRESENT THRU 8200-EXIT
008790         GO TO 2000-EXIT
008800     END-IF
008810     SET WS-WORK-PRESENT TO TRUE
008820     PERFORM 2100-RELEASE-ONE-RECORD THRU 2100-EXIT
008830         UNTIL WS-WORK-EOF
008840     CLOSE GOOD-WORK-FILE.
008850 2000-EXIT.
008860     EXIT.
008870
008880 2100-RELEASE-ONE-RECORD.
008890     READ GOOD-WORK-FILE
008900         AT END
008910             SET WS-WORK-EOF TO TRUE
008920             GO TO 2100-EXIT
008930     END-READ
008940     ADD 1 TO WS-WORK-RECORD-COUNT
008950     RELEASE SORT-RECORD FROM GOOD-WORK-RECORD.
008960 2100-EXIT.
008970     EXIT.
008980
008990*-----------------------------------------------------------*
009000* 3000-AUDIT-SORTED-RECORDS - SORT OUTPUT PROCEDURE.  THE    *
009010* RECORDS ARRIVE IN STATION/TIMESTAMP ORDER AND A RESENT     *
009020* READING IS SET ASIDE EXACTLY AS READTESTDATA AND WEATHER-  *
009030* ROLLUP SET IT ASIDE, SO THE FIGURES REBUILT HERE ARE THE   *
009040* ONES THOSE PROGRAMS SHOULD HAVE WRITTEN.  EACH DAY, MONTH  *
009050* AND STATION IS CHECKED AT ITS CONTROL BREAK.               *
009060*-----------------------------------------------------------*
009070 3000-AUDIT-SORTED-RECORDS.
009080     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
009090         UNTIL WS-SORT-EOF
009100     IF NOT WS-FIRST-DETAIL
009110         PERFORM 3700-END-STATION THRU 3700-EXIT
009120     END-IF.
009130 3000-EXIT.
009140     EXIT.
009150
009160 3100-RETURN-ONE-RECORD.
009170     RETURN SORT-WORK-FILE
009180         AT END
009190             SET WS-SORT-EOF TO TRUE
009200             GO TO 3100-EXIT
009210     END-RETURN
009220     IF NOT WS-FIRST-DETAIL
009230             AND SRT-DATA1 = WS-PREV-DATA1
009240             AND SRT-DATA2 = WS-PREV-DATA2
009250         ADD 1 TO WS-DUPLICATE-COUNT
009260         ADD 1 TO WS-STATION-RECORD-COUNT
009270         ADD 1 TO WS-STATION-DUP-COUNT
009280         GO TO 3100-EXIT
009290     END-IF
009300     IF WS-FIRST-DETAIL
009310         MOVE 'N' TO WS-FIRST-DETAIL-SW
009320         PERFORM 3200-START-STATION THRU 3200-EXIT
009330     ELSE
009340         IF SRT-DATA1 NOT = WS-BREAK-STATION
009350             PERFORM 3700-END-STATION   THRU 3700-EXIT
009360             PERFORM 3200-START-STATION THRU 3200-EXIT
009370         ELSE
009380             IF SRT-MONTH-KEY NOT = WS-BREAK-MONTH
009390                 PERFORM 3500-END-DAY     THRU 3500-EXIT
009400                 PERFORM 3600-END-MONTH   THRU 3600-EXIT
009410                 PERFORM 3300-START-MONTH THRU 3300-EXIT
009420                 PERFORM 3400-START-DAY   THRU 3400-EXIT
009430             ELSE
009440                 IF SRT-DATA2 (1:8) NOT = WS-BREAK-DATE
009450                     PERFORM 3500-END-DAY   THRU 3500-EXIT
009460                     PERFORM 3400-START-DAY THRU 3400-EXIT
009470                 END-IF
009480             END-IF
009490         END-IF
009500     END-IF
009510     PERFORM 3150-MATCH-SUPPLEMENTAL THRU 3150-EXIT
009520     ADD 1 TO WS-STATION-RECORD-COUNT
009530     ADD 1 TO WS-DISTINCT-COUNT
009540     PERFORM 3800-ACCUMULATE-RUN-FIELD THRU 3800-EXIT
009550         VARYING WS-STAT-IDX FROM 1 BY 1
009560         UNTIL WS-STAT-IDX > 6
009570     IF WS-IN-FILTER
009580         ADD 1 TO WS-FILTER-DISTINCT-COUNT
009590         ADD 1 TO WS-DAY-HOUR-COUNT
009600         ADD 1 TO WS-MONTH-HOUR-COUNT
009610         IF WS-CORRECTED-READING
009620             ADD 1 TO WS-DAY-SUPP-COUNT
009630         END-IF
009640         PERFORM 3810-ACCUMULATE-PERIOD-FIELD THRU 3810-EXIT
009650             VARYING WS-STAT-IDX FROM 1 BY 1
009660             UNTIL WS-STAT-IDX > 6
009670         IF WS-INDEX-PRESENT AND SRT-YEAR = WS-INDEX-YEAR
009680             PERFORM 3900-CHECK-READING-ON-INDEX THRU 3900-EXIT
009690         END-IF
009700     END-IF
009710     MOVE SRT-DATA1 TO WS-PREV-DATA1
009720     MOVE SRT-DATA2 TO WS-PREV-DATA2.
009730 3100-EXIT.
009740     EXIT.
009750
009760*    THE CORRECTED KEYS ARE IN THE SAME STATION/TIMESTAMP ORDER
009770*    AS THE WORK FILE, SO ONE PASS OVER EACH MATCHES THEM UP.
009780 3150-MATCH-SUPPLEMENTAL.
009790     MOVE SRT-DATA1 TO WS-RDK-STATION
009800     MOVE SRT-DATA2 TO WS-RDK-STAMP
009810     PERFORM 3160-READ-SUPP-KEY THRU 3160-EXIT
009820         UNTIL WS-SUPP-KEY NOT < WS-READING-KEY
009830     IF WS-SUPP-KEY = WS-READING-KEY
009840         SET WS-CORRECTED-READING TO TRUE
009850         ADD 1 TO WS-SUPP-MATCH-COUNT
009860     ELSE
009870         MOVE 'N' TO WS-CORRECTED-SW
009880     END-IF.
009890 3150-EXIT.
009900     EXIT.
009910
009920 3160-READ-SUPP-KEY.
009930     READ SUPP-SORTED-FILE
009940         AT END
009950             MOVE HIGH-VALUES TO WS-SUPP-KEY
009960             GO TO 3160-EXIT
009970     END-READ
009980     MOVE SUPP-SORTED-RECORD TO WS-SUPP-KEY.
009990 3160-EXIT.
010000     EXIT.
010010
010020 3200-START-STATION.
010030     MOVE SRT-DATA1 TO WS-BREAK-STATION
010040     MOVE 0 TO WS-STATION-RECORD-COUNT
010050     MOVE 0 TO WS-STATION-DUP-COUNT
010060     IF WS-STATION-FILTER
010070             AND SRT-DATA1 NOT = WS-FILTER-STATION
010080         MOVE 'N' TO WS-STATION-WANTED-SW
010090     ELSE
010100         SET WS-STATION-WANTED TO TRUE
010110     END-IF
010120     PERFORM 3300-START-MONTH THRU 3300-EXIT
010130     PERFORM 3400-START-DAY   THRU 3400-EXIT.
010140 3200-EXIT.
010150     EXIT.
010160
010170*    A MONTH IS EITHER WHOLLY INSIDE THE AUDITED PERIOD AND
010180*    STATION OR WHOLLY OUTSIDE, SO THE TEST IS MADE ONCE HERE.
010190 3300-START-MONTH.
010200     MOVE SRT-MONTH-KEY TO WS-BREAK-MONTH
010210     MOVE 0 TO WS-MONTH-HOUR-COUNT
010220     IF WS-STATION-WANTED
010230             AND SRT-MONTH-KEY NOT < WS-FROM-MONTH
010240             AND SRT-MONTH-KEY NOT > WS-THRU-MONTH
010250         SET WS-IN-FILTER TO TRUE
010260     ELSE
010270         MOVE 'N' TO WS-IN-FILTER-SW
010280     END-IF
010290     PERFORM 3310-ZERO-ONE-MONTH-STAT THRU 3310-EXIT
010300         VARYING WS-STAT-IDX FROM 1 BY 1
010310         UNTIL WS-STAT-IDX > 6.
010320 3300-EXIT.
010330     EXIT.
010340
010350 3310-ZERO-ONE-MONTH-STAT.
010360     MOVE 0 TO WS-MONTH-MIN (WS-STAT-IDX)
010370     MOVE 0 TO WS-MONTH-MAX (WS-STAT-IDX)
010380     MOVE 0 TO WS-MONTH-TOTAL (WS-STAT-IDX).
010390 3310-EXIT.
010400     EXIT.
010410
010420 3400-START-DAY.
010430     MOVE SRT-DATA2 (1:8) TO WS-BREAK-DATE
010440     MOVE 0 TO WS-DAY-HOUR-COUNT
010450     MOVE 0 TO WS-DAY-SUPP-COUNT
010460     PERFORM 3410-ZERO-ONE-DAY-STAT THRU 3410-EXIT
010470         VARYING WS-STAT-IDX FROM 1 BY 1
010480         UNTIL WS-STAT-IDX > 6.
010490 3400-EXIT.
010500     EXIT.
010510
010520 3410-ZERO-ONE-DAY-STAT.
010530     MOVE 0 TO WS-DAY-MIN (WS-STAT-IDX)
010540     MOVE 0 TO WS-DAY-MAX (WS-STAT-IDX)
010550     MOVE 0 TO WS-DAY-TOTAL (WS-STAT-IDX).
010560 3410-EXIT.
010570     EXIT.
010580
010590*-----------------------------------------------------------*
010600* 3500-END-DAY - MATCHES THE STATION/DAY JUST FINISHED WITH  *
010610* THE DAILY SUMMARY.  DAILY ROWS THAT SORT AHEAD OF IT HAVE  *
010620* NO ACCEPTED READINGS BEHIND THEM.                          *
010630*-----------------------------------------------------------*
010640 3500-END-DAY.
010650     IF NOT WS-IN-FILTER OR NOT WS-DAILY-PRESENT
010660         GO TO 3500-EXIT
010670     END-IF
010680     MOVE WS-BREAK-STATION TO WS-WDK-STATION
010690     MOVE WS-BREAK-DATE    TO WS-WDK-DATE
010700     PERFORM 3510-SKIP-ONE-DAILY-ROW THRU 3510-EXIT
010710         UNTIL WS-DAILY-EOF
010720            OR WS-DAILY-KEY NOT < WS-WORK-DAY-KEY
010730     IF NOT WS-DAILY-EOF AND WS-DAILY-KEY = WS-WORK-DAY-KEY
010740         PERFORM 3520-COMPARE-DAY THRU 3520-EXIT
010750         MOVE WS-DAY-SUPP-COUNT TO WS-ROW-SUPP-COUNT
010760         PERFORM 3540-CHECK-DAY-ON-INDEX THRU 3540-EXIT
010770         PERFORM 3530-READ-DAILY-ROW THRU 3530-EXIT
010780         GO TO 3500-EXIT
010790     END-IF
010800     MOVE SPACES TO WS-DISC-TEXT
010810     STRING "STATION " WS-BREAK-STATION " DAY " WS-BREAK-DATE
010820            " - " WS-DAY-HOUR-COUNT
010830            " ACCEPTED READINGS BUT NO ROW ON WEATHERDAILY.DAT"
010840            DELIMITED BY SIZE INTO WS-DISC-TEXT
010850     PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT.
010860 3500-EXIT.
010870     EXIT.
010880
010890*    A ROW OF ESTIMATED HOURS ONLY IS LEGITIMATE - IT HAS NO
010900*    RECEIVED READINGS TO MATCH.
010910 3510-SKIP-ONE-DAILY-ROW.
010920     IF DS-HOUR-COUNT > 0
010930         MOVE SPACES TO WS-DISC-TEXT
010940         STRING "STATION " DS-STATION " DAY " DS-DATE
010950                " - WEATHERDAILY.DAT ROW OF " DS-HOUR-COUNT
010960                " HOURS HAS NO ACCEPTED READINGS"
010970                DELIMITED BY SIZE INTO WS-DISC-TEXT
010980         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
010990     END-IF
011000     MOVE 0 TO WS-ROW-SUPP-COUNT
011010     PERFORM 3540-CHECK-DAY-ON-INDEX THRU 3540-EXIT
011020     PERFORM 3530-READ-DAILY-ROW THRU 3530-EXIT.
011030 3510-EXIT.
011040     EXIT.
011050
011060*    HOURS ARE RECEIVED HOURS ONLY, SO THEY ALWAYS COMPARE.  THE
011070*    STATISTICS TAKE ESTIMATES IN, SO A DAY WITH ANY ESTIMATED
011080*    HOUR IS NOT COMPARED ON THEM.
011090 3520-COMPARE-DAY.
011100     ADD 1 TO WS-DAILY-AUDITED-COUNT
011110     IF DS-HOUR-COUNT NOT = WS-DAY-HOUR-COUNT
011120         MOVE SPACES TO WS-DISC-TEXT
011130         STRING "STATION " DS-STATION " DAY " DS-DATE
011140                " - WEATHERDAILY.DAT SAYS " DS-HOUR-COUNT
011150                " HOURS, WORK FILE HAS " WS-DAY-HOUR-COUNT
011160                DELIMITED BY SIZE INTO WS-DISC-TEXT
011170         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
011180     END-IF
011190     IF DS-EST-COUNT NOT = 0 OR WS-DAY-HOUR-COUNT = 0
011200         GO TO 3520-EXIT
011210     END-IF
011220     PERFORM 3525-COMPARE-ONE-DAY-FIELD THRU 3525-EXIT
011230         VARYING WS-STAT-IDX FROM 1 BY 1
011240         UNTIL WS-STAT-IDX > 6.
011250 3520-EXIT.
011260     EXIT.
011270
011280 3525-COMPARE-ONE-DAY-FIELD.
011290     COMPUTE WS-DAY-AVERAGE (WS-STAT-IDX) ROUNDED =
011300             WS-DAY-TOTAL (WS-STAT-IDX)
011310             / WS-DAY-HOUR-COUNT
011320     MOVE WS-DAY-MIN (WS-STAT-IDX)     TO WS-MIN-ED
011330     MOVE WS-DAY-MAX (WS-STAT-IDX)     TO WS-MAX-ED
011340     MOVE WS-DAY-AVERAGE (WS-STAT-IDX) TO WS-AVG-ED
011350     IF DS-FIELD-MIN (WS-STAT-IDX) = WS-MIN-ED
011360             AND DS-FIELD-MAX (WS-STAT-IDX) = WS-MAX-ED
011370             AND DS-FIELD-AVG (WS-STAT-IDX) = WS-AVG-ED
011380         GO TO 3525-EXIT
011390     END-IF
011400     MOVE SPACES TO WS-DISC-TEXT
011410     STRING "STATION " DS-STATION " DAY " DS-DATE " "
011420            WS-FIELD-LABEL (WS-STAT-IDX)
011430            " - WEATHERDAILY.DAT MIN/MAX/AVG "
011440            DS-FIELD-MIN (WS-STAT-IDX) "/"
011450            DS-FIELD-MAX (WS-STAT-IDX) "/"
011460            DS-FIELD-AVG (WS-STAT-IDX)
011470            ", WORK FILE " WS-MIN-ED "/" WS-MAX-ED "/" WS-AVG-ED
011480            DELIMITED BY SIZE INTO WS-DISC-TEXT
011490     PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT.
011500 3525-EXIT.
011510     EXIT.
011520
011530*-----------------------------------------------------------*
011540* 3530-READ-DAILY-ROW - THE NEXT DAILY ROW INSIDE THE        *
011550* AUDITED PERIOD AND STATION.                                *
011560*-----------------------------------------------------------*
011570 3530-READ-DAILY-ROW.
011580     READ DAILY-SUMMARY-FILE
011590         AT END
011600             SET WS-DAILY-EOF TO TRUE
011610             GO TO 3530-EXIT
011620     END-READ
011630     IF DS-STATION NOT NUMERIC OR DS-DATE NOT NUMERIC
011640         GO TO 3530-READ-DAILY-ROW
011650     END-IF
011660     IF WS-STATION-FILTER AND DS-STATION NOT = WS-FILTER-STATION
011670         GO TO 3530-READ-DAILY-ROW
011680     END-IF
011690     IF DS-DATE (1:6) < WS-FROM-MONTH
011700             OR DS-DATE (1:6) > WS-THRU-MONTH
011710         GO TO 3530-READ-DAILY-ROW
011720     END-IF
011730     MOVE DS-STATION TO WS-DLK-STATION
011740     MOVE DS-DATE    TO WS-DLK-DATE.
011750 3530-EXIT.
011760     EXIT.
011770
011780*-----------------------------------------------------------*
011790* 3540-CHECK-DAY-ON-INDEX - COUNTS THE READINGS THE INDEX    *
011800* HOLDS FOR THE STATION/DAY OF A DAILY ROW OF THE INDEXED    *
011810* YEAR, AS THE ROW IS MATCHED OR SKIPPED.  THE INDEX IS      *
011820* LOADED RAW, REJECTS INCLUDED, SO IT MAY HOLD MORE HOURS    *
011830* THAN THE ROW BUT NEVER FEWER - LESS THE ROW'S CORRECTED    *
011840* READINGS, WHICH ARE NOT ON IT.  A ROW OF CORRECTED         *
011850* READINGS ONLY HAS NOTHING TO CHECK.                        *
011860*-----------------------------------------------------------*
011870 3540-CHECK-DAY-ON-INDEX.
011880     IF NOT WS-INDEX-PRESENT
011890             OR DS-DATE (1:4) NOT = WS-INDEX-YEAR
011900             OR DS-HOUR-COUNT NOT > WS-ROW-SUPP-COUNT
011910         GO TO 3540-EXIT
011920     END-IF
011930     COMPUTE WS-INDEX-NEEDED-COUNT =
011940             DS-HOUR-COUNT - WS-ROW-SUPP-COUNT
011950     ADD 1 TO WS-INDEX-DAY-COUNT
011960     MOVE 0 TO WS-INDEX-HOUR-COUNT
011970     MOVE 'N' TO WS-BROWSE-DONE-SW
011980     MOVE DS-DATE TO WS-INDEX-DATE
011990     MOVE 0 TO WS-INDEX-HOUR
012000     MOVE DS-STATION TO IDX-DATA1
012010     MOVE WS-INDEX-STAMP TO IDX-DATA2
012020     START WEATHER-INDEX-FILE
012030         KEY IS NOT LESS THAN IDX-KEY
012040         INVALID KEY
012050             SET WS-BROWSE-DONE TO TRUE
012060     END-START
012070     PERFORM 3545-COUNT-ONE-INDEX-HOUR THRU 3545-EXIT
012080         UNTIL WS-BROWSE-DONE
012090     IF WS-INDEX-HOUR-COUNT = 0
012100         MOVE SPACES TO WS-DISC-TEXT
012110         STRING "STATION " DS-STATION " DAY " DS-DATE
012120                " - WEATHERDAILY.DAT ROW HAS NO READINGS ON "
012130                "WEATHERIDX.DAT"
012140                DELIMITED BY SIZE INTO WS-DISC-TEXT
012150         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
012160         GO TO 3540-EXIT
012170     END-IF
012180     IF WS-INDEX-HOUR-COUNT < WS-INDEX-NEEDED-COUNT
012190         MOVE SPACES TO WS-DISC-TEXT
012200         STRING "STATION " DS-STATION " DAY " DS-DATE
012210                " - WEATHERDAILY.DAT SAYS " DS-HOUR-COUNT
012220                " HOURS, " WS-ROW-SUPP-COUNT " CORRECTED,"
012230                " WEATHERIDX.DAT HOLDS "
012240                WS-INDEX-HOUR-COUNT
012250                DELIMITED BY SIZE INTO WS-DISC-TEXT
012260         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
012270     END-IF.
012280 3540-EXIT.
012290     EXIT.
012300
012310 3545-COUNT-ONE-INDEX-HOUR.
012320     READ WEATHER-INDEX-FILE NEXT RECORD
012330         AT END
012340             SET WS-BROWSE-DONE TO TRUE
012350             GO TO 3545-EXIT
012360     END-READ
012370     MOVE IDX-DATA2 TO WS-INDEX-STAMP
012380     IF IDX-DATA1 NOT = DS-STATION
012390             OR WS-INDEX-DATE NOT = DS-DATE
012400         SET WS-BROWSE-DONE TO TRUE
012410         GO TO 3545-EXIT
012420     END-IF
012430     ADD 1 TO WS-INDEX-HOUR-COUNT.
012440 3545-EXIT.
012450     EXIT.
012460
012470*-----------------------------------------------------------*
012480* 3600-END-MONTH - MATCHES THE STATION/MONTH JUST FINISHED   *
012490* WITH THE MONTHLY SUMMARY, AS 3500 DOES FOR THE DAY.        *
012500*-----------------------------------------------------------*
012510 3600-END-MONTH.
012520     IF NOT WS-IN-FILTER OR NOT WS-MONTHLY-PRESENT
012530         GO TO 3600-EXIT
012540     END-IF
012550     MOVE WS-BREAK-STATION TO WS-WMK-STATION
012560     MOVE WS-BREAK-MONTH   TO WS-WMK-MONTH
012570     PERFORM 3610-SKIP-ONE-MONTHLY-ROW THRU 3610-EXIT
012580         UNTIL WS-MONTHLY-EOF
012590            OR WS-MONTHLY-KEY NOT < WS-WORK-MONTH-KEY
012600     IF NOT WS-MONTHLY-EOF AND WS-MONTHLY-KEY = WS-WORK-MONTH-KEY
012610         PERFORM 3620-COMPARE-MONTH THRU 3620-EXIT
012620         PERFORM 3630-READ-MONTHLY-ROW THRU 3630-EXIT
012630         GO TO 3600-EXIT
012640     END-IF
012650     MOVE SPACES TO WS-DISC-TEXT
012660     STRING "STATION " WS-BREAK-STATION " MONTH " WS-BREAK-MONTH
012670            " - " WS-MONTH-HOUR-COUNT
012680            " ACCEPTED READINGS BUT NO ROW ON WEATHERMONTHLY.DAT"
012690            DELIMITED BY SIZE INTO WS-DISC-TEXT
012700     PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT.
012710 3600-EXIT.
012720     EXIT.
012730
012740 3610-SKIP-ONE-MONTHLY-ROW.
012750     IF MS-HOUR-COUNT > 0
012760         MOVE SPACES TO WS-DISC-TEXT
012770         STRING "STATION " MS-STATION " MONTH " MS-MONTH
012780                " - WEATHERMONTHLY.DAT ROW OF " MS-HOUR-COUNT
012790                " HOURS HAS NO ACCEPTED READINGS"
012800                DELIMITED BY SIZE INTO WS-DISC-TEXT
012810         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
012820     END-IF
012830     PERFORM 3630-READ-MONTHLY-ROW THRU 3630-EXIT.
012840 3610-EXIT.
012850     EXIT.
012860
012870 3620-COMPARE-MONTH.
012880     ADD 1 TO WS-MONTHLY-AUDITED-COUNT
012890     IF MS-HOUR-COUNT NOT = WS-MONTH-HOUR-COUNT
012900         MOVE SPACES TO WS-DISC-TEXT
012910         STRING "STATION " MS-STATION " MONTH " MS-MONTH
012920                " - WEATHERMONTHLY.DAT SAYS " MS-HOUR-COUNT
012930                " HOURS, WORK FILE HAS " WS-MONTH-HOUR-COUNT
012940                DELIMITED BY SIZE INTO WS-DISC-TEXT
012950         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
012960     END-IF
012970     IF MS-EST-COUNT NOT = 0 OR WS-MONTH-HOUR-COUNT = 0
012980         GO TO 3620-EXIT
012990     END-IF
013000     PERFORM 3625-COMPARE-ONE-MONTH-FIELD THRU 3625-EXIT
013010         VARYING WS-STAT-IDX FROM 1 BY 1
013020         UNTIL WS-STAT-IDX > 6.
013030 3620-EXIT.
013040     EXIT.
013050
013060 3625-COMPARE-ONE-MONTH-FIELD.
013070     COMPUTE WS-MONTH-AVERAGE (WS-STAT-IDX) ROUNDED =
013080             WS-MONTH-TOTAL (WS-STAT-IDX)
013090             / WS-MONTH-HOUR-COUNT
013100     MOVE WS-MONTH-MIN (WS-STAT-IDX)     TO WS-MIN-ED
013110     MOVE WS-MONTH-MAX (WS-STAT-IDX)     TO WS-MAX-ED
013120     MOVE WS-MONTH-AVERAGE (WS-STAT-IDX) TO WS-AVG-ED
013130     IF MS-FIELD-MIN (WS-STAT-IDX) = WS-MIN-ED
013140             AND MS-FIELD-MAX (WS-STAT-IDX) = WS-MAX-ED
013150             AND MS-FIELD-AVG (WS-STAT-IDX) = WS-AVG-ED
013160         GO TO 3625-EXIT
013170     END-IF
013180     MOVE SPACES TO WS-DISC-TEXT
013190     STRING "STATION " MS-STATION " MONTH " MS-MONTH " "
013200            WS-FIELD-LABEL (WS-STAT-IDX)
013210            " - WEATHERMONTHLY.DAT MIN/MAX/AVG "
013220            MS-FIELD-MIN (WS-STAT-IDX) "/"
013230            MS-FIELD-MAX (WS-STAT-IDX) "/"
013240            MS-FIELD-AVG (WS-STAT-IDX)
013250            ", WORK FILE " WS-MIN-ED "/" WS-MAX-ED "/" WS-AVG-ED
013260            DELIMITED BY SIZE INTO WS-DISC-TEXT
013270     PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT.
013280 3625-EXIT.
013290     EXIT.
013300
013310 3630-READ-MONTHLY-ROW.
013320     READ MONTHLY-SUMMARY-FILE
013330         AT END
013340             SET WS-MONTHLY-EOF TO TRUE
013350             GO TO 3630-EXIT
013360     END-READ
013370     IF MS-STATION NOT NUMERIC OR MS-MONTH NOT NUMERIC
013380         GO TO 3630-READ-MONTHLY-ROW
013390     END-IF
013400     IF WS-STATION-FILTER AND MS-STATION NOT = WS-FILTER-STATION
013410         GO TO 3630-READ-MONTHLY-ROW
013420     END-IF
013430     IF MS-MONTH < WS-FROM-MONTH OR MS-MONTH > WS-THRU-MONTH
013440         GO TO 3630-READ-MONTHLY-ROW
013450     END-IF
013460     MOVE MS-STATION TO WS-MLK-STATION
013470     MOVE MS-MONTH   TO WS-MLK-MONTH.
013480 3630-EXIT.
013490     EXIT.
013500
013510*-----------------------------------------------------------*
013520* 3700-END-STATION - CLOSES THE LAST DAY AND MONTH AND       *
013530* CHECKS THE STATION'S RECORD AND DUPLICATE COUNTS AGAINST   *
013540* ITS ROW ON THE SCORECARD.  THE SCORECARD COUNTS THE WHOLE  *
013550* RUN, SO THE PERIOD DOES NOT LIMIT THIS CHECK.              *
013560*-----------------------------------------------------------*
013570 3700-END-STATION.
013580     PERFORM 3500-END-DAY   THRU 3500-EXIT
013590     PERFORM 3600-END-MONTH THRU 3600-EXIT
013600     IF NOT WS-STATION-WANTED OR NOT WS-SCORE-PRESENT
013610         GO TO 3700-EXIT
013620     END-IF
013630     MOVE WS-BREAK-STATION TO WS-SCORE-FIND-STATION
013640     PERFORM 1650-FIND-SCORE-STATION THRU 1650-EXIT
013650     IF WS-SCORE-MATCH-IDX = 0
013660         MOVE SPACES TO WS-DISC-TEXT
013670         STRING "STATION " WS-BREAK-STATION " - "
013680                WS-STATION-RECORD-COUNT
013690                " ACCEPTED RECORDS BUT NO ROW ON WEATHERSCORE.DAT"
013700                DELIMITED BY SIZE INTO WS-DISC-TEXT
013710         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
013720         GO TO 3700-EXIT
013730     END-IF
013740     MOVE 'Y' TO WS-SCO-MATCHED (WS-SCORE-MATCH-IDX)
013750     IF WS-SCO-RECEIVED (WS-SCORE-MATCH-IDX)
013760             NOT = WS-STATION-RECORD-COUNT
013770         MOVE SPACES TO WS-DISC-TEXT
013780         STRING "STATION " WS-BREAK-STATION
013790                " - WEATHERSCORE.DAT SAYS "
013800                WS-SCO-RECEIVED (WS-SCORE-MATCH-IDX)
013810                " HOURS RECEIVED, WORK FILE HAS "
013820                WS-STATION-RECORD-COUNT
013830                DELIMITED BY SIZE INTO WS-DISC-TEXT
013840         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
013850     END-IF
013860     IF WS-SCO-DUPS (WS-SCORE-MATCH-IDX)
013870             NOT = WS-STATION-DUP-COUNT
013880         MOVE SPACES TO WS-DISC-TEXT
013890         STRING "STATION " WS-BREAK-STATION
013900                " - WEATHERSCORE.DAT SAYS "
013910                WS-SCO-DUPS (WS-SCORE-MATCH-IDX)
013920                " DUPLICATES, WORK FILE HAS "
013930                WS-STATION-DUP-COUNT
013940                DELIMITED BY SIZE INTO WS-DISC-TEXT
013950         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
013960     END-IF.
013970 3700-EXIT.
013980     EXIT.
013990
014000*-----------------------------------------------------------*
014010* 3800-ACCUMULATE-RUN-FIELD - THE WHOLE-RUN STATISTICS, AS   *
014020* READTESTDATA KEEPS THEM FOR WEATHERHIST.DAT.               *
014030*-----------------------------------------------------------*
014040 3800-ACCUMULATE-RUN-FIELD.
014050     ADD SRT-FIELD-VALUE (WS-STAT-IDX)
014060         TO WS-RUN-TOTAL (WS-STAT-IDX)
014070     IF WS-DISTINCT-COUNT = 1
014080         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014090              TO WS-RUN-MIN (WS-STAT-IDX)
014100         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014110              TO WS-RUN-MAX (WS-STAT-IDX)
014120         GO TO 3800-EXIT
014130     END-IF
014140     IF SRT-FIELD-VALUE (WS-STAT-IDX) < WS-RUN-MIN (WS-STAT-IDX)
014150         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014160              TO WS-RUN-MIN (WS-STAT-IDX)
014170     END-IF
014180     IF SRT-FIELD-VALUE (WS-STAT-IDX) > WS-RUN-MAX (WS-STAT-IDX)
014190         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014200              TO WS-RUN-MAX (WS-STAT-IDX)
014210     END-IF.
014220 3800-EXIT.
014230     EXIT.
014240
014250*-----------------------------------------------------------*
014260* 3810-ACCUMULATE-PERIOD-FIELD - THE DAY AND MONTH           *
014270* STATISTICS, AS WEATHER-ROLLUP KEEPS THEM.                  *
014280*-----------------------------------------------------------*
014290 3810-ACCUMULATE-PERIOD-FIELD.
014300     ADD SRT-FIELD-VALUE (WS-STAT-IDX)
014310         TO WS-DAY-TOTAL (WS-STAT-IDX)
014320     ADD SRT-FIELD-VALUE (WS-STAT-IDX)
014330         TO WS-MONTH-TOTAL (WS-STAT-IDX)
014340     IF WS-DAY-HOUR-COUNT = 1
014350         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014360              TO WS-DAY-MIN (WS-STAT-IDX)
014370         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014380              TO WS-DAY-MAX (WS-STAT-IDX)
014390     ELSE
014400         IF SRT-FIELD-VALUE (WS-STAT-IDX)
014410               < WS-DAY-MIN (WS-STAT-IDX)
014420             MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014430                  TO WS-DAY-MIN (WS-STAT-IDX)
014440         END-IF
014450         IF SRT-FIELD-VALUE (WS-STAT-IDX)
014460               > WS-DAY-MAX (WS-STAT-IDX)
014470             MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014480                  TO WS-DAY-MAX (WS-STAT-IDX)
014490         END-IF
014500     END-IF
014510     IF WS-MONTH-HOUR-COUNT = 1
014520         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014530              TO WS-MONTH-MIN (WS-STAT-IDX)
014540         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014550              TO WS-MONTH-MAX (WS-STAT-IDX)
014560         GO TO 3810-EXIT
014570     END-IF
014580     IF SRT-FIELD-VALUE (WS-STAT-IDX)
014590           < WS-MONTH-MIN (WS-STAT-IDX)
014600         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014610              TO WS-MONTH-MIN (WS-STAT-IDX)
014620     END-IF
014630     IF SRT-FIELD-VALUE (WS-STAT-IDX)
014640           > WS-MONTH-MAX (WS-STAT-IDX)
014650         MOVE SRT-FIELD-VALUE (WS-STAT-IDX)
014660              TO WS-MONTH-MAX (WS-STAT-IDX)
014670     END-IF.
014680 3810-EXIT.
014690     EXIT.
014700
014710*-----------------------------------------------------------*
014720* 3900-CHECK-READING-ON-INDEX - AN ACCEPTED READING OF THE   *
014730* INDEXED YEAR MUST BE ON WEATHERIDX.DAT WITH THE SAME RAW   *
014740* FIELD TEXT IT WAS ACCEPTED WITH.  A READING CORRECTED ON   *
014750* WEATHERSUPP.DAT IS NOT ON THE INDEX, OR IS THERE AS IT WAS *
014760* FIRST SENT, SO IT IS ONLY NOTED.                           *
014770*-----------------------------------------------------------*
014780 3900-CHECK-READING-ON-INDEX.
014790     IF WS-CORRECTED-READING
014800         MOVE SPACES TO WS-DISC-TEXT
014810         STRING "STATION " SRT-DATA1 " READING " SRT-DATA2
014820                " - CORRECTED ON WEATHERSUPP.DAT, NOT CHECKED"
014830                " ON WEATHERIDX.DAT"
014840                DELIMITED BY SIZE INTO WS-DISC-TEXT
014850         PERFORM 8100-WRITE-NOTE THRU 8100-EXIT
014860         GO TO 3900-EXIT
014870     END-IF
014880     ADD 1 TO WS-INDEX-LOOKUP-COUNT
014890     MOVE SRT-DATA1 TO IDX-DATA1
014900     MOVE SRT-DATA2 TO IDX-DATA2
014910     READ WEATHER-INDEX-FILE
014920         KEY IS IDX-KEY
014930         INVALID KEY
014940             MOVE SPACES TO WS-DISC-TEXT
014950             STRING "STATION " SRT-DATA1 " READING " SRT-DATA2
014960                    " - ACCEPTED BUT NOT ON WEATHERIDX.DAT"
014970                    DELIMITED BY SIZE INTO WS-DISC-TEXT
014980             PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
014990             GO TO 3900-EXIT
015000     END-READ
015010     IF IDX-DATA3 = SRT-RAW-FIELD (1)
015020             AND IDX-DATA4 = SRT-RAW-FIELD (2)
015030             AND IDX-DATA5 = SRT-RAW-FIELD (3)
015040             AND IDX-DATA6 = SRT-RAW-FIELD (4)
015050             AND IDX-DATA7 = SRT-RAW-FIELD (5)
015060             AND IDX-DATA8 = SRT-RAW-FIELD (6)
015070         GO TO 3900-EXIT
015080     END-IF
015090     MOVE SPACES TO WS-DISC-TEXT
015100     STRING "STATION " SRT-DATA1 " READING " SRT-DATA2
015110            " - WEATHERIDX.DAT HOLDS " IDX-DATA3 " " IDX-DATA4
015120            " " IDX-DATA5 " " IDX-DATA6 " " IDX-DATA7 " "
015130            IDX-DATA8 ", ACCEPTED AS " SRT-RAW-FIELD (1) " "
015140            SRT-RAW-FIELD (2) " " SRT-RAW-FIELD (3) " "
015150            SRT-RAW-FIELD (4) " " SRT-RAW-FIELD (5) " "
015160            SRT-RAW-FIELD (6)
015170            DELIMITED BY SIZE INTO WS-DISC-TEXT
015180     PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT.
015190 3900-EXIT.
015200     EXIT.
015210
015220*-----------------------------------------------------------*
015230* 4000-DRAIN-SUMMARIES - SUMMARY ROWS LEFT AFTER THE LAST    *
015240* ACCEPTED READING HAVE NOTHING BEHIND THEM.                 *
015250*-----------------------------------------------------------*
015260 4000-DRAIN-SUMMARIES.
015270     PERFORM 3510-SKIP-ONE-DAILY-ROW THRU 3510-EXIT
015280         UNTIL WS-DAILY-EOF
015290     PERFORM 3610-SKIP-ONE-MONTHLY-ROW THRU 3610-EXIT
015300         UNTIL WS-MONTHLY-EOF
015310     IF WS-DAILY-PRESENT
015320         CLOSE DAILY-SUMMARY-FILE
015330     END-IF
015340     IF WS-MONTHLY-PRESENT
015350         CLOSE MONTHLY-SUMMARY-FILE
015360     END-IF
015370     IF WS-INDEX-PRESENT
015380         CLOSE WEATHER-INDEX-FILE
015390     END-IF
015400     IF WS-SUPP-SORTED-STATUS = "00"
015410         CLOSE SUPP-SORTED-FILE
015420     END-IF.
015430 4000-EXIT.
015440     EXIT.
015450
015460*-----------------------------------------------------------*
015470* 5000-RUN-LEVEL-CHECKS - THE WORK FILE AGAINST THE LATEST   *
015480* RUN HISTORY RECORD, THE EXTRACT AGAINST BOTH AND AGAINST   *
015490* ITS OWN TRAILER, AND SCORECARD ROWS NO WORK RECORD MATCHED.*
015500* THE RUN HISTORY AND EXTRACT COVER THE WHOLE RUN, SO THEY   *
015510* ARE COMPARED WITH THE WHOLE WORK FILE; THE AUDITED PERIOD  *
015520* IS COMPARED ON ITS OWN WHEN ONE WAS GIVEN.                 *
015530*-----------------------------------------------------------*
015540 5000-RUN-LEVEL-CHECKS.
015550     IF WS-HIST-PRESENT AND WS-WORK-PRESENT
015560         PERFORM 5100-CHECK-HISTORY THRU 5100-EXIT
015570     END-IF
015580     IF WS-EXTRACT-PRESENT
015590         PERFORM 5200-CHECK-EXTRACT THRU 5200-EXIT
015600     END-IF
015610     IF WS-SCORE-PRESENT AND WS-WORK-PRESENT
015620         PERFORM 5300-CHECK-SCORE-LEFTOVER THRU 5300-EXIT
015630             VARYING WS-SCORE-IDX FROM 1 BY 1
015640             UNTIL WS-SCORE-IDX > WS-SCORE-COUNT
015650     END-IF
015660     IF WS-SCORE-PRESENT AND WS-HIST-PRESENT
015670             AND WS-SCORE-RUN-DATE < RH-RUN-DATE
015680         MOVE SPACES TO WS-DISC-TEXT
015690         STRING "WEATHERSCORE.DAT LAST SCORED " WS-SCORE-RUN-DATE
015700                ", BEFORE THE REPORT RUN OF " RH-RUN-DATE
015710                DELIMITED BY SIZE INTO WS-DISC-TEXT
015720         PERFORM 8100-WRITE-NOTE THRU 8100-EXIT
015730     END-IF.
015740 5000-EXIT.
015750     EXIT.
015760
015770 5100-CHECK-HISTORY.
015780     IF RH-GOOD-COUNT NOT = WS-DISTINCT-COUNT
015790         MOVE SPACES TO WS-DISC-TEXT
015800         STRING "WEATHERHIST.DAT RUN " RH-RUN-DATE " SAYS "
015810                RH-GOOD-COUNT " ACCEPTED, WORK FILE HAS "
015820                WS-DISTINCT-COUNT " DISTINCT READINGS"
015830                DELIMITED BY SIZE INTO WS-DISC-TEXT
015840         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
015850     END-IF
015860     IF RH-DUP-COUNT NOT = WS-DUPLICATE-COUNT
015870         MOVE SPACES TO WS-DISC-TEXT
015880         STRING "WEATHERHIST.DAT RUN " RH-RUN-DATE " SAYS "
015890                RH-DUP-COUNT " DUPLICATES, WORK FILE HAS "
015900                WS-DUPLICATE-COUNT
015910                DELIMITED BY SIZE INTO WS-DISC-TEXT
015920         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
015930     END-IF
015940     PERFORM 5110-CHECK-ONE-HISTORY-FIELD THRU 5110-EXIT
015950         VARYING WS-STAT-IDX FROM 1 BY 1
015960         UNTIL WS-STAT-IDX > 6.
015970 5100-EXIT.
015980     EXIT.
015990
016000 5110-CHECK-ONE-HISTORY-FIELD.
016010     IF WS-DISTINCT-COUNT = 0
016020         MOVE 0 TO WS-RUN-AVERAGE (WS-STAT-IDX)
016030     ELSE
016040         COMPUTE WS-RUN-AVERAGE (WS-STAT-IDX) ROUNDED =
016050                 WS-RUN-TOTAL (WS-STAT-IDX)
016060                 / WS-DISTINCT-COUNT
016070     END-IF
016080     MOVE WS-RUN-MIN (WS-STAT-IDX)     TO WS-MIN-ED
016090     MOVE WS-RUN-MAX (WS-STAT-IDX)     TO WS-MAX-ED
016100     MOVE WS-RUN-AVERAGE (WS-STAT-IDX) TO WS-AVG-ED
016110     IF RH-FIELD-MIN (WS-STAT-IDX) = WS-MIN-ED
016120             AND RH-FIELD-MAX (WS-STAT-IDX) = WS-MAX-ED
016130             AND RH-FIELD-AVG (WS-STAT-IDX) = WS-AVG-ED
016140         GO TO 5110-EXIT
016150     END-IF
016160     MOVE SPACES TO WS-DISC-TEXT
016170     STRING "WEATHERHIST.DAT RUN " RH-RUN-DATE " "
016180            WS-FIELD-LABEL (WS-STAT-IDX)
016190            " MIN/MAX/AVG "
016200            RH-FIELD-MIN (WS-STAT-IDX) "/"
016210            RH-FIELD-MAX (WS-STAT-IDX) "/"
016220            RH-FIELD-AVG (WS-STAT-IDX)
016230            ", WORK FILE " WS-MIN-ED "/" WS-MAX-ED "/" WS-AVG-ED
016240            DELIMITED BY SIZE INTO WS-DISC-TEXT
016250     PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT.
016260 5110-EXIT.
016270     EXIT.
016280
016290*    THE EXTRACT CARRIES ONE ROW PER DISTINCT ACCEPTED READING
016300*    PLUS ANY GAP-FILL ESTIMATES, AND A TRAILER COUNTING BOTH.
016310 5200-CHECK-EXTRACT.
016320     IF NOT WS-TRAILER-SEEN
016330         MOVE "WEATHEREXTRACT.CSV HAS NO TRAILER RECORD"
016340              TO WS-DISC-TEXT
016350         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
016360     ELSE
016370         IF WS-EXT-TRAILER-COUNT NOT = WS-EXT-DATA-COUNT
016380             MOVE SPACES TO WS-DISC-TEXT
016390             STRING "WEATHEREXTRACT.CSV TRAILER SAYS "
016400                    WS-EXT-TRAILER-COUNT " ROWS, FILE HAS "
016410                    WS-EXT-DATA-COUNT
016420                    DELIMITED BY SIZE INTO WS-DISC-TEXT
016430             PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
016440         END-IF
016450     END-IF
016460     IF WS-HIST-PRESENT
016470             AND WS-EXT-RECEIVED-COUNT NOT = RH-GOOD-COUNT
016480         MOVE SPACES TO WS-DISC-TEXT
016490         STRING "WEATHEREXTRACT.CSV HAS " WS-EXT-RECEIVED-COUNT
016500                " READING ROWS, WEATHERHIST.DAT RUN " RH-RUN-DATE
016510                " SAYS " RH-GOOD-COUNT " ACCEPTED"
016520                DELIMITED BY SIZE INTO WS-DISC-TEXT
016530         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
016540     END-IF
016550     IF NOT WS-WORK-PRESENT
016560         GO TO 5200-EXIT
016570     END-IF
016580     IF NOT WS-HIST-PRESENT
016590             AND WS-EXT-RECEIVED-COUNT NOT = WS-DISTINCT-COUNT
016600         MOVE SPACES TO WS-DISC-TEXT
016610         STRING "WEATHEREXTRACT.CSV HAS " WS-EXT-RECEIVED-COUNT
016620                " READING ROWS, WORK FILE HAS "
016630                WS-DISTINCT-COUNT " DISTINCT READINGS"
016640                DELIMITED BY SIZE INTO WS-DISC-TEXT
016650         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
016660     END-IF
016670     IF (WS-PERIOD-FILTER OR WS-STATION-FILTER)
016680             AND WS-EXT-FILTER-COUNT
016690                 NOT = WS-FILTER-DISTINCT-COUNT
016700         MOVE SPACES TO WS-DISC-TEXT
016710         STRING "WEATHEREXTRACT.CSV HAS " WS-EXT-FILTER-COUNT
016720                " READING ROWS IN THE AUDITED PERIOD, WORK FILE "
016730                "HAS " WS-FILTER-DISTINCT-COUNT
016740                DELIMITED BY SIZE INTO WS-DISC-TEXT
016750         PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT
016760     END-IF.
016770 5200-EXIT.
016780     EXIT.
016790
016800*    A SCORED STATION WITH HOURS RECEIVED MUST HAVE WORK
016810*    RECORDS.  ONE SCORED ON REJECTS ALONE HAS NONE.
016820 5300-CHECK-SCORE-LEFTOVER.
016830     IF WS-SCO-MATCHED (WS-SCORE-IDX) = 'Y'
016840             OR WS-SCO-RECEIVED (WS-SCORE-IDX) = 0
016850         GO TO 5300-EXIT
016860     END-IF
016870     IF WS-STATION-FILTER
016880             AND WS-SCO-STATION (WS-SCORE-IDX)
016890                 NOT = WS-FILTER-STATION
016900         GO TO 5300-EXIT
016910     END-IF
016920     MOVE SPACES TO WS-DISC-TEXT
016930     STRING "STATION " WS-SCO-STATION (WS-SCORE-IDX)
016940            " - WEATHERSCORE.DAT SAYS "
016950            WS-SCO-RECEIVED (WS-SCORE-IDX)
016960            " HOURS RECEIVED, WORK FILE HAS NONE"
016970            DELIMITED BY SIZE INTO WS-DISC-TEXT
016980     PERFORM 8000-WRITE-DISCREPANCY THRU 8000-EXIT.
016990 5300-EXIT.
017000     EXIT.
017010
017020*-----------------------------------------------------------*
017030* 6000-WRITE-FILE-SUMMARY - WHAT WAS READ FROM EACH FILE AND *
017040* THE VERDICT.                                               *
017050*-----------------------------------------------------------*
017060 6000-WRITE-FILE-SUMMARY.
017070     MOVE SPACES TO LISTING-LINE
017080     WRITE LISTING-LINE
017090     MOVE " FILES AUDITED" TO LISTING-LINE
017100     WRITE LISTING-LINE
017110     IF WS-WORK-PRESENT
017120         MOVE SPACES TO LISTING-LINE
017130         STRING "  WEATHERGOOD.TMP     " WS-WORK-RECORD-COUNT
017140                " RECORDS, " WS-DISTINCT-COUNT
017150                " DISTINCT READINGS, " WS-DUPLICATE-COUNT
017160                " DUPLICATES, " WS-FILTER-DISTINCT-COUNT
017170                " IN THE AUDITED PERIOD"
017180                DELIMITED BY SIZE INTO LISTING-LINE
017190         WRITE LISTING-LINE
017200     END-IF
017210     IF WS-HIST-PRESENT
017220         MOVE SPACES TO LISTING-LINE
017230         STRING "  WEATHERHIST.DAT     RUN " RH-RUN-DATE
017240                ", " RH-GOOD-COUNT " ACCEPTED, "
017250                RH-DUP-COUNT " DUPLICATES"
017260                DELIMITED BY SIZE INTO LISTING-LINE
017270         WRITE LISTING-LINE
017280     END-IF
017290     IF WS-EXTRACT-PRESENT
017300         MOVE SPACES TO LISTING-LINE
017310         STRING "  WEATHEREXTRACT.CSV  " WS-EXT-DATA-COUNT
017320                " DATA ROWS, " WS-EXT-ESTIMATE-COUNT
017330                " ESTIMATES, " WS-EXT-FILTER-COUNT
017340                " READINGS IN THE AUDITED PERIOD, TRAILER "
017350                WS-EXT-TRAILER-COUNT
017360                DELIMITED BY SIZE INTO LISTING-LINE
017370         WRITE LISTING-LINE
017380     END-IF
017390     IF WS-DAILY-PRESENT
017400         MOVE SPACES TO LISTING-LINE
017410         STRING "  WEATHERDAILY.DAT    " WS-DAILY-AUDITED-COUNT
017420                " STATION/DAYS MATCHED"
017430                DELIMITED BY SIZE INTO LISTING-LINE
017440         WRITE LISTING-LINE
017450     END-IF
017460     IF WS-MONTHLY-PRESENT
017470         MOVE SPACES TO LISTING-LINE
017480         STRING "  WEATHERMONTHLY.DAT  " WS-MONTHLY-AUDITED-COUNT
017490                " STATION/MONTHS MATCHED"
017500                DELIMITED BY SIZE INTO LISTING-LINE
017510         WRITE LISTING-LINE
017520     END-IF
017530     IF WS-INDEX-PRESENT
017540         MOVE SPACES TO LISTING-LINE
017550         STRING "  WEATHERIDX.DAT      " WS-INDEX-LOOKUP-COUNT
017560                " READINGS LOOKED UP, " WS-INDEX-DAY-COUNT
017570                " STATION/DAYS BROWSED"
017580                DELIMITED BY SIZE INTO LISTING-LINE
017590         WRITE LISTING-LINE
017600     END-IF
017610     IF WS-SUPP-PRESENT
017620         MOVE SPACES TO LISTING-LINE
017630         STRING "  WEATHERSUPP.DAT     " WS-SUPP-RECORD-COUNT
017640                " CORRECTED READINGS, " WS-SUPP-MATCH-COUNT
017650                " ON THE WORK FILE"
017660                DELIMITED BY SIZE INTO LISTING-LINE
017670         WRITE LISTING-LINE
017680     END-IF
017690     IF WS-SCORE-PRESENT
017700         MOVE SPACES TO LISTING-LINE
017710         STRING "  WEATHERSCORE.DAT    RUN " WS-SCORE-RUN-DATE
017720                ", " WS-SCORE-COUNT " STATION ROWS"
017730                DELIMITED BY SIZE INTO LISTING-LINE
017740         WRITE LISTING-LINE
017750     END-IF
017760     MOVE SPACES TO LISTING-LINE
017770     WRITE LISTING-LINE
017780     MOVE SPACES TO LISTING-LINE
017790     IF WS-DISCREPANCY-COUNT = 0
017800         MOVE "AUDIT PASSED - NO DISCREPANCIES" TO LISTING-LINE
017810     ELSE
017820         STRING "AUDIT FAILED - " WS-DISCREPANCY-COUNT
017830                " DISCREPANCIES"
017840                DELIMITED BY SIZE INTO LISTING-LINE
017850     END-IF
017860     WRITE LISTING-LINE.
017870 6000-EXIT.
017880     EXIT.
017890
017900*-----------------------------------------------------------*
017910* 7000-SPLIT-EXTRACT-LINE - CUTS EXTRACT-LINE AT ITS COMMAS  *
017920* INTO WS-ROW-VALUE, COUNTING THE COLUMNS.                   *
017930*-----------------------------------------------------------*
017940 7000-SPLIT-EXTRACT-LINE.
017950     MOVE SPACES TO WS-ROW-COLUMNS
017960     MOVE 0 TO WS-LINE-COL-COUNT
017970     INSPECT EXTRACT-LINE TALLYING WS-LINE-COL-COUNT FOR ALL ","
017980     ADD 1 TO WS-LINE-COL-COUNT
017990     IF WS-LINE-COL-COUNT > 30
018000         MOVE 30 TO WS-LINE-COL-COUNT
018010     END-IF
018020     MOVE 1 TO WS-LINE-PTR
018030     PERFORM 7100-CUT-ONE-COLUMN THRU 7100-EXIT
018040         VARYING WS-COL-IDX FROM 1 BY 1
018050         UNTIL WS-COL-IDX > WS-LINE-COL-COUNT.
018060 7000-EXIT.
018070     EXIT.
018080
018090 7100-CUT-ONE-COLUMN.
018100     UNSTRING EXTRACT-LINE DELIMITED BY ","
018110         INTO WS-ROW-VALUE (WS-COL-IDX)
018120         WITH POINTER WS-LINE-PTR
018130     END-UNSTRING.
018140 7100-EXIT.
018150     EXIT.
018160
018170*-----------------------------------------------------------*
018180* 8000-WRITE-DISCREPANCY - LISTS THE TEXT BUILT IN           *
018190* WS-DISC-TEXT AND COUNTS IT AGAINST THE AUDIT.              *
018200*-----------------------------------------------------------*
018210 8000-WRITE-DISCREPANCY.
018220     ADD 1 TO WS-DISCREPANCY-COUNT
018230     MOVE SPACES TO LISTING-LINE
018240     STRING "*** " WS-DISC-TEXT
018250            DELIMITED BY SIZE INTO LISTING-LINE
018260     WRITE LISTING-LINE.
018270 8000-EXIT.
018280     EXIT.
018290
018300 8100-WRITE-NOTE.
018310     MOVE SPACES TO LISTING-LINE
018320     STRING "    NOTE: " WS-DISC-TEXT
018330            DELIMITED BY SIZE INTO LISTING-LINE
018340     WRITE LISTING-LINE.
018350 8100-EXIT.
018360     EXIT.
018370
018380*    AN ABSENT FILE (A FIRST RUN, OR A SITE THAT DOES NOT RUN
018390*    THE STEP THAT BUILDS IT) IS NOTED BUT IS NOT A
018400*    DISCREPANCY - THE CHECKS THAT NEED IT ARE LEFT OUT.
018410 8200-WRITE-NOT-PRESENT.
018420     MOVE SPACES TO LISTING-LINE
018430     STRING "    NOTE: " WS-DISC-TEXT (1:20)
018440            " NOT PRESENT - NOT AUDITED"
018450            DELIMITED BY SIZE INTO LISTING-LINE
018460     WRITE LISTING-LINE.
018470 8200-EXIT.
018480     EXIT.
018490
018500*-----------------------------------------------------------*
018510* 9999-TERMINATE - RC 8 WHEN ANY DISCREPANCY WAS FOUND (RC 4 *
018520* UNDER HALT N), RC 4 WHEN A PARAMETER CARD WAS IGNORED,     *
018530* ELSE 0.                                                    *
018540*-----------------------------------------------------------*
018550 9999-TERMINATE.
018560     CLOSE AUDIT-LISTING-FILE
018570     IF WS-DISCREPANCY-COUNT = 0
018580         DISPLAY "WEATHER-AUDIT: audit passed, "
018590                 WS-DISTINCT-COUNT " distinct readings audited."
018600     ELSE
018610         DISPLAY "WEATHER-AUDIT: audit FAILED - "
018620                 WS-DISCREPANCY-COUNT
018630                 " discrepancies, see WEATHERAUDIT.TXT."
018640     END-IF
018650     IF WS-PARM-ERROR
018660         MOVE 4 TO WS-RUN-RC
018670     END-IF
018680     IF WS-DISCREPANCY-COUNT > 0
018690         IF WS-HALT-ON-DISCREPANCY
018700             MOVE 8 TO WS-RUN-RC
018710         ELSE
018720             MOVE 4 TO WS-RUN-RC
018730         END-IF
018740     END-IF
018750     MOVE WS-RUN-RC TO RETURN-CODE.
018760 9999-EXIT.
018770     EXIT.
