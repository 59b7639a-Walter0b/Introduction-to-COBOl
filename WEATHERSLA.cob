000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WEATHER-SLA.
000030 AUTHOR. DATA-SERVICES-GROUP.
000040 INSTALLATION. WEATHER-REPORTING-SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15  DSG  ORIGINAL - MONTHLY PROVIDER SERVICE-LEVEL *
000120*                  REPORT.  SETS EACH FEED'S PULLS FOR THE   *
000130*                  MONTH ON HTTPREQUEST.LOG AGAINST THE      *
000140*                  TERMS ON ITS HTTPFEED.DAT CARD GROUP -    *
000150*                  ON-TIME VERSUS LATE PULLS, RETRIES AND    *
000160*                  FAILURES BY CLASSIFIED REASON, RECORDS    *
000170*                  DELIVERED VERSUS EXPECTED (WITH THE       *
000180*                  PROVIDER'S OWN COUNT FROM WEATHERCTL.DAT) *
000190*                  AND THE REJECT RATE OF ITS YEAR ON        *
000200*                  WEATHERREJECT.DAT.  BREACHES ARE FLAGGED  *
000210*                  AND THE MONTH'S FIGURES ARE KEPT ON       *
000220*                  WEATHERSLAHIST.DAT SO EACH PROVIDER'S     *
000230*                  LAST THREE MONTHS CAN BE SHOWN.           *
000240*-----------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPTIONAL SLA-PARM-FILE ASSIGN TO "SLAPARM.DAT"
000300     ORGANIZATION IS LINE SEQUENTIAL.
000310
000320     SELECT OPTIONAL FEED-CATALOG-FILE ASSIGN TO "HTTPFEED.DAT"
000330     ORGANIZATION IS LINE SEQUENTIAL.
000340
000350     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "HTTPREQUEST.LOG"
000360     ORGANIZATION IS LINE SEQUENTIAL.
000370
000380     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "WEATHERCTL.DAT"
000390     ORGANIZATION IS LINE SEQUENTIAL.
000400
000410     SELECT OPTIONAL REJECT-FILE ASSIGN TO "WEATHERREJECT.DAT"
000420     ORGANIZATION IS LINE SEQUENTIAL.
000430
000440     SELECT OPTIONAL SLA-HISTORY-FILE ASSIGN TO
000450     "WEATHERSLAHIST.DAT"
000460     ORGANIZATION IS LINE SEQUENTIAL
000470     FILE STATUS IS WS-HISTORY-FILE-STATUS.
000480
000490     SELECT SLA-REPORT-FILE ASSIGN TO "WEATHERSLA.TXT"
000500     ORGANIZATION IS LINE SEQUENTIAL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  SLA-PARM-FILE.
000550 01  PARM-CARD.
000560     05 PARM-TAG                PIC X(04).
000570     05 FILLER                  PIC X(01).
000580     05 PARM-VALUE              PIC X(20).
000590
000600*    THE FEED CATALOG AS HTTP-REQUEST READS IT.  ONLY THE
000610*    FEED/OUT/YEAR CARDS AND THE SERVICE-LEVEL TERMS ARE
000620*    TAKEN HERE.
000630 FD  FEED-CATALOG-FILE.
000640 01  CATALOG-CARD.
000650     05 CAT-TAG                 PIC X(04).
000660     05 FILLER                  PIC X(01).
000670     05 CAT-VALUE               PIC X(195).
000680
000690 FD  RUN-LOG-FILE.
000700 01  LOG-RECORD                 PIC X(132).
000710
000720 FD  CONTROL-TOTAL-FILE.
000730 01  CONTROL-TOTAL-RECORD.
000740     05 CT-FILE-NAME            PIC X(100).
000750     05 FILLER                  PIC X(01).
000760     05 CT-EXPECTED-COUNT       PIC 9(08).
000770
000780 FD  REJECT-FILE.
000790 01  REJECT-RECORD.
000800     05 RJ-YEAR                 PIC X(04).
000810     05 FILLER                  PIC X(01).
000820     05 RJ-REASON               PIC X(40).
000830     05 FILLER                  PIC X(01).
000840     05 RJ-RECORD               PIC X(46).
000850
000860 FD  SLA-HISTORY-FILE.
000870 01  SLA-HISTORY-RECORD         PIC X(112).
000880
000890 FD  SLA-REPORT-FILE.
000900 01  SLA-LINE                   PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930 77  WS-HISTORY-FILE-STATUS     PIC X(02)  VALUE "00".
000940 77  WS-PARM-NUMVAL             PIC S9(09)V9 VALUE 0.
000950 77  WS-TARGET-MONTH            PIC 9(06)  VALUE 0.
000960 77  WS-LATEST-LOG-MONTH        PIC 9(06)  VALUE 0.
000970
000980 77  WS-LOG-READ-COUNT          PIC 9(08)  VALUE 0.
000990 77  WS-LOG-MONTH-COUNT         PIC 9(08)  VALUE 0.
001000 77  WS-CTL-READ-COUNT          PIC 9(08)  VALUE 0.
001010 77  WS-REJECT-READ-COUNT       PIC 9(08)  VALUE 0.
001020 77  WS-REJECT-UNMATCHED-COUNT  PIC 9(08)  VALUE 0.
001030 77  WS-BREACH-FEED-COUNT       PIC 9(02)  VALUE 0.
001040 77  WS-FEED-COUNT              PIC 9(02)  VALUE 0.
001050 77  WS-FEED-IDX                PIC 9(02)  VALUE 0.
001060 77  WS-SCAN-IDX                PIC 9(02)  VALUE 0.
001070 77  WS-REASON-IDX              PIC 9(02)  VALUE 0.
001080 77  WS-MONTH-IDX               PIC 9(02)  VALUE 0.
001090 77  WS-RATE-WORK               PIC 9(11)  VALUE 0.
001100 77  WS-RATE-BASE               PIC 9(09)  VALUE 0.
001110 77  WS-REASON-TEXT             PIC X(24)  VALUE SPACES.
001120 77  WS-BREACH-TEXT             PIC X(60)  VALUE SPACES.
001130 77  WS-BREACH-PTR              PIC 9(03)  VALUE 0.
001140 77  WS-RUN-RC                  PIC 9(02)  VALUE 0.
001150
001160 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001170 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
001180     05 WS-RUN-YEAR             PIC 9(04).
001190     05 WS-RUN-MONTH            PIC 9(02).
001200     05 WS-RUN-DAY              PIC 9(02).
001210
001220 01  WS-TARGET-MONTH-X.
001230     05 WS-TARGET-YEAR          PIC 9(04).
001240     05 WS-TARGET-CAL-MONTH     PIC 9(02).
001250
001260 01  WS-SHOW-MONTH              PIC 9(06)  VALUE 0.
001270 01  WS-SHOW-MONTH-X REDEFINES WS-SHOW-MONTH.
001280     05 WS-SHOW-YEAR            PIC 9(04).
001290     05 WS-SHOW-CAL-MONTH       PIC 9(02).
001300
001310*    THE PULL BEING READ OFF THE LOG.  THE RUN DATE AND TIME
001320*    COME FROM THE RUN'S STARTED LINE; A RESULT LINE THAT
001330*    CARRIES ITS OWN FINISHING STAMP OVERRIDES THEM.
001340 01  WS-LOG-STATE.
001350     05 WS-LOG-RUN-DATE         PIC 9(08)  VALUE 0.
001360     05 WS-LOG-RUN-TIME         PIC 9(04)  VALUE 0.
001370     05 WS-LOG-END-DATE         PIC 9(08)  VALUE 0.
001380     05 WS-LOG-END-TIME         PIC 9(04)  VALUE 0.
001390     05 WS-LOG-COUNT            PIC 9(08)  VALUE 0.
001400     05 WS-LOG-FEED-NAME        PIC X(20)  VALUE SPACES.
001410     05 WS-CUR-FEED-IDX         PIC 9(02)  VALUE 0.
001420
001430*    THE CLASSIFIED FAILURE REASONS, WORDED EXACTLY AS
001440*    HTTP-REQUEST LOGS THEM.  ANYTHING ELSE COUNTS AS OTHER.
001450 01  WS-REASON-LABEL-TABLE.
001460     05 FILLER                  PIC X(24)
001470        VALUE "NETWORK/DNS ERROR".
001480     05 FILLER                  PIC X(24)
001490        VALUE "AUTHENTICATION REJECTED".
001500     05 FILLER                  PIC X(24)
001510        VALUE "COULD NOT RESOLVE HOST".
001520     05 FILLER                  PIC X(24)
001530        VALUE "COULD NOT CONNECT".
001540     05 FILLER                  PIC X(24)
001550        VALUE "OPERATION TIMED OUT".
001560     05 FILLER                  PIC X(24)
001570        VALUE "SERVER ERROR STATUS".
001580     05 FILLER                  PIC X(24)
001590        VALUE "HTTP ERROR RESPONSE".
001600     05 FILLER                  PIC X(24)
001610        VALUE "UNCLASSIFIED ERROR".
001620     05 FILLER                  PIC X(24)
001630        VALUE "OTHER".
001640 01  WS-REASON-LABELS REDEFINES WS-REASON-LABEL-TABLE.
001650     05 WS-REASON-LABEL OCCURS 9 TIMES PIC X(24).
001660
001670*    ONE ENTRY PER FEED CARD GROUP ON HTTPFEED.DAT, WITH ITS
001680*    TERMS (SWITCH Y WHEN THE CARD WAS GIVEN) AND THE MONTH'S
001690*    FIGURES.
001700 01  WS-FEED-TABLE.
001710     05 WS-FEED-ENTRY       OCCURS 20 TIMES.
001720        10 WS-FEED-NAME         PIC X(20).
001730        10 WS-FEED-OUT          PIC X(100).
001740        10 WS-FEED-YEAR         PIC X(04).
001750        10 WS-FEED-DUE          PIC 9(04).
001760        10 WS-FEED-DUE-X REDEFINES WS-FEED-DUE.
001770           15 WS-FEED-DUE-HH    PIC 9(02).
001780           15 WS-FEED-DUE-MM    PIC 9(02).
001790        10 WS-FEED-DUE-SW       PIC X(01).
001800        10 WS-FEED-VOLUME       PIC 9(08).
001810        10 WS-FEED-VOLUME-SW    PIC X(01).
001820        10 WS-FEED-FAIL-LIMIT   PIC 9(03)V9.
001830        10 WS-FEED-FAIL-SW      PIC X(01).
001840        10 WS-FEED-REJ-LIMIT    PIC 9(03)V9.
001850        10 WS-FEED-REJ-SW       PIC X(01).
001860        10 WS-FEED-PULLS        PIC 9(04).
001870        10 WS-FEED-ON-TIME      PIC 9(04).
001880        10 WS-FEED-LATE         PIC 9(04).
001890        10 WS-FEED-FAILED       PIC 9(04).
001900        10 WS-FEED-NOT-TRIED    PIC 9(04).
001910        10 WS-FEED-SHORT        PIC 9(04).
001920        10 WS-FEED-ATTEMPTS     PIC 9(05).
001930        10 WS-FEED-FAIL-ATT     PIC 9(05).
001940        10 WS-FEED-RETRIES      PIC 9(05).
001950        10 WS-FEED-REASON-COUNT OCCURS 9 TIMES
001960                                PIC 9(05).
001970        10 WS-FEED-DELIVERED    PIC 9(09).
001980        10 WS-FEED-EXPECTED     PIC 9(09).
001990        10 WS-FEED-LAST-COUNT   PIC 9(08).
002000        10 WS-FEED-DECLARED     PIC 9(08).
002010        10 WS-FEED-DECLARED-SW  PIC X(01).
002020        10 WS-FEED-REJECTS      PIC 9(08).
002030        10 WS-FEED-FAIL-RATE    PIC 9(03)V9.
002040        10 WS-FEED-REJ-RATE     PIC 9(03)V9.
002050        10 WS-FEED-BREACHES.
002060           15 WS-FEED-BR-LATE   PIC X(01).
002070           15 WS-FEED-BR-FAIL   PIC X(01).
002080           15 WS-FEED-BR-VOLUME PIC X(01).
002090           15 WS-FEED-BR-REJECT PIC X(01).
002100
002110*    ONE HISTORY RECORD - A FEED'S FIGURES FOR ONE MONTH.  A
002120*    RERUN FOR A MONTH REPLACES THAT MONTH'S RECORDS.
002130 01  WS-HIST-RECORD.
002140     05 WS-HST-MONTH            PIC 9(06).
002150     05 WS-HST-MONTH-X REDEFINES WS-HST-MONTH.
002160        10 WS-HST-YEAR          PIC 9(04).
002170        10 WS-HST-CAL-MONTH     PIC 9(02).
002180     05 FILLER                  PIC X(01).
002190     05 WS-HST-FEED             PIC X(20).
002200     05 FILLER                  PIC X(01).
002210     05 WS-HST-PULLS            PIC 9(04).
002220     05 FILLER                  PIC X(01).
002230     05 WS-HST-ON-TIME          PIC 9(04).
002240     05 FILLER                  PIC X(01).
002250     05 WS-HST-LATE             PIC 9(04).
002260     05 FILLER                  PIC X(01).
002270     05 WS-HST-FAILED           PIC 9(04).
002280     05 FILLER                  PIC X(01).
002290     05 WS-HST-ATTEMPTS         PIC 9(05).
002300     05 FILLER                  PIC X(01).
002310     05 WS-HST-FAIL-ATT         PIC 9(05).
002320     05 FILLER                  PIC X(01).
002330     05 WS-HST-DELIVERED        PIC 9(09).
002340     05 FILLER                  PIC X(01).
002350     05 WS-HST-EXPECTED         PIC 9(09).
002360     05 FILLER                  PIC X(01).
002370     05 WS-HST-REJECTS          PIC 9(08).
002380     05 FILLER                  PIC X(01).
002390     05 WS-HST-FAIL-RATE        PIC 9(03)V9.
002400     05 FILLER                  PIC X(01).
002410     05 WS-HST-REJ-RATE         PIC 9(03)V9.
002420     05 FILLER                  PIC X(01).
002430     05 WS-HST-BREACHES.
002440        10 WS-HST-BR-LATE       PIC X(01).
002450        10 WS-HST-BR-FAIL       PIC X(01).
002460        10 WS-HST-BR-VOLUME     PIC X(01).
002470        10 WS-HST-BR-REJECT     PIC X(01).
002480     05 FILLER                  PIC X(01).
002490     05 WS-HST-RUN-DATE         PIC 9(08).
002500
002510 77  WS-HIST-COUNT              PIC 9(04)  VALUE 0.
002520 77  WS-HIST-IDX                PIC 9(04)  VALUE 0.
002530 77  WS-HIST-FOUND-IDX          PIC 9(04)  VALUE 0.
002540 01  WS-HIST-TABLE.
002550     05 WS-HIST-ENTRY       OCCURS 1000 TIMES.
002560        10 WS-HIST-DATA         PIC X(112).
002570        10 WS-HIST-DATA-X REDEFINES WS-HIST-DATA.
002580           15 WS-HIST-TAB-MONTH PIC 9(06).
002590           15 FILLER            PIC X(01).
002600           15 WS-HIST-TAB-FEED  PIC X(20).
002610           15 FILLER            PIC X(85).
002620
002630 01  WS-REPORT-EDITS.
002640     05 WS-COUNT-ED-1           PIC ZZZ9.
002650     05 WS-COUNT-ED-2           PIC ZZZ9.
002660     05 WS-COUNT-ED-3           PIC ZZZ9.
002670     05 WS-COUNT-ED-4           PIC ZZZ9.
002680     05 WS-COUNT-ED-5           PIC ZZZ9.
002690     05 WS-ATT-ED-1             PIC ZZZZ9.
002700     05 WS-ATT-ED-2             PIC ZZZZ9.
002710     05 WS-ATT-ED-3             PIC ZZZZ9.
002720     05 WS-RECORDS-ED-1         PIC ZZZZZZZZ9.
002730     05 WS-RECORDS-ED-2         PIC ZZZZZZZZ9.
002740     05 WS-RECORDS-ED-3         PIC ZZZZZZZZ9.
002750     05 WS-RATE-ED-1            PIC ZZ9.9.
002760     05 WS-RATE-ED-2            PIC ZZ9.9.
002770
002780 01  WS-SWITCHES.
002790     05 WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
002800        88 WS-PARM-EOF                     VALUE 'Y'.
002810     05 WS-CATALOG-EOF-SW       PIC X(01) VALUE 'N'.
002820        88 WS-CATALOG-EOF                  VALUE 'Y'.
002830     05 WS-FEED-SKIP-SW         PIC X(01) VALUE 'N'.
002840        88 WS-FEED-GROUP-SKIPPED           VALUE 'Y'.
002850     05 WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
002860        88 WS-LOG-EOF                      VALUE 'Y'.
002870     05 WS-LOG-IN-MONTH-SW      PIC X(01) VALUE 'N'.
002880        88 WS-LOG-IN-MONTH                 VALUE 'Y'.
002890     05 WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
002900        88 WS-CTL-EOF                      VALUE 'Y'.
002910     05 WS-REJECT-EOF-SW        PIC X(01) VALUE 'N'.
002920        88 WS-REJECT-EOF                   VALUE 'Y'.
002930     05 WS-HISTORY-EOF-SW       PIC X(01) VALUE 'N'.
002940        88 WS-HISTORY-EOF                  VALUE 'Y'.
002950     05 WS-HISTORY-FULL-SW      PIC X(01) VALUE 'N'.
002960        88 WS-HISTORY-FULL                 VALUE 'Y'.
002970     05 WS-REASON-MATCH-SW      PIC X(01) VALUE 'N'.
002980        88 WS-REASON-MATCHED               VALUE 'Y'.
002990
003000 PROCEDURE DIVISION.
003010*
003020*-----------------------------------------------------------*
003030* 0000-MAIN-LOGIC                                           *
003040*-----------------------------------------------------------*
003050 0000-MAIN-LOGIC.
003060     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
003070     PERFORM 2000-LOAD-PARAMETERS   THRU 2000-EXIT
003080     PERFORM 2500-LOAD-FEED-CATALOG THRU 2500-EXIT
003090     PERFORM 2800-SET-TARGET-MONTH  THRU 2800-EXIT
003100     IF WS-FEED-COUNT > 0
003110         PERFORM 3000-READ-RUN-LOG      THRU 3000-EXIT
003120         PERFORM 3500-READ-CONTROL-TOTALS THRU 3500-EXIT
003130         PERFORM 3700-READ-REJECTS      THRU 3700-EXIT
003140         PERFORM 4000-LOAD-HISTORY      THRU 4000-EXIT
003150         PERFORM 5000-REPORT-ONE-FEED   THRU 5000-EXIT
003160             VARYING WS-FEED-IDX FROM 1 BY 1
003170             UNTIL WS-FEED-IDX > WS-FEED-COUNT
003180         PERFORM 6000-REWRITE-HISTORY   THRU 6000-EXIT
003190     END-IF
003200     PERFORM 9999-TERMINATE         THRU 9999-EXIT
003210     GOBACK.
003220
003230*-----------------------------------------------------------*
003240* 1000-INITIALIZE                                           *
003250*-----------------------------------------------------------*
003260 1000-INITIALIZE.
003270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003280     OPEN OUTPUT SLA-REPORT-FILE
003290     MOVE SPACES TO SLA-LINE
003300     STRING "WEATHER PROVIDER SERVICE-LEVEL REPORT - RUN DATE "
003310            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
003320            DELIMITED BY SIZE INTO SLA-LINE
003330     WRITE SLA-LINE.
003340 1000-EXIT.
003350     EXIT.
003360
003370*-----------------------------------------------------------*
003380* 2000-LOAD-PARAMETERS - SLAPARM.DAT.  MNTH (YYYYMM) PICKS   *
003390* THE MONTH TO REPORT; BY DEFAULT THE LATEST MONTH ON THE    *
003400* RUN LOG.                                                   *
003410*-----------------------------------------------------------*
003420 2000-LOAD-PARAMETERS.
003430     OPEN INPUT SLA-PARM-FILE
003440     PERFORM 2100-READ-PARM-CARD THRU 2100-EXIT
003450         UNTIL WS-PARM-EOF
003460     CLOSE SLA-PARM-FILE.
003470 2000-EXIT.
003480     EXIT.
003490
003500 2100-READ-PARM-CARD.
003510     READ SLA-PARM-FILE
003520         AT END
003530             SET WS-PARM-EOF TO TRUE
003540             GO TO 2100-EXIT
003550     END-READ
003560     IF PARM-TAG NOT = "MNTH"
003570         GO TO 2100-EXIT
003580     END-IF
003590     IF FUNCTION TEST-NUMVAL (PARM-VALUE) NOT = 0
003600         DISPLAY "WEATHER-SLA: warning - parameter "
003610                 PARM-TAG " value not numeric, ignored"
003620         GO TO 2100-EXIT
003630     END-IF
003640     COMPUTE WS-PARM-NUMVAL = FUNCTION NUMVAL (PARM-VALUE)
003650     IF WS-PARM-NUMVAL >= 190001
003660             AND WS-PARM-NUMVAL <= 299912
003670         MOVE WS-PARM-NUMVAL TO WS-TARGET-MONTH
003680         MOVE WS-TARGET-MONTH TO WS-TARGET-MONTH-X
003690     END-IF
003700     IF WS-TARGET-CAL-MONTH < 1
003710             OR WS-TARGET-CAL-MONTH > 12
003720         MOVE 0 TO WS-TARGET-MONTH
003730         DISPLAY "WEATHER-SLA: warning - MNTH "
003740                 "must be YYYYMM, ignored"
003750     END-IF.
003760 2100-EXIT.
003770     EXIT.
003780
003790*-----------------------------------------------------------*
003800* 2500-LOAD-FEED-CATALOG - HTTPFEED.DAT, GROUPED BY FEED     *
003810* CARD AS HTTP-REQUEST READS IT.  THE SERVICE-LEVEL TERMS    *
003820* ARE OPTIONAL CARDS IN THE FEED'S GROUP -                   *
003830*   DUE  HHMM    TIME OF DAY THE PULL MUST HAVE SUCCEEDED BY *
003840*   VOLM N       RECORDS EXPECTED ON EACH PULL               *
003850*   FAIL NN.N    ALLOWED PERCENTAGE OF FAILED ATTEMPTS       *
003860*   REJP NN.N    ALLOWED PERCENTAGE OF RECORDS REJECTED      *
003870* A TERM NOT GIVEN IS NOT CHECKED.  THE FEED'S YEAR (ITS     *
003880* YEAR CARD, ELSE THE YEAR IN A WEATHERYYYY.DAT OUT NAME)    *
003890* TIES IT TO ITS REJECTS.                                    *
003900*-----------------------------------------------------------*
003910 2500-LOAD-FEED-CATALOG.
003920     OPEN INPUT FEED-CATALOG-FILE
003930     PERFORM 2600-READ-CATALOG-CARD THRU 2600-EXIT
003940         UNTIL WS-CATALOG-EOF
003950     CLOSE FEED-CATALOG-FILE
003960     PERFORM 2700-SET-FEED-YEAR THRU 2700-EXIT
003970         VARYING WS-FEED-IDX FROM 1 BY 1
003980         UNTIL WS-FEED-IDX > WS-FEED-COUNT
003990     IF WS-FEED-COUNT = 0
004000         DISPLAY "WEATHER-SLA: warning - no feeds on "
004010                 "HTTPFEED.DAT, nothing to report"
004020         MOVE SPACES TO SLA-LINE
004030         WRITE SLA-LINE
004040         MOVE " NO FEEDS ON HTTPFEED.DAT - NOTHING TO REPORT"
004050              TO SLA-LINE
004060         WRITE SLA-LINE
004070         MOVE 4 TO WS-RUN-RC
004080     END-IF.
004090 2500-EXIT.
004100     EXIT.
004110
004120 2600-READ-CATALOG-CARD.
004130     READ FEED-CATALOG-FILE
004140         AT END
004150             SET WS-CATALOG-EOF TO TRUE
004160             GO TO 2600-EXIT
004170     END-READ
004180     IF CAT-TAG = "FEED"
004190         IF WS-FEED-COUNT >= 20
004200             DISPLAY "WEATHER-SLA: warning - more than 20 "
004210                     "feeds on HTTPFEED.DAT, feed "
004220                     CAT-VALUE (1:20) " not reported"
004230             SET WS-FEED-GROUP-SKIPPED TO TRUE
004240             MOVE 4 TO WS-RUN-RC
004250             GO TO 2600-EXIT
004260         END-IF
004270         MOVE 'N' TO WS-FEED-SKIP-SW
004280         ADD 1 TO WS-FEED-COUNT
004290         INITIALIZE WS-FEED-ENTRY (WS-FEED-COUNT)
004300         MOVE CAT-VALUE (1:20) TO WS-FEED-NAME (WS-FEED-COUNT)
004310         MOVE "N" TO WS-FEED-DUE-SW (WS-FEED-COUNT)
004320                     WS-FEED-VOLUME-SW (WS-FEED-COUNT)
004330                     WS-FEED-FAIL-SW (WS-FEED-COUNT)
004340                     WS-FEED-REJ-SW (WS-FEED-COUNT)
004350                     WS-FEED-DECLARED-SW (WS-FEED-COUNT)
004360         GO TO 2600-EXIT
004370     END-IF
004380     IF WS-FEED-COUNT = 0 OR WS-FEED-GROUP-SKIPPED
004390         GO TO 2600-EXIT
004400     END-IF
004410     EVALUATE CAT-TAG
004420         WHEN "OUT "
004430             MOVE CAT-VALUE (1:100)
004440                  TO WS-FEED-OUT (WS-FEED-COUNT)
004450         WHEN "YEAR"
004460             MOVE CAT-VALUE (1:4)
004470                  TO WS-FEED-YEAR (WS-FEED-COUNT)
004480         WHEN "DUE "
004490             PERFORM 2610-TAKE-DUE-TIME THRU 2610-EXIT
004500         WHEN "VOLM"
004510         WHEN "FAIL"
004520         WHEN "REJP"
004530             PERFORM 2620-TAKE-NUMERIC-TERM THRU 2620-EXIT
004540         WHEN OTHER
004550             CONTINUE
004560     END-EVALUATE.
004570 2600-EXIT.
004580     EXIT.
004590
004600 2610-TAKE-DUE-TIME.
004610     IF CAT-VALUE (1:4) NOT NUMERIC
004620             OR CAT-VALUE (1:2) > "23"
004630             OR CAT-VALUE (3:2) > "59"
004640         DISPLAY "WEATHER-SLA: warning - feed "
004650                 WS-FEED-NAME (WS-FEED-COUNT)
004660                 " DUE must be HHMM, ignored"
004670         GO TO 2610-EXIT
004680     END-IF
004690     MOVE CAT-VALUE (1:4) TO WS-FEED-DUE (WS-FEED-COUNT)
004700     MOVE "Y" TO WS-FEED-DUE-SW (WS-FEED-COUNT).
004710 2610-EXIT.
004720     EXIT.
004730
004740 2620-TAKE-NUMERIC-TERM.
004750     IF FUNCTION TEST-NUMVAL (CAT-VALUE (1:20)) NOT = 0
004760         DISPLAY "WEATHER-SLA: warning - feed "
004770                 WS-FEED-NAME (WS-FEED-COUNT) " " CAT-TAG
004780                 " value not numeric, ignored"
004790         GO TO 2620-EXIT
004800     END-IF
004810     COMPUTE WS-PARM-NUMVAL = FUNCTION NUMVAL (CAT-VALUE (1:20))
004820     IF WS-PARM-NUMVAL < 0
004830             OR (CAT-TAG = "VOLM"
004840                 AND WS-PARM-NUMVAL > 99999999)
004850             OR (CAT-TAG NOT = "VOLM"
004860                 AND WS-PARM-NUMVAL > 100)
004870         DISPLAY "WEATHER-SLA: warning - feed "
004880                 WS-FEED-NAME (WS-FEED-COUNT) " " CAT-TAG
004890                 " value out of range, ignored"
004900         GO TO 2620-EXIT
004910     END-IF
004920     EVALUATE CAT-TAG
004930         WHEN "VOLM"
004940             MOVE WS-PARM-NUMVAL
004950                  TO WS-FEED-VOLUME (WS-FEED-COUNT)
004960             MOVE "Y" TO WS-FEED-VOLUME-SW (WS-FEED-COUNT)
004970         WHEN "FAIL"
004980             MOVE WS-PARM-NUMVAL
004990                  TO WS-FEED-FAIL-LIMIT (WS-FEED-COUNT)
005000             MOVE "Y" TO WS-FEED-FAIL-SW (WS-FEED-COUNT)
005010         WHEN "REJP"
005020             MOVE WS-PARM-NUMVAL
005030                  TO WS-FEED-REJ-LIMIT (WS-FEED-COUNT)
005040             MOVE "Y" TO WS-FEED-REJ-SW (WS-FEED-COUNT)
005050     END-EVALUATE.
005060 2620-EXIT.
005070     EXIT.
005080
005090 2700-SET-FEED-YEAR.
005100     IF WS-FEED-YEAR (WS-FEED-IDX) = SPACES
005110             AND WS-FEED-OUT (WS-FEED-IDX) (1:7) = "weather"
005120             AND WS-FEED-OUT (WS-FEED-IDX) (8:4) NUMERIC
005130             AND WS-FEED-OUT (WS-FEED-IDX) (12:4) = ".dat"
005140         MOVE WS-FEED-OUT (WS-FEED-IDX) (8:4)
005150              TO WS-FEED-YEAR (WS-FEED-IDX)
005160     END-IF.
005170 2700-EXIT.
005180     EXIT.
005190
005200*-----------------------------------------------------------*
005210* 2800-SET-TARGET-MONTH - WITHOUT AN MNTH CARD A FIRST PASS  *
005220* OF THE RUN LOG FINDS THE MONTH OF ITS LATEST RUN (THE RUN  *
005230* DATE'S MONTH WHEN THE LOG IS EMPTY).                       *
005240*-----------------------------------------------------------*
005250 2800-SET-TARGET-MONTH.
005260     IF WS-TARGET-MONTH = 0
005270         OPEN INPUT RUN-LOG-FILE
005280         PERFORM 2810-SCAN-ONE-LOG-LINE THRU 2810-EXIT
005290             UNTIL WS-LOG-EOF
005300         CLOSE RUN-LOG-FILE
005310         MOVE 'N' TO WS-LOG-EOF-SW
005320         MOVE WS-LATEST-LOG-MONTH TO WS-TARGET-MONTH
005330         IF WS-TARGET-MONTH = 0
005340             MOVE WS-RUN-DATE (1:6) TO WS-TARGET-MONTH
005350         END-IF
005360     END-IF
005370     MOVE WS-TARGET-MONTH TO WS-TARGET-MONTH-X
005380     MOVE SPACES TO SLA-LINE
005390     STRING " MONTH " WS-TARGET-YEAR "-" WS-TARGET-CAL-MONTH
005400            " - PULLS FROM HTTPREQUEST.LOG, PROVIDER COUNTS "
005410            "FROM WEATHERCTL.DAT, REJECTS FROM WEATHERREJECT.DAT"
005420            DELIMITED BY SIZE INTO SLA-LINE
005430     WRITE SLA-LINE.
005440 2800-EXIT.
005450     EXIT.
005460
005470 2810-SCAN-ONE-LOG-LINE.
005480     READ RUN-LOG-FILE
005490         AT END
005500             SET WS-LOG-EOF TO TRUE
005510             GO TO 2810-EXIT
005520     END-READ
005530     IF LOG-RECORD (1:8) NUMERIC AND LOG-RECORD (9:1) = "."
005540             AND LOG-RECORD (1:6) > WS-LATEST-LOG-MONTH
005550         MOVE LOG-RECORD (1:6) TO WS-LATEST-LOG-MONTH
005560     END-IF.
005570 2810-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------*
005610* 3000-READ-RUN-LOG - A LOG LINE BELONGS TO THE RUN WHOSE    *
005620* STARTED LINE (YYYYMMDD.HHMMSSCC) LAST PRECEDED IT, AND      *
005630* ONLY RUNS STARTED IN THE MONTH ARE COUNTED.  WITHIN A RUN,  *
005640* A FEED'S ATTEMPT LINES FOLLOW ITS FEED STARTED LINE AND END *
005650* AT ITS RESULT LINE.  LINES FOR A FEED NO LONGER ON THE      *
005660* CATALOG ARE PASSED BY, AS ARE SINGLE-FEED (HTTPPARM) RUNS,  *
005670* WHICH NAME NO FEED.                                         *
005680*-----------------------------------------------------------*
005690 3000-READ-RUN-LOG.
005700     OPEN INPUT RUN-LOG-FILE
005710     PERFORM 3100-READ-ONE-LOG-LINE THRU 3100-EXIT
005720         UNTIL WS-LOG-EOF
005730     CLOSE RUN-LOG-FILE.
005740 3000-EXIT.
005750     EXIT.
005760
005770 3100-READ-ONE-LOG-LINE.
005780     READ RUN-LOG-FILE
005790         AT END
005800             SET WS-LOG-EOF TO TRUE
005810             GO TO 3100-EXIT
005820     END-READ
005830     ADD 1 TO WS-LOG-READ-COUNT
005840     IF LOG-RECORD (1:8) NUMERIC AND LOG-RECORD (9:1) = "."
005850         MOVE LOG-RECORD (1:8)  TO WS-LOG-RUN-DATE
005860         MOVE LOG-RECORD (10:4) TO WS-LOG-RUN-TIME
005870         MOVE 0 TO WS-CUR-FEED-IDX
005880         IF LOG-RECORD (1:6) = WS-TARGET-MONTH
005890             SET WS-LOG-IN-MONTH TO TRUE
005900         ELSE
005910             MOVE 'N' TO WS-LOG-IN-MONTH-SW
005920         END-IF
005930         GO TO 3100-EXIT
005940     END-IF
005950     IF NOT WS-LOG-IN-MONTH
005960         GO TO 3100-EXIT
005970     END-IF
005980     ADD 1 TO WS-LOG-MONTH-COUNT
005990     IF LOG-RECORD (1:7) = "  FEED "
006000         PERFORM 3200-TAKE-FEED-LINE THRU 3200-EXIT
006010         GO TO 3100-EXIT
006020     END-IF
006030     IF LOG-RECORD (1:10) = "  ATTEMPT "
006040             AND WS-CUR-FEED-IDX > 0
006050         PERFORM 3400-TAKE-ATTEMPT-LINE THRU 3400-EXIT
006060     END-IF.
006070 3100-EXIT.
006080     EXIT.
006090
006100*    THE FEED NAME IS LOGGED AT ITS FULL 20 CHARACTERS, SO THE
006110*    REST OF THE LINE STARTS IN COLUMN 28.
006120 3200-TAKE-FEED-LINE.
006130     MOVE LOG-RECORD (8:20) TO WS-LOG-FEED-NAME
006140     MOVE 0 TO WS-FEED-IDX
006150     PERFORM 3210-MATCH-FEED-NAME THRU 3210-EXIT
006160         VARYING WS-SCAN-IDX FROM 1 BY 1
006170         UNTIL WS-SCAN-IDX > WS-FEED-COUNT
006180            OR WS-FEED-IDX > 0
006190     IF WS-FEED-IDX = 0
006200         MOVE 0 TO WS-CUR-FEED-IDX
006210         GO TO 3200-EXIT
006220     END-IF
006230     IF LOG-RECORD (28:8) = " STARTED"
006240         MOVE WS-FEED-IDX TO WS-CUR-FEED-IDX
006250         GO TO 3200-EXIT
006260     END-IF
006270     MOVE 0 TO WS-CUR-FEED-IDX
006280     MOVE WS-LOG-RUN-DATE TO WS-LOG-END-DATE
006290     MOVE WS-LOG-RUN-TIME TO WS-LOG-END-TIME
006300     EVALUATE TRUE
006310         WHEN LOG-RECORD (28:13) = " SUCCEEDED - "
006320             MOVE 0 TO WS-LOG-COUNT
006330             IF LOG-RECORD (41:8) NUMERIC
006340                 MOVE LOG-RECORD (41:8) TO WS-LOG-COUNT
006350             END-IF
006360             IF LOG-RECORD (57:4) = " AT "
006370                 PERFORM 3300-TAKE-END-STAMP THRU 3300-EXIT
006380             END-IF
006390             PERFORM 3250-COUNT-DELIVERY THRU 3250-EXIT
006400         WHEN LOG-RECORD (28:14) = " FAILED AFTER "
006410             ADD 1 TO WS-FEED-FAILED (WS-FEED-IDX)
006420             IF WS-FEED-VOLUME-SW (WS-FEED-IDX) = "Y"
006430                 ADD WS-FEED-VOLUME (WS-FEED-IDX)
006440                  TO WS-FEED-EXPECTED (WS-FEED-IDX)
006450             END-IF
006460         WHEN LOG-RECORD (28:10) = " FAILED - "
006470             ADD 1 TO WS-FEED-NOT-TRIED (WS-FEED-IDX)
006480         WHEN OTHER
006490             CONTINUE
006500     END-EVALUATE.
006510 3200-EXIT.
006520     EXIT.
006530
006540 3210-MATCH-FEED-NAME.
006550     IF WS-FEED-NAME (WS-SCAN-IDX) = WS-LOG-FEED-NAME
006560         MOVE WS-SCAN-IDX TO WS-FEED-IDX
006570     END-IF.
006580 3210-EXIT.
006590     EXIT.
006600
006610*    A PULL IS ON TIME WHEN IT SUCCEEDED BY THE DUE TIME ON THE
006620*    DAY ITS RUN STARTED.  WITH NO DUE CARD EVERY SUCCESSFUL
006630*    PULL IS ON TIME.
006640 3250-COUNT-DELIVERY.
006650     ADD 1 TO WS-FEED-PULLS (WS-FEED-IDX)
006660     IF WS-FEED-DUE-SW (WS-FEED-IDX) = "Y"
006670             AND (WS-LOG-END-DATE > WS-LOG-RUN-DATE
006680                  OR WS-LOG-END-TIME > WS-FEED-DUE (WS-FEED-IDX))
006690         ADD 1 TO WS-FEED-LATE (WS-FEED-IDX)
006700     ELSE
006710         ADD 1 TO WS-FEED-ON-TIME (WS-FEED-IDX)
006720     END-IF
006730     ADD WS-LOG-COUNT TO WS-FEED-DELIVERED (WS-FEED-IDX)
006740     MOVE WS-LOG-COUNT TO WS-FEED-LAST-COUNT (WS-FEED-IDX)
006750     IF WS-FEED-VOLUME-SW (WS-FEED-IDX) = "Y"
006760         ADD WS-FEED-VOLUME (WS-FEED-IDX)
006770          TO WS-FEED-EXPECTED (WS-FEED-IDX)
006780         IF WS-LOG-COUNT < WS-FEED-VOLUME (WS-FEED-IDX)
006790             ADD 1 TO WS-FEED-SHORT (WS-FEED-IDX)
006800         END-IF
006810     END-IF.
006820 3250-EXIT.
006830     EXIT.
006840
006850*    RESULT LINES END " AT YYYYMMDD HHMMSS" - OLDER LOG LINES
006860*    WITHOUT THE STAMP KEEP THE RUN'S STARTING TIME.
006870 3300-TAKE-END-STAMP.
006880     IF LOG-RECORD (61:8) NUMERIC AND LOG-RECORD (70:4) NUMERIC
006890         MOVE LOG-RECORD (61:8) TO WS-LOG-END-DATE
006900         MOVE LOG-RECORD (70:4) TO WS-LOG-END-TIME
006910     END-IF.
006920 3300-EXIT.
006930     EXIT.
006940
006950*    "  ATTEMPT NN SUCCEEDED" OR "  ATTEMPT NN FAILED - <REASON>
006960*    RC=NNNN" - THE REASON IS TAKEN UP TO THE RC.
006970 3400-TAKE-ATTEMPT-LINE.
006980     ADD 1 TO WS-FEED-ATTEMPTS (WS-CUR-FEED-IDX)
006990     IF LOG-RECORD (13:10) NOT = " FAILED - "
007000         GO TO 3400-EXIT
007010     END-IF
007020     ADD 1 TO WS-FEED-FAIL-ATT (WS-CUR-FEED-IDX)
007030     MOVE SPACES TO WS-REASON-TEXT
007040     UNSTRING LOG-RECORD (23:60) DELIMITED BY " RC="
007050         INTO WS-REASON-TEXT
007060     END-UNSTRING
007070     MOVE 'N' TO WS-REASON-MATCH-SW
007080     PERFORM 3410-MATCH-REASON THRU 3410-EXIT
007090         VARYING WS-REASON-IDX FROM 1 BY 1
007100         UNTIL WS-REASON-IDX > 8
007110            OR WS-REASON-MATCHED
007120     IF NOT WS-REASON-MATCHED
007130         ADD 1 TO WS-FEED-REASON-COUNT (WS-CUR-FEED-IDX, 9)
007140     END-IF.
007150 3400-EXIT.
007160     EXIT.
007170
007180 3410-MATCH-REASON.
007190     IF WS-REASON-LABEL (WS-REASON-IDX) = WS-REASON-TEXT
007200         ADD 1 TO WS-FEED-REASON-COUNT
007210                  (WS-CUR-FEED-IDX, WS-REASON-IDX)
007220         SET WS-REASON-MATCHED TO TRUE
007230     END-IF.
007240 3410-EXIT.
007250     EXIT.
007260
007270*-----------------------------------------------------------*
007280* 3500-READ-CONTROL-TOTALS - THE PROVIDER'S OWN COUNT FOR    *
007290* EACH FEED'S OUT FILE.  THE NEWEST CARD FOR A FILE NAME IS  *
007300* THE LAST PULL'S, SO LATER CARDS OVERRIDE EARLIER ONES.     *
007310*-----------------------------------------------------------*
007320 3500-READ-CONTROL-TOTALS.
007330     OPEN INPUT CONTROL-TOTAL-FILE
007340     PERFORM 3510-READ-ONE-CONTROL-CARD THRU 3510-EXIT
007350         UNTIL WS-CTL-EOF
007360     CLOSE CONTROL-TOTAL-FILE.
007370 3500-EXIT.
007380     EXIT.
007390
007400 3510-READ-ONE-CONTROL-CARD.
007410     READ CONTROL-TOTAL-FILE
007420         AT END
007430             SET WS-CTL-EOF TO TRUE
007440             GO TO 3510-EXIT
007450     END-READ
007460     ADD 1 TO WS-CTL-READ-COUNT
007470     IF CT-EXPECTED-COUNT NOT NUMERIC
007480         GO TO 3510-EXIT
007490     END-IF
007500     PERFORM 3520-MATCH-CONTROL-CARD THRU 3520-EXIT
007510         VARYING WS-FEED-IDX FROM 1 BY 1
007520         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
007530 3510-EXIT.
007540     EXIT.
007550
007560 3520-MATCH-CONTROL-CARD.
007570     IF WS-FEED-OUT (WS-FEED-IDX) = CT-FILE-NAME
007580             AND WS-FEED-OUT (WS-FEED-IDX) NOT = SPACES
007590         MOVE CT-EXPECTED-COUNT TO WS-FEED-DECLARED (WS-FEED-IDX)
007600         MOVE "Y" TO WS-FEED-DECLARED-SW (WS-FEED-IDX)
007610     END-IF.
007620 3520-EXIT.
007630     EXIT.
007640
007650*-----------------------------------------------------------*
007660* 3700-READ-REJECTS - WEATHERREJECT.DAT HOLDS THE REJECTS OF *
007670* THE YEARLY FILES AS LAST EDITED BY READTESTDATA.  A REJECT *
007680* IS THE PROVIDER'S WHOSE FEED CARRIES ITS YEAR.             *
007690*-----------------------------------------------------------*
007700 3700-READ-REJECTS.
007710     OPEN INPUT REJECT-FILE
007720     PERFORM 3710-READ-ONE-REJECT THRU 3710-EXIT
007730         UNTIL WS-REJECT-EOF
007740     CLOSE REJECT-FILE.
007750 3700-EXIT.
007760     EXIT.
007770
007780 3710-READ-ONE-REJECT.
007790     READ REJECT-FILE
007800         AT END
007810             SET WS-REJECT-EOF TO TRUE
007820             GO TO 3710-EXIT
007830     END-READ
007840     ADD 1 TO WS-REJECT-READ-COUNT
007850     MOVE 0 TO WS-FEED-IDX
007860     PERFORM 3720-MATCH-REJECT-YEAR THRU 3720-EXIT
007870         VARYING WS-SCAN-IDX FROM 1 BY 1
007880         UNTIL WS-SCAN-IDX > WS-FEED-COUNT
007890            OR WS-FEED-IDX > 0
007900     IF WS-FEED-IDX = 0
007910         ADD 1 TO WS-REJECT-UNMATCHED-COUNT
007920     ELSE
007930         ADD 1 TO WS-FEED-REJECTS (WS-FEED-IDX)
007940     END-IF.
007950 3710-EXIT.
007960     EXIT.
007970
007980 3720-MATCH-REJECT-YEAR.
007990     IF WS-FEED-YEAR (WS-SCAN-IDX) = RJ-YEAR
008000             AND RJ-YEAR NOT = SPACES
008010         MOVE WS-SCAN-IDX TO WS-FEED-IDX
008020     END-IF.
008030 3720-EXIT.
008040     EXIT.
008050
008060*-----------------------------------------------------------*
008070* 4000-LOAD-HISTORY - EVERY EARLIER MONTH'S RECORDS ARE KEPT *
008080* IN THE TABLE; THE REPORTED MONTH'S ARE DROPPED HERE AND    *
008090* WRITTEN AFRESH BY 5000.  A HISTORY TOO BIG FOR THE TABLE   *
008100* IS LEFT AS IT IS RATHER THAN REWRITTEN SHORT.              *
008110*-----------------------------------------------------------*
008120 4000-LOAD-HISTORY.
008130     OPEN INPUT SLA-HISTORY-FILE
008140     IF WS-HISTORY-FILE-STATUS NOT = "00"
008150         GO TO 4000-EXIT
008160     END-IF
008170     PERFORM 4100-READ-HISTORY-RECORD THRU 4100-EXIT
008180         UNTIL WS-HISTORY-EOF
008190     CLOSE SLA-HISTORY-FILE.
008200 4000-EXIT.
008210     EXIT.
008220
008230 4100-READ-HISTORY-RECORD.
008240     READ SLA-HISTORY-FILE INTO WS-HIST-RECORD
008250         AT END
008260             SET WS-HISTORY-EOF TO TRUE
008270             GO TO 4100-EXIT
008280     END-READ
008290     IF WS-HST-MONTH NOT NUMERIC
008300             OR WS-HST-MONTH = WS-TARGET-MONTH
008310         GO TO 4100-EXIT
008320     END-IF
008330     PERFORM 4200-ADD-HISTORY-ENTRY THRU 4200-EXIT.
008340 4100-EXIT.
008350     EXIT.
008360
008370 4200-ADD-HISTORY-ENTRY.
008380     IF WS-HIST-COUNT >= 1000
008390         IF NOT WS-HISTORY-FULL
008400             DISPLAY "WEATHER-SLA: error - more than 1000 "
008410                     "records on WEATHERSLAHIST.DAT, history "
008420                     "not updated"
008430         END-IF
008440         SET WS-HISTORY-FULL TO TRUE
008450         GO TO 4200-EXIT
008460     END-IF
008470     ADD 1 TO WS-HIST-COUNT
008480     MOVE WS-HIST-RECORD TO WS-HIST-DATA (WS-HIST-COUNT).
008490 4200-EXIT.
008500     EXIT.
008510
008520*-----------------------------------------------------------*
008530* 5000-REPORT-ONE-FEED - WORKS OUT THE FEED'S RATES AND      *
008540* BREACHES, FILES THE MONTH ON THE HISTORY TABLE AND PRINTS  *
008550* THE FEED'S SECTION, ENDING WITH ITS LAST THREE MONTHS.     *
008560* BREACHES -                                                 *
008570*   LATE      A SUCCESSFUL PULL FINISHED AFTER THE DUE TIME  *
008580*   FAILURE   FAILED ATTEMPTS ABOVE THE ALLOWED PERCENTAGE    *
008590*   VOLUME    A PULL BROUGHT FEWER RECORDS THAN VOLM, OR THE  *
008600*             LAST PULL FEWER THAN THE PROVIDER'S OWN COUNT  *
008610*   REJECTS   REJECTED RECORDS ABOVE THE ALLOWED PERCENTAGE  *
008620*             OF THE LAST PULL                               *
008630*-----------------------------------------------------------*
008640 5000-REPORT-ONE-FEED.
008650     PERFORM 5100-WORK-OUT-RATES THRU 5100-EXIT
008660     PERFORM 5200-FILE-HISTORY   THRU 5200-EXIT
008670     PERFORM 5300-PRINT-TERMS    THRU 5300-EXIT
008680     PERFORM 5400-PRINT-PULLS    THRU 5400-EXIT
008690     PERFORM 5500-PRINT-RECORDS  THRU 5500-EXIT
008700     PERFORM 5600-PRINT-BREACHES THRU 5600-EXIT
008710     PERFORM 5700-PRINT-THREE-MONTHS THRU 5700-EXIT.
008720 5000-EXIT.
008730     EXIT.
008740
008750 5100-WORK-OUT-RATES.
008760     MOVE "NNNN" TO WS-FEED-BREACHES (WS-FEED-IDX)
008770     COMPUTE WS-FEED-RETRIES (WS-FEED-IDX) =
008780             WS-FEED-ATTEMPTS (WS-FEED-IDX)
008790           - WS-FEED-PULLS (WS-FEED-IDX)
008800           - WS-FEED-FAILED (WS-FEED-IDX)
008810         ON SIZE ERROR
008820             MOVE 0 TO WS-FEED-RETRIES (WS-FEED-IDX)
008830     END-COMPUTE
008840     IF WS-FEED-ATTEMPTS (WS-FEED-IDX) > 0
008850         COMPUTE WS-RATE-WORK =
008860                 WS-FEED-FAIL-ATT (WS-FEED-IDX) * 1000
008870         MOVE WS-FEED-ATTEMPTS (WS-FEED-IDX) TO WS-RATE-BASE
008880         COMPUTE WS-FEED-FAIL-RATE (WS-FEED-IDX) ROUNDED =
008890                 WS-RATE-WORK / WS-RATE-BASE / 10
008900     END-IF
008910     IF WS-FEED-LAST-COUNT (WS-FEED-IDX) > 0
008920         COMPUTE WS-RATE-WORK =
008930                 WS-FEED-REJECTS (WS-FEED-IDX) * 1000
008940         MOVE WS-FEED-LAST-COUNT (WS-FEED-IDX) TO WS-RATE-BASE
008950         COMPUTE WS-FEED-REJ-RATE (WS-FEED-IDX) ROUNDED =
008960                 WS-RATE-WORK / WS-RATE-BASE / 10
008970             ON SIZE ERROR
008980                 MOVE 999.9 TO WS-FEED-REJ-RATE (WS-FEED-IDX)
008990         END-COMPUTE
009000     END-IF
009010     IF WS-FEED-DUE-SW (WS-FEED-IDX) = "Y"
009020             AND WS-FEED-LATE (WS-FEED-IDX) > 0
009030         MOVE "Y" TO WS-FEED-BR-LATE (WS-FEED-IDX)
009040     END-IF
009050     IF WS-FEED-FAIL-SW (WS-FEED-IDX) = "Y"
009060             AND WS-FEED-FAIL-RATE (WS-FEED-IDX)
009070                 > WS-FEED-FAIL-LIMIT (WS-FEED-IDX)
009080         MOVE "Y" TO WS-FEED-BR-FAIL (WS-FEED-IDX)
009090     END-IF
009100     IF WS-FEED-VOLUME-SW (WS-FEED-IDX) = "Y"
009110             AND WS-FEED-SHORT (WS-FEED-IDX) > 0
009120         MOVE "Y" TO WS-FEED-BR-VOLUME (WS-FEED-IDX)
009130     END-IF
009140     IF WS-FEED-DECLARED-SW (WS-FEED-IDX) = "Y"
009150             AND WS-FEED-PULLS (WS-FEED-IDX) > 0
009160             AND WS-FEED-LAST-COUNT (WS-FEED-IDX)
009170                 < WS-FEED-DECLARED (WS-FEED-IDX)
009180         MOVE "Y" TO WS-FEED-BR-VOLUME (WS-FEED-IDX)
009190     END-IF
009200     IF WS-FEED-REJ-SW (WS-FEED-IDX) = "Y"
009210             AND WS-FEED-REJ-RATE (WS-FEED-IDX)
009220                 > WS-FEED-REJ-LIMIT (WS-FEED-IDX)
009230         MOVE "Y" TO WS-FEED-BR-REJECT (WS-FEED-IDX)
009240     END-IF
009250     IF WS-FEED-BREACHES (WS-FEED-IDX) NOT = "NNNN"
009260         ADD 1 TO WS-BREACH-FEED-COUNT
009270     END-IF.
009280 5100-EXIT.
009290     EXIT.
009300
009310 5200-FILE-HISTORY.
009320     MOVE SPACES TO WS-HIST-RECORD
009330     MOVE WS-TARGET-MONTH TO WS-HST-MONTH
009340     MOVE WS-FEED-NAME (WS-FEED-IDX)      TO WS-HST-FEED
009350     MOVE WS-FEED-PULLS (WS-FEED-IDX)     TO WS-HST-PULLS
009360     MOVE WS-FEED-ON-TIME (WS-FEED-IDX)   TO WS-HST-ON-TIME
009370     MOVE WS-FEED-LATE (WS-FEED-IDX)      TO WS-HST-LATE
009380     MOVE WS-FEED-FAILED (WS-FEED-IDX)    TO WS-HST-FAILED
009390     MOVE WS-FEED-ATTEMPTS (WS-FEED-IDX)  TO WS-HST-ATTEMPTS
009400     MOVE WS-FEED-FAIL-ATT (WS-FEED-IDX)  TO WS-HST-FAIL-ATT
009410     MOVE WS-FEED-DELIVERED (WS-FEED-IDX) TO WS-HST-DELIVERED
009420     MOVE WS-FEED-EXPECTED (WS-FEED-IDX)  TO WS-HST-EXPECTED
009430     MOVE WS-FEED-REJECTS (WS-FEED-IDX)   TO WS-HST-REJECTS
009440     MOVE WS-FEED-FAIL-RATE (WS-FEED-IDX) TO WS-HST-FAIL-RATE
009450     MOVE WS-FEED-REJ-RATE (WS-FEED-IDX)  TO WS-HST-REJ-RATE
009460     MOVE WS-FEED-BREACHES (WS-FEED-IDX)  TO WS-HST-BREACHES
009470     MOVE WS-RUN-DATE TO WS-HST-RUN-DATE
009480     PERFORM 4200-ADD-HISTORY-ENTRY THRU 4200-EXIT.
009490 5200-EXIT.
009500     EXIT.
009510
009520 5300-PRINT-TERMS.
009530     MOVE SPACES TO SLA-LINE
009540     WRITE SLA-LINE
009550     MOVE SPACES TO SLA-LINE
009560     STRING " FEED " WS-FEED-NAME (WS-FEED-IDX)
009570            "  YEAR " WS-FEED-YEAR (WS-FEED-IDX)
009580            "  OUT " DELIMITED BY SIZE
009590            WS-FEED-OUT (WS-FEED-IDX) DELIMITED BY SPACE
009600            INTO SLA-LINE
009610     WRITE SLA-LINE
009620     MOVE SPACES TO SLA-LINE
009630     MOVE "   TERMS     DUE BY" TO SLA-LINE
009640     IF WS-FEED-DUE-SW (WS-FEED-IDX) = "Y"
009650         STRING WS-FEED-DUE-HH (WS-FEED-IDX) ":"
009660                WS-FEED-DUE-MM (WS-FEED-IDX)
009670                DELIMITED BY SIZE INTO SLA-LINE (21:5)
009680     ELSE
009690         MOVE "--:--" TO SLA-LINE (21:5)
009700     END-IF
009710     MOVE "  EXPECTED/PULL" TO SLA-LINE (26:15)
009720     IF WS-FEED-VOLUME-SW (WS-FEED-IDX) = "Y"
009730         MOVE WS-FEED-VOLUME (WS-FEED-IDX) TO WS-RECORDS-ED-1
009740         MOVE WS-RECORDS-ED-1 TO SLA-LINE (42:9)
009750     ELSE
009760         MOVE "  NOT SET" TO SLA-LINE (42:9)
009770     END-IF
009780     MOVE "  FAILURE LIMIT" TO SLA-LINE (51:15)
009790     IF WS-FEED-FAIL-SW (WS-FEED-IDX) = "Y"
009800         MOVE WS-FEED-FAIL-LIMIT (WS-FEED-IDX) TO WS-RATE-ED-1
009810         STRING WS-RATE-ED-1 "%" DELIMITED BY SIZE
009820                INTO SLA-LINE (67:6)
009830     ELSE
009840         MOVE "NOT SET" TO SLA-LINE (67:7)
009850     END-IF
009860     MOVE "  REJECT LIMIT" TO SLA-LINE (74:14)
009870     IF WS-FEED-REJ-SW (WS-FEED-IDX) = "Y"
009880         MOVE WS-FEED-REJ-LIMIT (WS-FEED-IDX) TO WS-RATE-ED-1
009890         STRING WS-RATE-ED-1 "%" DELIMITED BY SIZE
009900                INTO SLA-LINE (89:6)
009910     ELSE
009920         MOVE "NOT SET" TO SLA-LINE (89:7)
009930     END-IF
009940     WRITE SLA-LINE.
009950 5300-EXIT.
009960     EXIT.
009970
009980 5400-PRINT-PULLS.
009990     MOVE WS-FEED-PULLS (WS-FEED-IDX)     TO WS-COUNT-ED-1
010000     MOVE WS-FEED-ON-TIME (WS-FEED-IDX)   TO WS-COUNT-ED-2
010010     MOVE WS-FEED-LATE (WS-FEED-IDX)      TO WS-COUNT-ED-3
010020     MOVE WS-FEED-FAILED (WS-FEED-IDX)    TO WS-COUNT-ED-4
010030     MOVE WS-FEED-NOT-TRIED (WS-FEED-IDX) TO WS-COUNT-ED-5
010040     MOVE SPACES TO SLA-LINE
010050     STRING "   PULLS     SUCCEEDED " WS-COUNT-ED-1
010060            "  ON TIME " WS-COUNT-ED-2
010070            "  LATE " WS-COUNT-ED-3
010080            "  FAILED " WS-COUNT-ED-4
010090            "  NOT ATTEMPTED (CATALOG) " WS-COUNT-ED-5
010100            DELIMITED BY SIZE INTO SLA-LINE
010110     WRITE SLA-LINE
010120     MOVE WS-FEED-ATTEMPTS (WS-FEED-IDX)  TO WS-ATT-ED-1
010130     MOVE WS-FEED-RETRIES (WS-FEED-IDX)   TO WS-ATT-ED-2
010140     MOVE WS-FEED-FAIL-ATT (WS-FEED-IDX)  TO WS-ATT-ED-3
010150     MOVE WS-FEED-FAIL-RATE (WS-FEED-IDX) TO WS-RATE-ED-1
010160     MOVE SPACES TO SLA-LINE
010170     STRING "   ATTEMPTS  " WS-ATT-ED-1
010180            "  RETRIES " WS-ATT-ED-2
010190            "  FAILED " WS-ATT-ED-3
010200            "  FAILURE RATE " WS-RATE-ED-1 "%"
010210            DELIMITED BY SIZE INTO SLA-LINE
010220     WRITE SLA-LINE
010230     IF WS-FEED-FAIL-ATT (WS-FEED-IDX) > 0
010240         MOVE "   FAILED ATTEMPTS BY REASON -" TO SLA-LINE
010250         WRITE SLA-LINE
010260         PERFORM 5410-PRINT-ONE-REASON THRU 5410-EXIT
010270             VARYING WS-REASON-IDX FROM 1 BY 1
010280             UNTIL WS-REASON-IDX > 9
010290     END-IF.
010300 5400-EXIT.
010310     EXIT.
010320
010330 5410-PRINT-ONE-REASON.
010340     IF WS-FEED-REASON-COUNT (WS-FEED-IDX, WS-REASON-IDX) = 0
010350         GO TO 5410-EXIT
010360     END-IF
010370     MOVE WS-FEED-REASON-COUNT (WS-FEED-IDX, WS-REASON-IDX)
010380          TO WS-ATT-ED-1
010390     MOVE SPACES TO SLA-LINE
010400     STRING "             " WS-REASON-LABEL (WS-REASON-IDX)
010410            " " WS-ATT-ED-1
010420            DELIMITED BY SIZE INTO SLA-LINE
010430     WRITE SLA-LINE.
010440 5410-EXIT.
010450     EXIT.
010460
010470 5500-PRINT-RECORDS.
010480     MOVE WS-FEED-DELIVERED (WS-FEED-IDX) TO WS-RECORDS-ED-1
010490     MOVE WS-FEED-EXPECTED (WS-FEED-IDX)  TO WS-RECORDS-ED-2
010500     MOVE WS-FEED-SHORT (WS-FEED-IDX)     TO WS-COUNT-ED-1
010510     MOVE SPACES TO SLA-LINE
010520     STRING "   RECORDS   DELIVERED " WS-RECORDS-ED-1
010530            "  EXPECTED " WS-RECORDS-ED-2
010540            "  SHORT PULLS " WS-COUNT-ED-1
010550            DELIMITED BY SIZE INTO SLA-LINE
010560     WRITE SLA-LINE
010570     IF WS-FEED-PULLS (WS-FEED-IDX) > 0
010580         MOVE WS-FEED-LAST-COUNT (WS-FEED-IDX) TO WS-RECORDS-ED-1
010590         MOVE SPACES TO SLA-LINE
010600         IF WS-FEED-DECLARED-SW (WS-FEED-IDX) = "Y"
010610             MOVE WS-FEED-DECLARED (WS-FEED-IDX)
010620                  TO WS-RECORDS-ED-2
010630             STRING "             LAST PULL " WS-RECORDS-ED-1
010640                    "  PROVIDER'S COUNT (WEATHERCTL.DAT) "
010650                    WS-RECORDS-ED-2
010660                    DELIMITED BY SIZE INTO SLA-LINE
010670         ELSE
010680             STRING "             LAST PULL " WS-RECORDS-ED-1
010690                    "  NO PROVIDER'S COUNT ON WEATHERCTL.DAT"
010700                    DELIMITED BY SIZE INTO SLA-LINE
010710         END-IF
010720         WRITE SLA-LINE
010730     END-IF
010740     MOVE WS-FEED-REJECTS (WS-FEED-IDX)    TO WS-RECORDS-ED-1
010750     MOVE WS-FEED-LAST-COUNT (WS-FEED-IDX) TO WS-RECORDS-ED-2
010760     MOVE WS-FEED-REJ-RATE (WS-FEED-IDX)   TO WS-RATE-ED-1
010770     MOVE SPACES TO SLA-LINE
010780     IF WS-FEED-LAST-COUNT (WS-FEED-IDX) > 0
010790         STRING "   REJECTS   " WS-RECORDS-ED-1
010800                " OF " WS-RECORDS-ED-2
010810                " RECORDS ON THE LAST PULL - REJECT RATE "
010820                WS-RATE-ED-1 "%"
010830                DELIMITED BY SIZE INTO SLA-LINE
010840     ELSE
010850         STRING "   REJECTS   " WS-RECORDS-ED-1
010860                " - NO PULL THIS MONTH TO MEASURE A RATE BY"
010870                DELIMITED BY SIZE INTO SLA-LINE
010880     END-IF
010890     WRITE SLA-LINE.
010900 5500-EXIT.
010910     EXIT.
010920
010930 5600-PRINT-BREACHES.
010940     MOVE WS-FEED-BREACHES (WS-FEED-IDX) TO WS-HST-BREACHES
010950     PERFORM 5800-BUILD-BREACH-TEXT THRU 5800-EXIT
010960     MOVE SPACES TO SLA-LINE
010970     IF WS-FEED-BREACHES (WS-FEED-IDX) = "NNNN"
010980         STRING "   BREACHES  " WS-BREACH-TEXT
010990                DELIMITED BY SIZE INTO SLA-LINE
011000     ELSE
011010         STRING "   BREACHES  " DELIMITED BY SIZE
011020                WS-BREACH-TEXT DELIMITED BY "  "
011030                "  *** BREACH ***" DELIMITED BY SIZE
011040                INTO SLA-LINE
011050     END-IF
011060     WRITE SLA-LINE.
011070 5600-EXIT.
011080     EXIT.
011090
011100*    THE REPORTED MONTH AND THE TWO BEFORE IT, FROM THE HISTORY
011110*    TABLE (WHICH NOW HOLDS THIS MONTH'S FIGURES TOO).
011120 5700-PRINT-THREE-MONTHS.
011130     MOVE "   LAST THREE MONTHS" TO SLA-LINE
011140     WRITE SLA-LINE
011150     MOVE WS-TARGET-MONTH TO WS-SHOW-MONTH
011160     PERFORM 5710-STEP-BACK-ONE-MONTH THRU 5710-EXIT 2 TIMES
011170     PERFORM 5720-PRINT-ONE-MONTH THRU 5720-EXIT
011180         VARYING WS-MONTH-IDX FROM 1 BY 1
011190         UNTIL WS-MONTH-IDX > 3.
011200 5700-EXIT.
011210     EXIT.
011220
011230 5710-STEP-BACK-ONE-MONTH.
011240     IF WS-SHOW-CAL-MONTH = 1
011250         MOVE 12 TO WS-SHOW-CAL-MONTH
011260         SUBTRACT 1 FROM WS-SHOW-YEAR
011270     ELSE
011280         SUBTRACT 1 FROM WS-SHOW-CAL-MONTH
011290     END-IF.
011300 5710-EXIT.
011310     EXIT.
011320
011330 5720-PRINT-ONE-MONTH.
011340     MOVE 0 TO WS-HIST-FOUND-IDX
011350     PERFORM 5730-FIND-HISTORY-MONTH THRU 5730-EXIT
011360         VARYING WS-HIST-IDX FROM 1 BY 1
011370         UNTIL WS-HIST-IDX > WS-HIST-COUNT
011380     MOVE SPACES TO SLA-LINE
011390     IF WS-HIST-FOUND-IDX = 0
011400         STRING "     " WS-SHOW-YEAR "-" WS-SHOW-CAL-MONTH
011410                "  NO FIGURES ON FILE"
011420                DELIMITED BY SIZE INTO SLA-LINE
011430     ELSE
011440         MOVE WS-HIST-DATA (WS-HIST-FOUND-IDX) TO WS-HIST-RECORD
011450         PERFORM 5800-BUILD-BREACH-TEXT THRU 5800-EXIT
011460         MOVE WS-HST-PULLS     TO WS-COUNT-ED-1
011470         MOVE WS-HST-LATE      TO WS-COUNT-ED-2
011480         MOVE WS-HST-FAILED    TO WS-COUNT-ED-3
011490         MOVE WS-HST-FAIL-RATE TO WS-RATE-ED-1
011500         MOVE WS-HST-DELIVERED TO WS-RECORDS-ED-1
011510         MOVE WS-HST-EXPECTED  TO WS-RECORDS-ED-2
011520         MOVE WS-HST-REJ-RATE  TO WS-RATE-ED-2
011530         STRING "     " WS-SHOW-YEAR "-" WS-SHOW-CAL-MONTH
011540                "  PULLS " WS-COUNT-ED-1
011550                " LATE " WS-COUNT-ED-2
011560                " FAILED " WS-COUNT-ED-3
011570                " FAIL " WS-RATE-ED-1 "%"
011580                " RECS " WS-RECORDS-ED-1 "/" WS-RECORDS-ED-2
011590                " REJ " WS-RATE-ED-2 "%  "
011600                WS-BREACH-TEXT
011610                DELIMITED BY SIZE INTO SLA-LINE
011620     END-IF
011630     WRITE SLA-LINE
011640     IF WS-SHOW-CAL-MONTH = 12
011650         MOVE 1 TO WS-SHOW-CAL-MONTH
011660         ADD 1 TO WS-SHOW-YEAR
011670     ELSE
011680         ADD 1 TO WS-SHOW-CAL-MONTH
011690     END-IF.
011700 5720-EXIT.
011710     EXIT.
011720
011730 5730-FIND-HISTORY-MONTH.
011740     IF WS-HIST-TAB-MONTH (WS-HIST-IDX) = WS-SHOW-MONTH
011750             AND WS-HIST-TAB-FEED (WS-HIST-IDX)
011760                 = WS-FEED-NAME (WS-FEED-IDX)
011770         MOVE WS-HIST-IDX TO WS-HIST-FOUND-IDX
011780     END-IF.
011790 5730-EXIT.
011800     EXIT.
011810
011820*    BREACH WORDS FROM THE FOUR FLAGS IN WS-HST-BREACHES.
011830 5800-BUILD-BREACH-TEXT.
011840     MOVE SPACES TO WS-BREACH-TEXT
011850     IF WS-HST-BREACHES = "NNNN"
011860         MOVE "NONE" TO WS-BREACH-TEXT
011870         GO TO 5800-EXIT
011880     END-IF
011890     MOVE 1 TO WS-BREACH-PTR
011900     IF WS-HST-BR-LATE = "Y"
011910         STRING "LATE " DELIMITED BY SIZE
011920                INTO WS-BREACH-TEXT WITH POINTER WS-BREACH-PTR
011930     END-IF
011940     IF WS-HST-BR-FAIL = "Y"
011950         STRING "FAILURE " DELIMITED BY SIZE
011960                INTO WS-BREACH-TEXT WITH POINTER WS-BREACH-PTR
011970     END-IF
011980     IF WS-HST-BR-VOLUME = "Y"
011990         STRING "VOLUME " DELIMITED BY SIZE
012000                INTO WS-BREACH-TEXT WITH POINTER WS-BREACH-PTR
012010     END-IF
012020     IF WS-HST-BR-REJECT = "Y"
012030         STRING "REJECTS " DELIMITED BY SIZE
012040                INTO WS-BREACH-TEXT WITH POINTER WS-BREACH-PTR
012050     END-IF.
012060 5800-EXIT.
012070     EXIT.
012080
012090*-----------------------------------------------------------*
012100* 6000-REWRITE-HISTORY - THE EARLIER MONTHS AS LOADED, THEN  *
012110* THIS MONTH'S.                                              *
012120*-----------------------------------------------------------*
012130 6000-REWRITE-HISTORY.
012140     IF WS-HISTORY-FULL
012150         GO TO 6000-EXIT
012160     END-IF
012170     OPEN OUTPUT SLA-HISTORY-FILE
012180     PERFORM 6100-WRITE-HISTORY-RECORD THRU 6100-EXIT
012190         VARYING WS-HIST-IDX FROM 1 BY 1
012200         UNTIL WS-HIST-IDX > WS-HIST-COUNT
012210     CLOSE SLA-HISTORY-FILE.
012220 6000-EXIT.
012230     EXIT.
012240
012250 6100-WRITE-HISTORY-RECORD.
012260     WRITE SLA-HISTORY-RECORD FROM WS-HIST-DATA (WS-HIST-IDX).
012270 6100-EXIT.
012280     EXIT.
012290
012300*-----------------------------------------------------------*
012310* 9999-TERMINATE - RETURN-CODE 8 WHEN THE HISTORY COULD NOT  *
012320* BE KEPT, 4 WHEN A PROVIDER IS IN BREACH (OR NO CATALOG),   *
012330* ELSE 0.                                                    *
012340*-----------------------------------------------------------*
012350 9999-TERMINATE.
012360     MOVE SPACES TO SLA-LINE
012370     WRITE SLA-LINE
012380     MOVE SPACES TO SLA-LINE
012390     STRING " END OF REPORT - " WS-FEED-COUNT " PROVIDERS, "
012400            WS-BREACH-FEED-COUNT " IN BREACH - "
012410            WS-LOG-MONTH-COUNT " LOG LINES IN THE MONTH, "
012420            WS-REJECT-UNMATCHED-COUNT
012430            " REJECTS NOT TIED TO A FEED"
012440            DELIMITED BY SIZE INTO SLA-LINE
012450     WRITE SLA-LINE
012460     IF WS-HISTORY-FULL
012470         MOVE " HISTORY NOT UPDATED - WEATHERSLAHIST.DAT FULL"
012480              TO SLA-LINE
012490         WRITE SLA-LINE
012500     END-IF
012510     CLOSE SLA-REPORT-FILE
012520     DISPLAY "WEATHER-SLA: " WS-FEED-COUNT " providers, "
012530             WS-BREACH-FEED-COUNT " in breach for month "
012540             WS-TARGET-MONTH
012550     IF WS-BREACH-FEED-COUNT > 0 AND WS-RUN-RC < 4
012560         MOVE 4 TO WS-RUN-RC
012570     END-IF
012580     IF WS-HISTORY-FULL
012590         MOVE 8 TO WS-RUN-RC
012600     END-IF
012610     MOVE WS-RUN-RC TO RETURN-CODE.
012620 9999-EXIT.
012630     EXIT.
