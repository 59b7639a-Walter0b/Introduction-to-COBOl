000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WEATHER-CLOSE.
000030 AUTHOR. DATA-SERVICES-GROUP.
000040 INSTALLATION. WEATHER-REPORTING-SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15  DSG  ORIGINAL - MONTH-END PERIOD CLOSE.  A     *
000120*                  CLOS CARD ON WEATHERCLOSE.DAT CERTIFIES A *
000130*                  MONTH: ITS ACCEPTED READINGS (AND THE     *
000140*                  ESTIMATES ROLLED WITH THEM) ARE COPIED TO *
000150*                  THE KEYED CERTIFIED STORE WEATHERCERT.DAT,*
000160*                  THE MONTHLY SUMMARY ROWS ARE WRITTEN TO   *
000170*                  THE PUBLICATION FILE WEATHERPUB.DAT AND   *
000180*                  PRINTED ON WEATHERPUB.TXT WITH CONTROL    *
000190*                  TOTALS AND A HASH TOTAL, AND THE MONTH IS *
000200*                  MARKED CLOSED ON WEATHERPERIOD.DAT.  FROM *
000210*                  THEN ON READTESTDATA, WEATHER-RESUBMIT    *
000220*                  AND WEATHER-ROLLUP LEAVE IT ALONE.  A REOP*
000230*                  CARD FROM AN ID ON CLOSEAUTH.DAT, WITH A  *
000240*                  REASON, REOPENS IT FOR RESTATEMENT; THE   *
000250*                  NEXT CLOS RECERTIFIES IT AND LOGS THE     *
000260*                  BEFORE AND AFTER TOTALS ON                *
000270*                  WEATHERRESTATE.DAT, AND THE WHOLE LOG IS  *
000280*                  PRINTED AS THE RESTATEMENT REGISTER       *
000290*                  WEATHERRESTATE.TXT EVERY RUN.             *
000300* 2026-10-15  DSG  A MONTH IS NOW CERTIFIED INTO A WORK AREA *
000310*                  OF THE STORE (MONTH 999999) AND MOVED TO  *
000320*                  ITS OWN KEY ONLY ONCE THE CHECKS PASS, SO *
000330*                  A REFUSED RECERTIFICATION OF A REOPENED   *
000340*                  MONTH LEAVES ITS OLD CERTIFIED COPY IN    *
000350*                  PLACE.                                    *
000360*-----------------------------------------------------------*
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CLOSE-CARD-FILE ASSIGN TO "WEATHERCLOSE.DAT"
000420     ORGANIZATION IS LINE SEQUENTIAL
000430     FILE STATUS IS WS-CARD-FILE-STATUS.
000440
000450     SELECT OPTIONAL AUTHORITY-FILE ASSIGN TO "CLOSEAUTH.DAT"
000460     ORGANIZATION IS LINE SEQUENTIAL.
000470
000480     SELECT OPTIONAL FILL-PARM-FILE ASSIGN TO "FILLPARM.DAT"
000490     ORGANIZATION IS LINE SEQUENTIAL.
000500
000510     SELECT OPTIONAL PERIOD-FILE ASSIGN TO "WEATHERPERIOD.DAT"
000520     ORGANIZATION IS LINE SEQUENTIAL.
000530
000540     SELECT CERTIFIED-FILE ASSIGN TO "WEATHERCERT.DAT"
000550     ORGANIZATION IS INDEXED
000560     ACCESS IS DYNAMIC
000570     RECORD KEY IS CRT-KEY
000580     FILE STATUS IS WS-CERT-FILE-STATUS.
000590
000600     SELECT OPTIONAL GOOD-WORK-FILE ASSIGN TO "WEATHERGOOD.TMP"
000610     ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT OPTIONAL ESTIMATE-FILE ASSIGN TO "WEATHERESTIM.DAT"
000640     ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT OPTIONAL MONTHLY-SUMMARY-FILE ASSIGN TO
000670     "WEATHERMONTHLY.DAT"
000680     ORGANIZATION IS LINE SEQUENTIAL.
000690
000700     SELECT PUBLICATION-FILE ASSIGN TO "WEATHERPUB.DAT"
000710     ORGANIZATION IS LINE SEQUENTIAL.
000720
000730     SELECT PUB-REPORT-FILE ASSIGN TO "WEATHERPUB.TXT"
000740     ORGANIZATION IS LINE SEQUENTIAL.
000750
000760     SELECT OPTIONAL RESTATE-LOG-FILE ASSIGN TO
000770     "WEATHERRESTATE.DAT"
000780     ORGANIZATION IS LINE SEQUENTIAL
000790     FILE STATUS IS WS-RESTATE-LOG-STATUS.
000800
000810     SELECT REGISTER-FILE ASSIGN TO "WEATHERRESTATE.TXT"
000820     ORGANIZATION IS LINE SEQUENTIAL.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860*    CLOS YYYYMM CLOSES (OR RECLOSES) A MONTH.  REOP YYYYMM
000870*    REOPENS A CLOSED MONTH FOR RESTATEMENT AND MUST CARRY THE
000880*    AUTHORIZING ID AND THE REASON.
000890 FD  CLOSE-CARD-FILE.
000900 01  CLOSE-CARD.
000910     05 PCC-ACTION              PIC X(04).
000920     05 FILLER                  PIC X(01).
000930     05 PCC-MONTH               PIC X(06).
000940     05 PCC-MONTH-R REDEFINES PCC-MONTH.
000950        10 PCC-YEAR             PIC 9(04).
000960        10 PCC-CAL-MONTH        PIC 9(02).
000970     05 FILLER                  PIC X(01).
000980     05 PCC-AUTH-ID             PIC X(08).
000990     05 FILLER                  PIC X(01).
001000     05 PCC-REASON              PIC X(40).
001010
001020*    IDS ALLOWED TO AUTHORIZE A RESTATEMENT.
001030 FD  AUTHORITY-FILE.
001040 01  AUTHORITY-RECORD.
001050     05 AUT-ID                  PIC X(08).
001060     05 FILLER                  PIC X(01).
001070     05 AUT-NAME                PIC X(30).
001080
001090*    WEATHER-GAPFILL'S PARAMETER CARDS - ONLY INCL IS READ
001100*    HERE, SO THE MONTH IS CERTIFIED AS WEATHER-ROLLUP ROLLED
001110*    IT.
001120 FD  FILL-PARM-FILE.
001130 01  FILL-PARM-CARD.
001140     05 FPC-TAG                 PIC X(04).
001150     05 FILLER                  PIC X(01).
001160     05 FPC-VALUE               PIC X(20).
001170
001180*    ONE RECORD PER MONTH EVER CLOSED, IN MONTH ORDER.
001190*    STATUS C = CLOSED, R = REOPENED FOR RESTATEMENT.  THE
001200*    TOTALS ARE THOSE OF THE LATEST CERTIFICATION; THE REOPEN
001210*    FIELDS ARE SET WHILE THE MONTH IS REOPENED.
001220 FD  PERIOD-FILE.
001230 01  PERIOD-RECORD.
001240     05 PER-MONTH               PIC 9(06).
001250     05 FILLER                  PIC X(01).
001260     05 PER-STATUS              PIC X(01).
001270     05 FILLER                  PIC X(01).
001280     05 PER-CLOSE-DATE          PIC 9(08).
001290     05 FILLER                  PIC X(01).
001300     05 PER-RESTATE-NO          PIC 9(03).
001310     05 FILLER                  PIC X(01).
001320     05 PER-STATIONS            PIC 9(06).
001330     05 FILLER                  PIC X(01).
001340     05 PER-READINGS            PIC 9(08).
001350     05 FILLER                  PIC X(01).
001360     05 PER-ESTIMATES           PIC 9(08).
001370     05 FILLER                  PIC X(01).
001380     05 PER-HASH                PIC 9(18).
001390     05 FILLER                  PIC X(01).
001400     05 PER-REOPEN-DATE         PIC 9(08).
001410     05 FILLER                  PIC X(01).
001420     05 PER-REOPEN-AUTH         PIC X(08).
001430     05 FILLER                  PIC X(01).
001440     05 PER-REOPEN-REASON       PIC X(40).
001450
001460*    THE CERTIFIED READINGS OF EVERY CLOSED MONTH, KEYED ON
001470*    MONTH/STATION/STAMP AND THE ESTIMATE FLAG (SPACE FOR A
001480*    RECEIVED READING, E FOR AN ESTIMATE).  THE BODY IS THE
001490*    WORK-FILE READING WITH THE ESTIMATE FLAG AND METHOD ON
001500*    THE END, EXACTLY AS WEATHERESTIM.DAT CARRIES IT.
001510 FD  CERTIFIED-FILE.
001520 01  CERTIFIED-RECORD.
001530     05 CRT-KEY.
001540        10 CRT-MONTH            PIC 9(06).
001550        10 CRT-STATION          PIC 9(06).
001560        10 CRT-STAMP            PIC 9(10).
001570        10 CRT-EST-FLAG         PIC X(01).
001580     05 CRT-READING.
001590        10 CRT-DATA1            PIC 9(06).
001600        10 CRT-DATA2            PIC 9(10).
001610        10 FILLER               PIC X(54).
001620        10 CRT-VALUE        OCCURS 6 TIMES PIC S9(03)V9.
001630        10 FILLER               PIC X(38).
001640
001650 FD  GOOD-WORK-FILE.
001660 01  GOOD-WORK-RECORD.
001670     05 GWR-DATA1               PIC 9(06).
001680     05 GWR-DATA2               PIC 9(10).
001690     05 GWR-DATA2-X REDEFINES GWR-DATA2.
001700        10 GWR-MONTH            PIC 9(06).
001710        10 FILLER               PIC 9(04).
001720     05 FILLER                  PIC X(114).
001730
001740 FD  ESTIMATE-FILE.
001750 01  ESTIMATE-RECORD.
001760     05 EST-DATA1               PIC 9(06).
001770     05 EST-DATA2               PIC 9(10).
001780     05 EST-DATA2-X REDEFINES EST-DATA2.
001790        10 EST-MONTH            PIC 9(06).
001800        10 FILLER               PIC 9(04).
001810     05 FILLER                  PIC X(116).
001820
001830*    THE MONTHLY SUMMARY AS WEATHER-ROLLUP WRITES IT.  THE
001840*    EDITED FIELDS ARE CARRIED THROUGH AS TEXT.
001850 FD  MONTHLY-SUMMARY-FILE.
001860 01  MONTHLY-SUMMARY-RECORD.
001870     05 MS-STATION              PIC 9(06).
001880     05 FILLER                  PIC X(01).
001890     05 MS-MONTH                PIC 9(06).
001900     05 FILLER                  PIC X(01).
001910     05 MS-HOUR-COUNT           PIC 9(04).
001920     05 MS-FIELD-GROUP OCCURS 6 TIMES.
001930        10 FILLER               PIC X(01).
001940        10 MS-FIELD-MIN         PIC X(06).
001950        10 FILLER               PIC X(01).
001960        10 MS-FIELD-MAX         PIC X(06).
001970        10 FILLER               PIC X(01).
001980        10 MS-FIELD-AVG         PIC X(07).
001990     05 FILLER                  PIC X(01).
002000     05 MS-EST-COUNT            PIC 9(04).
002010
002020*    CERTIFIED MONTHLY PUBLICATION - PER MONTH CLOSED, AN H
002030*    HEADER, ONE D ROW PER STATION (THE MONTHLY SUMMARY ROW
002040*    AS CERTIFIED) AND A T TRAILER WITH THE CONTROL TOTALS.
002050 FD  PUBLICATION-FILE.
002060 01  PUBLICATION-RECORD.
002070     05 PUB-TYPE                PIC X(01).
002080     05 FILLER                  PIC X(01).
002090     05 PUB-MONTH               PIC 9(06).
002100     05 FILLER                  PIC X(01).
002110     05 PUB-BODY                PIC X(155).
002120     05 PUB-HEADER-BODY REDEFINES PUB-BODY.
002130        10 PUB-CERTIFIED-DATE   PIC 9(08).
002140        10 FILLER               PIC X(01).
002150        10 PUB-RESTATE-NO       PIC 9(03).
002160        10 FILLER               PIC X(143).
002170     05 PUB-TRAILER-BODY REDEFINES PUB-BODY.
002180        10 PUB-STATIONS         PIC 9(06).
002190        10 FILLER               PIC X(01).
002200        10 PUB-READINGS         PIC 9(08).
002210        10 FILLER               PIC X(01).
002220        10 PUB-ESTIMATES        PIC 9(08).
002230        10 FILLER               PIC X(01).
002240        10 PUB-HASH             PIC 9(18).
002250        10 FILLER               PIC X(112).
002260
002270 FD  PUB-REPORT-FILE.
002280 01  PUB-REPORT-LINE            PIC X(132).
002290
002300*    ONE RECORD PER RESTATEMENT CERTIFIED - WHO REOPENED THE
002310*    MONTH, WHY, AND ITS CONTROL TOTALS BEFORE AND AFTER.
002320 FD  RESTATE-LOG-FILE.
002330 01  RESTATE-LOG-RECORD.
002340     05 RST-MONTH               PIC 9(06).
002350     05 FILLER                  PIC X(01).
002360     05 RST-RESTATE-NO          PIC 9(03).
002370     05 FILLER                  PIC X(01).
002380     05 RST-REOPEN-DATE         PIC 9(08).
002390     05 FILLER                  PIC X(01).
002400     05 RST-AUTH-ID             PIC X(08).
002410     05 FILLER                  PIC X(01).
002420     05 RST-RECLOSE-DATE        PIC 9(08).
002430     05 FILLER                  PIC X(01).
002440     05 RST-REASON              PIC X(40).
002450     05 RST-TOTALS OCCURS 2 TIMES.
002460        10 FILLER               PIC X(01).
002470        10 RST-STATIONS         PIC 9(06).
002480        10 FILLER               PIC X(01).
002490        10 RST-READINGS         PIC 9(08).
002500        10 FILLER               PIC X(01).
002510        10 RST-ESTIMATES        PIC 9(08).
002520        10 FILLER               PIC X(01).
002530        10 RST-HASH             PIC 9(18).
002540
002550 FD  REGISTER-FILE.
002560 01  REGISTER-LINE              PIC X(132).
002570
002580 WORKING-STORAGE SECTION.
002590 77  WS-CARD-FILE-STATUS        PIC X(02)  VALUE "00".
002600 77  WS-CERT-FILE-STATUS        PIC X(02)  VALUE "00".
002610 77  WS-RESTATE-LOG-STATUS      PIC X(02)  VALUE "00".
002620
002630 77  WS-CARD-READ-COUNT         PIC 9(06)  VALUE 0.
002640 77  WS-CLOSED-COUNT            PIC 9(06)  VALUE 0.
002650 77  WS-RESTATED-COUNT          PIC 9(06)  VALUE 0.
002660 77  WS-REOPENED-COUNT          PIC 9(06)  VALUE 0.
002670 77  WS-REFUSED-COUNT           PIC 9(06)  VALUE 0.
002680 77  WS-LOG-READ-COUNT          PIC 9(06)  VALUE 0.
002690 77  WS-AWAITING-COUNT          PIC 9(06)  VALUE 0.
002700
002710 77  WS-CARD-MONTH              PIC 9(06)  VALUE 0.
002720 77  WS-RUN-PERIOD              PIC 9(06)  VALUE 0.
002730 77  WS-REFUSE-REASON           PIC X(50)  VALUE SPACES.
002740 77  WS-ACTION-TEXT             PIC X(70)  VALUE SPACES.
002750
002760*    THE PERIOD CONTROL FILE IS HELD HERE WHOLE, IN MONTH
002770*    ORDER, AND WRITTEN BACK AT THE END OF THE RUN.
002780 77  WS-PERIOD-COUNT            PIC 9(03)  VALUE 0.
002790 77  WS-PERIOD-IDX              PIC 9(03)  VALUE 0.
002800 77  WS-PERIOD-MATCH-IDX        PIC 9(03)  VALUE 0.
002810 77  WS-INSERT-IDX              PIC 9(03)  VALUE 0.
002820 77  WS-SHIFT-IDX               PIC 9(03)  VALUE 0.
002830 01  WS-PERIOD-TABLE.
002840     05 WS-PERIOD-ENTRY     OCCURS 600 TIMES.
002850        10 WS-PE-MONTH          PIC 9(06).
002860        10 WS-PE-STATUS         PIC X(01).
002870        10 WS-PE-CLOSE-DATE     PIC 9(08).
002880        10 WS-PE-RESTATE-NO     PIC 9(03).
002890        10 WS-PE-STATIONS       PIC 9(06).
002900        10 WS-PE-READINGS       PIC 9(08).
002910        10 WS-PE-ESTIMATES      PIC 9(08).
002920        10 WS-PE-HASH           PIC 9(18).
002930        10 WS-PE-REOPEN-DATE    PIC 9(08).
002940        10 WS-PE-REOPEN-AUTH    PIC X(08).
002950        10 WS-PE-REOPEN-REASON  PIC X(40).
002960
002970 77  WS-AUTH-COUNT              PIC 9(02)  VALUE 0.
002980 77  WS-AUTH-IDX                PIC 9(02)  VALUE 0.
002990 01  WS-AUTH-TABLE.
003000     05 WS-AUTH-ID          OCCURS 50 TIMES PIC X(08).
003010
003020*    CONTROL TOTALS OF THE MONTH BEING CERTIFIED.  THE HASH
003030*    TOTAL IS THE SUM, OVER EVERY CERTIFIED RECEIVED READING,
003040*    OF THE STATION CODE, THE DATA2 STAMP AND THE SIX VALUES
003050*    IN TENTHS WITHOUT SIGN - ANY READING ADDED, DROPPED OR
003060*    ALTERED MOVES IT.
003070 77  WS-NEW-STATIONS            PIC 9(06)  VALUE 0.
003080 77  WS-NEW-READINGS            PIC 9(08)  VALUE 0.
003090 77  WS-NEW-ESTIMATES           PIC 9(08)  VALUE 0.
003100 77  WS-NEW-HASH                PIC 9(18)  VALUE 0.
003110 77  WS-HASH-VALUE              PIC 9(05)  VALUE 0.
003120 77  WS-SUM-HOURS               PIC 9(08)  VALUE 0.
003130 77  WS-SUM-ESTIMATES           PIC 9(08)  VALUE 0.
003140 77  WS-DUP-READINGS            PIC 9(08)  VALUE 0.
003150 77  WS-SUPERSEDED-COUNT        PIC 9(08)  VALUE 0.
003160 77  WS-CLEARED-COUNT           PIC 9(08)  VALUE 0.
003170*    A MONTH BEING CERTIFIED IS BUILT UNDER THIS MONTH NUMBER,
003180*    WHICH NO READER EVER STARTS AT, AND MOVED TO ITS OWN KEY
003190*    ONLY WHEN THE CLOSE GOES THROUGH.  WS-CLEAR-MONTH TELLS
003200*    3100 WHICH MONTH TO EMPTY.
003210 77  WS-STAGE-MONTH             PIC 9(06)  VALUE 999999.
003220 77  WS-CLEAR-MONTH             PIC 9(06)  VALUE 0.
003230 01  WS-CERT-HOLD               PIC X(155) VALUE SPACES.
003240 77  WS-RESTATE-NO              PIC 9(03)  VALUE 0.
003250 77  WS-FIELD-IDX               PIC 9(02)  VALUE 0.
003260 77  WS-TOTALS-IDX              PIC 9(01)  VALUE 0.
003270 77  WS-LINE-PTR                PIC 9(03)  VALUE 1.
003280
003290 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
003300 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
003310     05 WS-RUN-YEAR             PIC 9(04).
003320     05 WS-RUN-MONTH            PIC 9(02).
003330     05 WS-RUN-DAY              PIC 9(02).
003340
003350*    DATES AND MONTHS ARE PRINTED YYYY-MM-DD AND YYYY-MM.
003360 01  WS-DATE-WORK               PIC 9(08)  VALUE ZERO.
003370 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
003380     05 WS-DW-YEAR              PIC 9(04).
003390     05 WS-DW-MONTH             PIC 9(02).
003400     05 WS-DW-DAY               PIC 9(02).
003410 01  WS-DATE-ED                 PIC X(10)  VALUE SPACES.
003420 01  WS-MONTH-WORK              PIC 9(06)  VALUE ZERO.
003430 01  WS-MONTH-WORK-X REDEFINES WS-MONTH-WORK.
003440     05 WS-MW-YEAR              PIC 9(04).
003450     05 WS-MW-MONTH             PIC 9(02).
003460 01  WS-MONTH-ED                PIC X(07)  VALUE SPACES.
003470
003480 01  WS-COUNT-CHANGE            PIC S9(08) VALUE 0.
003490 01  WS-COUNT-CHANGE-ED         PIC +9(08).
003500 01  WS-STATION-CHANGE-ED       PIC +9(06).
003510 01  WS-TOTALS-LABEL-TABLE.
003520     05 FILLER                  PIC X(12)  VALUE "BEFORE".
003530     05 FILLER                  PIC X(12)  VALUE "AFTER".
003540 01  WS-TOTALS-LABELS REDEFINES WS-TOTALS-LABEL-TABLE.
003550     05 WS-TOTALS-LABEL     OCCURS 2 TIMES PIC X(12).
003560
003570 01  WS-SWITCHES.
003580     05 WS-CARDS-EOF-SW         PIC X(01) VALUE 'N'.
003590        88 WS-CARDS-EOF                    VALUE 'Y'.
003600     05 WS-AUTH-EOF-SW          PIC X(01) VALUE 'N'.
003610        88 WS-AUTH-EOF                     VALUE 'Y'.
003620     05 WS-FILL-PARM-EOF-SW     PIC X(01) VALUE 'N'.
003630        88 WS-FILL-PARM-EOF                VALUE 'Y'.
003640     05 WS-INCLUDE-EST-SW       PIC X(01) VALUE 'N'.
003650        88 WS-INCLUDE-ESTIMATES            VALUE 'Y'.
003660     05 WS-PERIOD-EOF-SW        PIC X(01) VALUE 'N'.
003670        88 WS-PERIOD-EOF                   VALUE 'Y'.
003680     05 WS-PERIOD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
003690        88 WS-PERIOD-OVERFLOW              VALUE 'Y'.
003700     05 WS-CERT-EOF-SW          PIC X(01) VALUE 'N'.
003710        88 WS-CERT-EOF                     VALUE 'Y'.
003720     05 WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
003730        88 WS-WORK-EOF                     VALUE 'Y'.
003740     05 WS-ESTIMATE-EOF-SW      PIC X(01) VALUE 'N'.
003750        88 WS-ESTIMATE-EOF                 VALUE 'Y'.
003760     05 WS-MONTHLY-EOF-SW       PIC X(01) VALUE 'N'.
003770        88 WS-MONTHLY-EOF                  VALUE 'Y'.
003780     05 WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
003790        88 WS-LOG-EOF                      VALUE 'Y'.
003800     05 WS-AUTH-FOUND-SW        PIC X(01) VALUE 'N'.
003810        88 WS-AUTH-FOUND                   VALUE 'Y'.
003820     05 WS-RESTATING-SW         PIC X(01) VALUE 'N'.
003830        88 WS-RESTATING                    VALUE 'Y'.
003840
003850 PROCEDURE DIVISION.
003860*
003870*-----------------------------------------------------------*
003880* 0000-MAIN-LOGIC                                           *
003890*-----------------------------------------------------------*
003900 0000-MAIN-LOGIC.
003910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003920*    A PERIOD FILE THE TABLE CANNOT HOLD WHOLE MUST NOT BE
003930*    REWRITTEN FROM A TRUNCATED LOAD - THE RUN IS REFUSED AND
003940*    NOTHING ON DISK IS TOUCHED.
003950     IF WS-PERIOD-OVERFLOW
003960         DISPLAY "WEATHER-CLOSE: run refused - no cards "
003970                 "applied, WEATHERPERIOD.DAT left untouched"
003980         MOVE 16 TO RETURN-CODE
003990         GOBACK
004000     END-IF
004010     PERFORM 1500-OPEN-RUN-FILES THRU 1500-EXIT
004020     PERFORM 2000-APPLY-ALL-CARDS THRU 2000-EXIT
004030     PERFORM 6000-REWRITE-PERIODS THRU 6000-EXIT
004040     PERFORM 7000-PRINT-REGISTER  THRU 7000-EXIT
004050     PERFORM 9999-TERMINATE       THRU 9999-EXIT
004060     GOBACK.
004070
004080*-----------------------------------------------------------*
004090* 1000-INITIALIZE - LOADS THE AUTHORIZED IDS, THE ESTIMATE   *
004100* OPTION AND THE PERIOD CONTROL FILE.  A MONTH CAN ONLY BE   *
004110* CLOSED ONCE IT HAS ENDED, SO THE RUN MONTH IS KEPT.        *
004120*-----------------------------------------------------------*
004130 1000-INITIALIZE.
004140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004150     MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD
004160     OPEN INPUT AUTHORITY-FILE
004170     PERFORM 1100-READ-AUTHORITY THRU 1100-EXIT
004180         UNTIL WS-AUTH-EOF
004190     CLOSE AUTHORITY-FILE
004200     OPEN INPUT FILL-PARM-FILE
004210     PERFORM 1200-READ-FILL-CARD THRU 1200-EXIT
004220         UNTIL WS-FILL-PARM-EOF
004230     CLOSE FILL-PARM-FILE
004240     OPEN INPUT PERIOD-FILE
004250     PERFORM 1300-READ-PERIOD THRU 1300-EXIT
004260         UNTIL WS-PERIOD-EOF
004270     CLOSE PERIOD-FILE.
004280 1000-EXIT.
004290     EXIT.
004300
004310 1100-READ-AUTHORITY.
004320     READ AUTHORITY-FILE
004330         AT END
004340             SET WS-AUTH-EOF TO TRUE
004350             GO TO 1100-EXIT
004360     END-READ
004370     IF AUT-ID = SPACES
004380         GO TO 1100-EXIT
004390     END-IF
004400     IF WS-AUTH-COUNT >= 50
004410         DISPLAY "WEATHER-CLOSE: warning - more than 50 IDs "
004420                 "on CLOSEAUTH.DAT, ignoring " AUT-ID
004430         GO TO 1100-EXIT
004440     END-IF
004450     ADD 1 TO WS-AUTH-COUNT
004460     MOVE AUT-ID TO WS-AUTH-ID (WS-AUTH-COUNT).
004470 1100-EXIT.
004480     EXIT.
004490
004500 1200-READ-FILL-CARD.
004510     READ FILL-PARM-FILE
004520         AT END
004530             SET WS-FILL-PARM-EOF TO TRUE
004540             GO TO 1200-EXIT
004550     END-READ
004560     IF FPC-TAG = "INCL"
004570         IF FPC-VALUE (1:1) = "Y"
004580             SET WS-INCLUDE-ESTIMATES TO TRUE
004590         ELSE
004600             MOVE 'N' TO WS-INCLUDE-EST-SW
004610         END-IF
004620     END-IF.
004630 1200-EXIT.
004640     EXIT.
004650
004660 1300-READ-PERIOD.
004670     READ PERIOD-FILE
004680         AT END
004690             SET WS-PERIOD-EOF TO TRUE
004700             GO TO 1300-EXIT
004710     END-READ
004720     IF WS-PERIOD-COUNT >= 600
004730         DISPLAY "WEATHER-CLOSE: error - more than 600 "
004740                 "months on WEATHERPERIOD.DAT"
004750         SET WS-PERIOD-OVERFLOW TO TRUE
004760         SET WS-PERIOD-EOF TO TRUE
004770         GO TO 1300-EXIT
004780     END-IF
004790     ADD 1 TO WS-PERIOD-COUNT
004800     MOVE PER-MONTH         TO WS-PE-MONTH (WS-PERIOD-COUNT)
004810     MOVE PER-STATUS        TO WS-PE-STATUS (WS-PERIOD-COUNT)
004820     MOVE PER-CLOSE-DATE    TO WS-PE-CLOSE-DATE (WS-PERIOD-COUNT)
004830     MOVE PER-RESTATE-NO    TO WS-PE-RESTATE-NO (WS-PERIOD-COUNT)
004840     MOVE PER-STATIONS      TO WS-PE-STATIONS (WS-PERIOD-COUNT)
004850     MOVE PER-READINGS      TO WS-PE-READINGS (WS-PERIOD-COUNT)
004860     MOVE PER-ESTIMATES     TO WS-PE-ESTIMATES (WS-PERIOD-COUNT)
004870     MOVE PER-HASH          TO WS-PE-HASH (WS-PERIOD-COUNT)
004880     MOVE PER-REOPEN-DATE
004890          TO WS-PE-REOPEN-DATE (WS-PERIOD-COUNT)
004900     MOVE PER-REOPEN-AUTH
004910          TO WS-PE-REOPEN-AUTH (WS-PERIOD-COUNT)
004920     MOVE PER-REOPEN-REASON
004930          TO WS-PE-REOPEN-REASON (WS-PERIOD-COUNT).
004940 1300-EXIT.
004950     EXIT.
004960
004970*-----------------------------------------------------------*
004980* 1500-OPEN-RUN-FILES - THE CERTIFIED STORE IS OPENED FOR    *
004990* UPDATE, AND CREATED ON THE FIRST EVER CLOSE.  THE          *
005000* RESTATEMENT LOG IS APPENDED TO, THE PUBLICATION FILE AND   *
005010* REPORT ARE NEW EACH RUN.                                   *
005020*-----------------------------------------------------------*
005030 1500-OPEN-RUN-FILES.
005040     OPEN I-O CERTIFIED-FILE
005050     IF WS-CERT-FILE-STATUS = "35"
005060         OPEN OUTPUT CERTIFIED-FILE
005070         IF WS-CERT-FILE-STATUS NOT = "00"
005080             DISPLAY "WEATHER-CLOSE: unable to create "
005090                     "WEATHERCERT.DAT - file status "
005100                     WS-CERT-FILE-STATUS
005110             MOVE 16 TO RETURN-CODE
005120             GOBACK
005130         END-IF
005140         CLOSE CERTIFIED-FILE
005150         OPEN I-O CERTIFIED-FILE
005160     END-IF
005170     IF WS-CERT-FILE-STATUS NOT = "00"
005180         DISPLAY "WEATHER-CLOSE: unable to open "
005190                 "WEATHERCERT.DAT - file status "
005200                 WS-CERT-FILE-STATUS
005210         MOVE 16 TO RETURN-CODE
005220         GOBACK
005230     END-IF
005240     OPEN EXTEND RESTATE-LOG-FILE
005250     IF WS-RESTATE-LOG-STATUS NOT = "00"
005260         OPEN OUTPUT RESTATE-LOG-FILE
005270     END-IF
005280     OPEN OUTPUT PUBLICATION-FILE
005290     OPEN OUTPUT PUB-REPORT-FILE
005300     MOVE SPACES TO PUB-REPORT-LINE
005310     STRING "WEATHER CERTIFIED MONTHLY PUBLICATION - RUN DATE "
005320            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
005330            DELIMITED BY SIZE INTO PUB-REPORT-LINE
005340     WRITE PUB-REPORT-LINE.
005350 1500-EXIT.
005360     EXIT.
005370
005380*-----------------------------------------------------------*
005390* 2000-APPLY-ALL-CARDS - CARDS ARE APPLIED IN THE ORDER      *
005400* READ, SO A REOP AND THE CLOS THAT RECERTIFIES THE MONTH    *
005410* MAY FOLLOW ONE ANOTHER IN THE SAME DECK ONCE THE           *
005420* CORRECTIONS HAVE BEEN RUN THROUGH.                         *
005430*-----------------------------------------------------------*
005440 2000-APPLY-ALL-CARDS.
005450     OPEN INPUT CLOSE-CARD-FILE
005460     IF WS-CARD-FILE-STATUS NOT = "00"
005470         DISPLAY "WEATHER-CLOSE: unable to open "
005480                 "WEATHERCLOSE.DAT - file status "
005490                 WS-CARD-FILE-STATUS
005500         SET WS-CARDS-EOF TO TRUE
005510         GO TO 2000-EXIT
005520     END-IF
005530     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
005540         UNTIL WS-CARDS-EOF
005550     CLOSE CLOSE-CARD-FILE.
005560 2000-EXIT.
005570     EXIT.
005580
005590 2100-APPLY-ONE-CARD.
005600     READ CLOSE-CARD-FILE
005610         AT END
005620             SET WS-CARDS-EOF TO TRUE
005630             GO TO 2100-EXIT
005640     END-READ
005650     IF CLOSE-CARD = SPACES
005660         GO TO 2100-EXIT
005670     END-IF
005680     ADD 1 TO WS-CARD-READ-COUNT
005690     IF PCC-MONTH NOT NUMERIC
005700             OR PCC-YEAR < 1900
005710             OR PCC-CAL-MONTH < 1 OR PCC-CAL-MONTH > 12
005720         MOVE "MONTH MUST BE YYYYMM" TO WS-REFUSE-REASON
005730         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
005740         GO TO 2100-EXIT
005750     END-IF
005760     MOVE PCC-MONTH TO WS-CARD-MONTH
005770     PERFORM 2200-FIND-PERIOD THRU 2200-EXIT
005780     EVALUATE PCC-ACTION
005790         WHEN "CLOS"
005800             PERFORM 3000-CLOSE-MONTH THRU 3000-EXIT
005810         WHEN "REOP"
005820             PERFORM 4000-REOPEN-MONTH THRU 4000-EXIT
005830         WHEN OTHER
005840             MOVE "ACTION MUST BE CLOS OR REOP"
005850                  TO WS-REFUSE-REASON
005860             PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
005870     END-EVALUATE.
005880 2100-EXIT.
005890     EXIT.
005900
005910 2200-FIND-PERIOD.
005920     MOVE 0 TO WS-PERIOD-MATCH-IDX
005930     PERFORM 2210-MATCH-ONE-PERIOD THRU 2210-EXIT
005940         VARYING WS-PERIOD-IDX FROM 1 BY 1
005950         UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
005960            OR WS-PERIOD-MATCH-IDX > 0.
005970 2200-EXIT.
005980     EXIT.
005990
006000 2210-MATCH-ONE-PERIOD.
006010     IF WS-PE-MONTH (WS-PERIOD-IDX) = WS-CARD-MONTH
006020         MOVE WS-PERIOD-IDX TO WS-PERIOD-MATCH-IDX
006030     END-IF.
006040 2210-EXIT.
006050     EXIT.
006060
006070*-----------------------------------------------------------*
006080* 2800-LIST-ACTION / 2900-REFUSE-CARD - EVERY CARD LEAVES    *
006090* ONE LINE ON THE PUBLICATION REPORT SAYING WHAT BECAME OF   *
006100* IT.                                                        *
006110*-----------------------------------------------------------*
006120 2800-LIST-ACTION.
006130     MOVE SPACES TO PUB-REPORT-LINE
006140     WRITE PUB-REPORT-LINE
006150     MOVE SPACES TO PUB-REPORT-LINE
006160     STRING " CARD " PCC-ACTION " " PCC-MONTH " "
006170            PCC-AUTH-ID "  " WS-ACTION-TEXT
006180            DELIMITED BY SIZE INTO PUB-REPORT-LINE
006190     WRITE PUB-REPORT-LINE.
006200 2800-EXIT.
006210     EXIT.
006220
006230 2900-REFUSE-CARD.
006240     ADD 1 TO WS-REFUSED-COUNT
006250     MOVE SPACES TO WS-ACTION-TEXT
006260     STRING "REFUSED - " WS-REFUSE-REASON
006270            DELIMITED BY SIZE INTO WS-ACTION-TEXT
006280     PERFORM 2800-LIST-ACTION THRU 2800-EXIT.
006290 2900-EXIT.
006300     EXIT.
006310
006320*-----------------------------------------------------------*
006330* 3000-CLOSE-MONTH - CERTIFIES A MONTH THAT IS OPEN, OR      *
006340* RECERTIFIES ONE REOPENED FOR RESTATEMENT.  THE MONTH'S     *
006350* ACCEPTED READINGS ARE COPIED TO THE WORK AREA OF THE       *
006360* CERTIFIED STORE, THEN CHECKED AGAINST THE MONTHLY SUMMARY  *
006370* - THE HOURS ON THE SUMMARY ROWS MUST AGREE WITH THE        *
006380* READINGS CERTIFIED, OR THE SUMMARY IS STALE AND THE CLOSE  *
006390* IS REFUSED.  ONLY A CLOSE THAT PASSES REPLACES THE MONTH'S *
006400* CERTIFIED RECORDS WITH THE WORK AREA; A REFUSED ONE JUST   *
006410* EMPTIES THE WORK AREA, SO A REOPENED MONTH KEEPS ITS OLD   *
006420* COPY AND AN OPEN ONE STAYS EMPTY.                          *
006430*-----------------------------------------------------------*
006440 3000-CLOSE-MONTH.
006450     MOVE 'N' TO WS-RESTATING-SW
006460     IF WS-PERIOD-MATCH-IDX > 0
006470         IF WS-PE-STATUS (WS-PERIOD-MATCH-IDX) = "C"
006480             MOVE "MONTH IS ALREADY CLOSED" TO WS-REFUSE-REASON
006490             PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
006500             GO TO 3000-EXIT
006510         END-IF
006520         SET WS-RESTATING TO TRUE
006530     END-IF
006540     IF WS-CARD-MONTH NOT < WS-RUN-PERIOD
006550         MOVE "MONTH HAS NOT ENDED" TO WS-REFUSE-REASON
006560         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
006570         GO TO 3000-EXIT
006580     END-IF
006590     MOVE 0 TO WS-NEW-STATIONS
006600     MOVE 0 TO WS-NEW-READINGS
006610     MOVE 0 TO WS-NEW-ESTIMATES
006620     MOVE 0 TO WS-NEW-HASH
006630     MOVE 0 TO WS-SUM-HOURS
006640     MOVE 0 TO WS-SUM-ESTIMATES
006650     MOVE 0 TO WS-DUP-READINGS
006660     MOVE 0 TO WS-SUPERSEDED-COUNT
006670*    A WORK AREA LEFT BY A RUN THAT DIED PART WAY IS EMPTIED
006680*    FIRST.
006690     MOVE WS-STAGE-MONTH TO WS-CLEAR-MONTH
006700     PERFORM 3100-CLEAR-CERTIFIED THRU 3100-EXIT
006710     PERFORM 3200-CERTIFY-READINGS THRU 3200-EXIT
006720     IF WS-NEW-READINGS = 0
006730         PERFORM 3100-CLEAR-CERTIFIED THRU 3100-EXIT
006740         MOVE "NO ACCEPTED READINGS ON WEATHERGOOD.TMP"
006750              TO WS-REFUSE-REASON
006760         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
006770         GO TO 3000-EXIT
006780     END-IF
006790     IF WS-INCLUDE-ESTIMATES
006800         PERFORM 3300-CERTIFY-ESTIMATES THRU 3300-EXIT
006810     END-IF
006820     PERFORM 3400-CHECK-SUMMARIES THRU 3400-EXIT
006830     IF WS-SUM-HOURS NOT = WS-NEW-READINGS
006840             OR WS-SUM-ESTIMATES NOT = WS-NEW-ESTIMATES
006850         PERFORM 3100-CLEAR-CERTIFIED THRU 3100-EXIT
006860         MOVE "MONTHLY SUMMARY DISAGREES - RERUN WEATHER-ROLLUP"
006870              TO WS-REFUSE-REASON
006880         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
006890         GO TO 3000-EXIT
006900     END-IF
006910     MOVE WS-CARD-MONTH TO WS-CLEAR-MONTH
006920     PERFORM 3100-CLEAR-CERTIFIED THRU 3100-EXIT
006930     PERFORM 3800-PROMOTE-STAGED THRU 3800-EXIT
006940     IF WS-RESTATING
006950         COMPUTE WS-RESTATE-NO =
006960                 WS-PE-RESTATE-NO (WS-PERIOD-MATCH-IDX) + 1
006970         PERFORM 3600-LOG-RESTATEMENT THRU 3600-EXIT
006980         ADD 1 TO WS-RESTATED-COUNT
006990         MOVE SPACES TO WS-ACTION-TEXT
007000         STRING "RECERTIFIED - RESTATEMENT " WS-RESTATE-NO
007010                DELIMITED BY SIZE INTO WS-ACTION-TEXT
007020     ELSE
007030         MOVE 0 TO WS-RESTATE-NO
007040         ADD 1 TO WS-CLOSED-COUNT
007050         MOVE "CLOSED AND CERTIFIED" TO WS-ACTION-TEXT
007060     END-IF
007070     PERFORM 2800-LIST-ACTION THRU 2800-EXIT
007080     PERFORM 3500-PUBLISH-MONTH THRU 3500-EXIT
007090     PERFORM 3700-POST-PERIOD THRU 3700-EXIT.
007100 3000-EXIT.
007110     EXIT.
007120
007130*-----------------------------------------------------------*
007140* 3100-CLEAR-CERTIFIED - DELETES EVERY CERTIFIED RECORD OF   *
007150* WS-CLEAR-MONTH - THE WORK AREA, OR THE CARD MONTH ONCE ITS *
007160* REPLACEMENT HAS PASSED THE CHECKS.                         *
007170*-----------------------------------------------------------*
007180 3100-CLEAR-CERTIFIED.
007190     MOVE 'N' TO WS-CERT-EOF-SW
007200     MOVE 0 TO WS-CLEARED-COUNT
007210     MOVE WS-CLEAR-MONTH TO CRT-MONTH
007220     MOVE 0 TO CRT-STATION
007230     MOVE 0 TO CRT-STAMP
007240     MOVE SPACE TO CRT-EST-FLAG
007250     START CERTIFIED-FILE
007260         KEY IS NOT LESS THAN CRT-KEY
007270         INVALID KEY
007280             SET WS-CERT-EOF TO TRUE
007290     END-START
007300     PERFORM 3110-DELETE-ONE-CERTIFIED THRU 3110-EXIT
007310         UNTIL WS-CERT-EOF.
007320 3100-EXIT.
007330     EXIT.
007340
007350 3110-DELETE-ONE-CERTIFIED.
007360     READ CERTIFIED-FILE NEXT RECORD
007370         AT END
007380             SET WS-CERT-EOF TO TRUE
007390             GO TO 3110-EXIT
007400     END-READ
007410     IF CRT-MONTH NOT = WS-CLEAR-MONTH
007420         SET WS-CERT-EOF TO TRUE
007430         GO TO 3110-EXIT
007440     END-IF
007450     DELETE CERTIFIED-FILE RECORD
007460         INVALID KEY
007470             DISPLAY "WEATHER-CLOSE: warning - unable to "
007480                     "delete certified " CRT-STATION "/"
007490                     CRT-STAMP " - file status "
007500                     WS-CERT-FILE-STATUS
007510             GO TO 3110-EXIT
007520     END-DELETE
007530     ADD 1 TO WS-CLEARED-COUNT.
007540 3110-EXIT.
007550     EXIT.
007560
007570*-----------------------------------------------------------*
007580* 3200-CERTIFY-READINGS - COPIES THE MONTH'S ACCEPTED        *
007590* READINGS FROM WEATHERGOOD.TMP TO THE WORK AREA.  A RESENT  *
007600* READING MEETS ITS KEY ALREADY ON FILE AND IS LEFT OUT, AS  *
007610* THE REPORT AND THE ROLLUP SET IT ASIDE.                    *
007620*-----------------------------------------------------------*
007630 3200-CERTIFY-READINGS.
007640     MOVE 'N' TO WS-WORK-EOF-SW
007650     OPEN INPUT GOOD-WORK-FILE
007660     PERFORM 3210-CERTIFY-ONE-READING THRU 3210-EXIT
007670         UNTIL WS-WORK-EOF
007680     CLOSE GOOD-WORK-FILE.
007690 3200-EXIT.
007700     EXIT.
007710
007720 3210-CERTIFY-ONE-READING.
007730     READ GOOD-WORK-FILE
007740         AT END
007750             SET WS-WORK-EOF TO TRUE
007760             GO TO 3210-EXIT
007770     END-READ
007780     IF GWR-MONTH NOT = WS-CARD-MONTH
007790         GO TO 3210-EXIT
007800     END-IF
007810     MOVE WS-STAGE-MONTH    TO CRT-MONTH
007820     MOVE GWR-DATA1         TO CRT-STATION
007830     MOVE GWR-DATA2         TO CRT-STAMP
007840     MOVE SPACE             TO CRT-EST-FLAG
007850     MOVE GOOD-WORK-RECORD  TO CRT-READING
007860     WRITE CERTIFIED-RECORD
007870         INVALID KEY
007880             ADD 1 TO WS-DUP-READINGS
007890             GO TO 3210-EXIT
007900     END-WRITE
007910     ADD 1 TO WS-NEW-READINGS
007920     ADD CRT-DATA1 TO WS-NEW-HASH
007930     ADD CRT-DATA2 TO WS-NEW-HASH
007940     PERFORM 3220-HASH-ONE-VALUE THRU 3220-EXIT
007950         VARYING WS-FIELD-IDX FROM 1 BY 1
007960         UNTIL WS-FIELD-IDX > 6.
007970 3210-EXIT.
007980     EXIT.
007990
008000 3220-HASH-ONE-VALUE.
008010     IF CRT-VALUE (WS-FIELD-IDX) < 0
008020         COMPUTE WS-HASH-VALUE =
008030                 0 - CRT-VALUE (WS-FIELD-IDX) * 10
008040     ELSE
008050         COMPUTE WS-HASH-VALUE = CRT-VALUE (WS-FIELD-IDX) * 10
008060     END-IF
008070     ADD WS-HASH-VALUE TO WS-NEW-HASH.
008080 3220-EXIT.
008090     EXIT.
008100
008110*-----------------------------------------------------------*
008120* 3300-CERTIFY-ESTIMATES - WITH ESTIMATES ROLLED UP (INCL Y) *
008130* THE MONTH'S GAP-FILL ESTIMATES ARE CERTIFIED TOO, EXCEPT   *
008140* WHERE A RECEIVED READING FOR THE SAME HOUR IS ALREADY IN   *
008150* THE WORK AREA - IT WINS, AS IT DOES IN THE ROLLUP.         *
008160*-----------------------------------------------------------*
008170 3300-CERTIFY-ESTIMATES.
008180     MOVE 'N' TO WS-ESTIMATE-EOF-SW
008190     OPEN INPUT ESTIMATE-FILE
008200     PERFORM 3310-CERTIFY-ONE-ESTIMATE THRU 3310-EXIT
008210         UNTIL WS-ESTIMATE-EOF
008220     CLOSE ESTIMATE-FILE.
008230 3300-EXIT.
008240     EXIT.
008250
008260 3310-CERTIFY-ONE-ESTIMATE.
008270     READ ESTIMATE-FILE
008280         AT END
008290             SET WS-ESTIMATE-EOF TO TRUE
008300             GO TO 3310-EXIT
008310     END-READ
008320     IF EST-MONTH NOT = WS-CARD-MONTH
008330         GO TO 3310-EXIT
008340     END-IF
008350     MOVE WS-STAGE-MONTH    TO CRT-MONTH
008360     MOVE EST-DATA1         TO CRT-STATION
008370     MOVE EST-DATA2         TO CRT-STAMP
008380     MOVE SPACE             TO CRT-EST-FLAG
008390     READ CERTIFIED-FILE
008400         INVALID KEY
008410             CONTINUE
008420         NOT INVALID KEY
008430             ADD 1 TO WS-SUPERSEDED-COUNT
008440             GO TO 3310-EXIT
008450     END-READ
008460     MOVE WS-STAGE-MONTH    TO CRT-MONTH
008470     MOVE EST-DATA1         TO CRT-STATION
008480     MOVE EST-DATA2         TO CRT-STAMP
008490     MOVE "E"               TO CRT-EST-FLAG
008500     MOVE ESTIMATE-RECORD   TO CRT-READING
008510     WRITE CERTIFIED-RECORD
008520         INVALID KEY
008530             ADD 1 TO WS-SUPERSEDED-COUNT
008540             GO TO 3310-EXIT
008550     END-WRITE
008560     ADD 1 TO WS-NEW-ESTIMATES.
008570 3310-EXIT.
008580     EXIT.
008590
008600*-----------------------------------------------------------*
008610* 3400-CHECK-SUMMARIES - TOTALS THE MONTH'S ROWS ON THE      *
008620* MONTHLY SUMMARY.  ONE ROW PER STATION, SO THE ROWS ARE THE *
008630* STATION COUNT.                                             *
008640*-----------------------------------------------------------*
008650 3400-CHECK-SUMMARIES.
008660     MOVE 'N' TO WS-MONTHLY-EOF-SW
008670     OPEN INPUT MONTHLY-SUMMARY-FILE
008680     PERFORM 3410-CHECK-ONE-SUMMARY THRU 3410-EXIT
008690         UNTIL WS-MONTHLY-EOF
008700     CLOSE MONTHLY-SUMMARY-FILE.
008710 3400-EXIT.
008720     EXIT.
008730
008740 3410-CHECK-ONE-SUMMARY.
008750     READ MONTHLY-SUMMARY-FILE
008760         AT END
008770             SET WS-MONTHLY-EOF TO TRUE
008780             GO TO 3410-EXIT
008790     END-READ
008800     IF MS-MONTH NOT = WS-CARD-MONTH
008810         GO TO 3410-EXIT
008820     END-IF
008830     ADD 1 TO WS-NEW-STATIONS
008840     ADD MS-HOUR-COUNT TO WS-SUM-HOURS
008850     IF MS-EST-COUNT NUMERIC
008860         ADD MS-EST-COUNT TO WS-SUM-ESTIMATES
008870     END-IF.
008880 3410-EXIT.
008890     EXIT.
008900
008910*-----------------------------------------------------------*
008920* 3500-PUBLISH-MONTH - WRITES THE MONTH TO THE PUBLICATION   *
008930* FILE (HEADER, ONE ROW PER STATION, TRAILER WITH THE        *
008940* CONTROL TOTALS) AND PRINTS IT WITH THE SAME TOTALS.        *
008950*-----------------------------------------------------------*
008960 3500-PUBLISH-MONTH.
008970     MOVE SPACES TO PUBLICATION-RECORD
008980     MOVE "H"           TO PUB-TYPE
008990     MOVE WS-CARD-MONTH TO PUB-MONTH
009000     MOVE WS-RUN-DATE   TO PUB-CERTIFIED-DATE
009010     MOVE WS-RESTATE-NO TO PUB-RESTATE-NO
009020     WRITE PUBLICATION-RECORD
009030     MOVE WS-CARD-MONTH TO WS-MONTH-WORK
009040     PERFORM 8100-EDIT-MONTH THRU 8100-EXIT
009050     MOVE SPACES TO PUB-REPORT-LINE
009060     STRING " MONTH " WS-MONTH-ED
009070            " - CERTIFIED " WS-RUN-YEAR "-" WS-RUN-MONTH "-"
009080            WS-RUN-DAY " - RESTATEMENT " WS-RESTATE-NO
009090            DELIMITED BY SIZE INTO PUB-REPORT-LINE
009100     WRITE PUB-REPORT-LINE
009110     MOVE " STATION  HOURS   EST   DATA3 AVG DATA4 AVG DATA5 AVG"
009120          TO PUB-REPORT-LINE
009130     MOVE " DATA6 AVG DATA7 AVG DATA8 AVG"
009140          TO PUB-REPORT-LINE (55:)
009150     WRITE PUB-REPORT-LINE
009160     MOVE 'N' TO WS-MONTHLY-EOF-SW
009170     OPEN INPUT MONTHLY-SUMMARY-FILE
009180     PERFORM 3510-PUBLISH-ONE-STATION THRU 3510-EXIT
009190         UNTIL WS-MONTHLY-EOF
009200     CLOSE MONTHLY-SUMMARY-FILE
009210     MOVE SPACES TO PUBLICATION-RECORD
009220     MOVE "T"              TO PUB-TYPE
009230     MOVE WS-CARD-MONTH    TO PUB-MONTH
009240     MOVE WS-NEW-STATIONS  TO PUB-STATIONS
009250     MOVE WS-NEW-READINGS  TO PUB-READINGS
009260     MOVE WS-NEW-ESTIMATES TO PUB-ESTIMATES
009270     MOVE WS-NEW-HASH      TO PUB-HASH
009280     WRITE PUBLICATION-RECORD
009290     MOVE SPACES TO PUB-REPORT-LINE
009300     STRING " CONTROL TOTALS - " WS-NEW-STATIONS " STATIONS, "
009310            WS-NEW-READINGS " READINGS, "
009320            WS-NEW-ESTIMATES " ESTIMATED HOURS"
009330            DELIMITED BY SIZE INTO PUB-REPORT-LINE
009340     WRITE PUB-REPORT-LINE
009350     MOVE SPACES TO PUB-REPORT-LINE
009360     STRING " HASH TOTAL OF CERTIFIED READINGS - " WS-NEW-HASH
009370            DELIMITED BY SIZE INTO PUB-REPORT-LINE
009380     WRITE PUB-REPORT-LINE
009390     MOVE SPACES TO PUB-REPORT-LINE
009400     STRING " " WS-DUP-READINGS " RESENT READINGS NOT CERTIFIED, "
009410            WS-SUPERSEDED-COUNT " ESTIMATES SUPERSEDED"
009420            DELIMITED BY SIZE INTO PUB-REPORT-LINE
009430     WRITE PUB-REPORT-LINE.
009440 3500-EXIT.
009450     EXIT.
009460
009470 3510-PUBLISH-ONE-STATION.
009480     READ MONTHLY-SUMMARY-FILE
009490         AT END
009500             SET WS-MONTHLY-EOF TO TRUE
009510             GO TO 3510-EXIT
009520     END-READ
009530     IF MS-MONTH NOT = WS-CARD-MONTH
009540         GO TO 3510-EXIT
009550     END-IF
009560     MOVE SPACES TO PUBLICATION-RECORD
009570     MOVE "D"                    TO PUB-TYPE
009580     MOVE WS-CARD-MONTH          TO PUB-MONTH
009590     MOVE MONTHLY-SUMMARY-RECORD TO PUB-BODY
009600     WRITE PUBLICATION-RECORD
009610     MOVE SPACES TO PUB-REPORT-LINE
009620     MOVE 1 TO WS-LINE-PTR
009630     STRING " " MS-STATION "   " MS-HOUR-COUNT "  "
009640            MS-EST-COUNT " "
009650            DELIMITED BY SIZE INTO PUB-REPORT-LINE
009660            WITH POINTER WS-LINE-PTR
009670     PERFORM 3520-APPEND-ONE-AVERAGE THRU 3520-EXIT
009680         VARYING WS-FIELD-IDX FROM 1 BY 1
009690         UNTIL WS-FIELD-IDX > 6
009700     WRITE PUB-REPORT-LINE.
009710 3510-EXIT.
009720     EXIT.
009730
009740 3520-APPEND-ONE-AVERAGE.
009750     STRING "   " MS-FIELD-AVG (WS-FIELD-IDX)
009760            DELIMITED BY SIZE INTO PUB-REPORT-LINE
009770            WITH POINTER WS-LINE-PTR.
009780 3520-EXIT.
009790     EXIT.
009800
009810*-----------------------------------------------------------*
009820* 3600-LOG-RESTATEMENT - THE TOTALS STILL ON THE PERIOD      *
009830* ENTRY ARE THOSE OF THE CERTIFICATION BEING REPLACED (THE   *
009840* BEFORE FIGURES); THE MONTH JUST CERTIFIED GIVES THE AFTER. *
009850*-----------------------------------------------------------*
009860 3600-LOG-RESTATEMENT.
009870     MOVE SPACES TO RESTATE-LOG-RECORD
009880     MOVE WS-CARD-MONTH TO RST-MONTH
009890     MOVE WS-RESTATE-NO TO RST-RESTATE-NO
009900     MOVE WS-PE-REOPEN-DATE (WS-PERIOD-MATCH-IDX)
009910          TO RST-REOPEN-DATE
009920     MOVE WS-PE-REOPEN-AUTH (WS-PERIOD-MATCH-IDX)
009930          TO RST-AUTH-ID
009940     MOVE WS-RUN-DATE TO RST-RECLOSE-DATE
009950     MOVE WS-PE-REOPEN-REASON (WS-PERIOD-MATCH-IDX)
009960          TO RST-REASON
009970     MOVE WS-PE-STATIONS (WS-PERIOD-MATCH-IDX)
009980          TO RST-STATIONS (1)
009990     MOVE WS-PE-READINGS (WS-PERIOD-MATCH-IDX)
010000          TO RST-READINGS (1)
010010     MOVE WS-PE-ESTIMATES (WS-PERIOD-MATCH-IDX)
010020          TO RST-ESTIMATES (1)
010030     MOVE WS-PE-HASH (WS-PERIOD-MATCH-IDX)
010040          TO RST-HASH (1)
010050     MOVE WS-NEW-STATIONS  TO RST-STATIONS (2)
010060     MOVE WS-NEW-READINGS  TO RST-READINGS (2)
010070     MOVE WS-NEW-ESTIMATES TO RST-ESTIMATES (2)
010080     MOVE WS-NEW-HASH      TO RST-HASH (2)
010090     WRITE RESTATE-LOG-RECORD.
010100 3600-EXIT.
010110     EXIT.
010120
010130*-----------------------------------------------------------*
010140* 3700-POST-PERIOD - RECORDS THE MONTH AS CLOSED WITH ITS    *
010150* NEW TOTALS.  A MONTH CLOSED FOR THE FIRST TIME IS SLOTTED  *
010160* INTO THE TABLE IN MONTH ORDER.                             *
010170*-----------------------------------------------------------*
010180 3700-POST-PERIOD.
010190     IF WS-PERIOD-MATCH-IDX = 0
010200         IF WS-PERIOD-COUNT >= 600
010210             DISPLAY "WEATHER-CLOSE: error - period table full, "
010220                     WS-CARD-MONTH " certified but not recorded"
010230             SET WS-PERIOD-OVERFLOW TO TRUE
010240             GO TO 3700-EXIT
010250         END-IF
010260         MOVE 1 TO WS-INSERT-IDX
010270         PERFORM 3710-FIND-INSERT-POINT THRU 3710-EXIT
010280             VARYING WS-PERIOD-IDX FROM 1 BY 1
010290             UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
010300         PERFORM 3720-SHIFT-ONE-PERIOD THRU 3720-EXIT
010310             VARYING WS-SHIFT-IDX FROM WS-PERIOD-COUNT BY -1
010320             UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
010330         ADD 1 TO WS-PERIOD-COUNT
010340         MOVE WS-INSERT-IDX TO WS-PERIOD-MATCH-IDX
010350         MOVE WS-CARD-MONTH TO WS-PE-MONTH (WS-PERIOD-MATCH-IDX)
010360     END-IF
010370     MOVE "C"              TO WS-PE-STATUS (WS-PERIOD-MATCH-IDX)
010380     MOVE WS-RUN-DATE
010390          TO WS-PE-CLOSE-DATE (WS-PERIOD-MATCH-IDX)
010400     MOVE WS-RESTATE-NO
010410          TO WS-PE-RESTATE-NO (WS-PERIOD-MATCH-IDX)
010420     MOVE WS-NEW-STATIONS  TO WS-PE-STATIONS (WS-PERIOD-MATCH-IDX)
010430     MOVE WS-NEW-READINGS  TO WS-PE-READINGS (WS-PERIOD-MATCH-IDX)
010440     MOVE WS-NEW-ESTIMATES
010450          TO WS-PE-ESTIMATES (WS-PERIOD-MATCH-IDX)
010460     MOVE WS-NEW-HASH      TO WS-PE-HASH (WS-PERIOD-MATCH-IDX)
010470     MOVE 0      TO WS-PE-REOPEN-DATE (WS-PERIOD-MATCH-IDX)
010480     MOVE SPACES TO WS-PE-REOPEN-AUTH (WS-PERIOD-MATCH-IDX)
010490     MOVE SPACES TO WS-PE-REOPEN-REASON (WS-PERIOD-MATCH-IDX).
010500 3700-EXIT.
010510     EXIT.
010520
010530 3710-FIND-INSERT-POINT.
010540     IF WS-PE-MONTH (WS-PERIOD-IDX) < WS-CARD-MONTH
010550         COMPUTE WS-INSERT-IDX = WS-PERIOD-IDX + 1
010560     END-IF.
010570 3710-EXIT.
010580     EXIT.
010590
010600 3720-SHIFT-ONE-PERIOD.
010610     MOVE WS-PERIOD-ENTRY (WS-SHIFT-IDX)
010620          TO WS-PERIOD-ENTRY (WS-SHIFT-IDX + 1).
010630 3720-EXIT.
010640     EXIT.
010650
010660*-----------------------------------------------------------*
010670* 3800-PROMOTE-STAGED - MOVES THE CHECKED WORK AREA TO THE   *
010680* CARD MONTH'S OWN KEY, ONE RECORD AT A TIME.  EACH PASS     *
010690* STARTS AFRESH AT THE WORK AREA, SO THE RECORDS WRITTEN     *
010700* UNDER THE CARD MONTH NEVER DISTURB THE BROWSE.             *
010710*-----------------------------------------------------------*
010720 3800-PROMOTE-STAGED.
010730     MOVE 'N' TO WS-CERT-EOF-SW
010740     PERFORM 3810-PROMOTE-ONE-STAGED THRU 3810-EXIT
010750         UNTIL WS-CERT-EOF.
010760 3800-EXIT.
010770     EXIT.
010780
010790 3810-PROMOTE-ONE-STAGED.
010800     MOVE WS-STAGE-MONTH TO CRT-MONTH
010810     MOVE 0 TO CRT-STATION
010820     MOVE 0 TO CRT-STAMP
010830     MOVE SPACE TO CRT-EST-FLAG
010840     START CERTIFIED-FILE
010850         KEY IS NOT LESS THAN CRT-KEY
010860         INVALID KEY
010870             SET WS-CERT-EOF TO TRUE
010880             GO TO 3810-EXIT
010890     END-START
010900     READ CERTIFIED-FILE NEXT RECORD
010910         AT END
010920             SET WS-CERT-EOF TO TRUE
010930             GO TO 3810-EXIT
010940     END-READ
010950     IF CRT-MONTH NOT = WS-STAGE-MONTH
010960         SET WS-CERT-EOF TO TRUE
010970         GO TO 3810-EXIT
010980     END-IF
010990     MOVE CERTIFIED-RECORD TO WS-CERT-HOLD
011000     DELETE CERTIFIED-FILE RECORD
011010         INVALID KEY
011020             DISPLAY "WEATHER-CLOSE: error - unable to move "
011030                     "certified " CRT-STATION "/" CRT-STAMP
011040                     " out of the work area - file status "
011050                     WS-CERT-FILE-STATUS
011060             SET WS-CERT-EOF TO TRUE
011070             GO TO 3810-EXIT
011080     END-DELETE
011090     MOVE WS-CERT-HOLD  TO CERTIFIED-RECORD
011100     MOVE WS-CARD-MONTH TO CRT-MONTH
011110     WRITE CERTIFIED-RECORD
011120         INVALID KEY
011130             DISPLAY "WEATHER-CLOSE: error - unable to certify "
011140                     CRT-STATION "/" CRT-STAMP
011150                     " - file status " WS-CERT-FILE-STATUS
011160     END-WRITE.
011170 3810-EXIT.
011180     EXIT.
011190
011200*-----------------------------------------------------------*
011210* 4000-REOPEN-MONTH - ONLY A CLOSED MONTH CAN BE REOPENED,   *
011220* AND ONLY ON A CARD CARRYING AN ID FROM CLOSEAUTH.DAT AND A *
011230* REASON.  THE CERTIFIED COPY STAYS IN THE STORE UNTIL THE   *
011240* MONTH IS RECERTIFIED, BUT WHILE THE STATUS IS R THE OTHER  *
011250* PROGRAMS TREAT THE MONTH AS OPEN.                          *
011260*-----------------------------------------------------------*
011270 4000-REOPEN-MONTH.
011280     IF WS-PERIOD-MATCH-IDX = 0
011290         MOVE "MONTH IS NOT CLOSED" TO WS-REFUSE-REASON
011300         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
011310         GO TO 4000-EXIT
011320     END-IF
011330     IF WS-PE-STATUS (WS-PERIOD-MATCH-IDX) NOT = "C"
011340         MOVE "MONTH IS ALREADY REOPENED" TO WS-REFUSE-REASON
011350         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
011360         GO TO 4000-EXIT
011370     END-IF
011380     IF PCC-AUTH-ID = SPACES
011390         MOVE "NO AUTHORIZING ID ON CARD" TO WS-REFUSE-REASON
011400         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
011410         GO TO 4000-EXIT
011420     END-IF
011430     IF PCC-REASON = SPACES
011440         MOVE "NO RESTATEMENT REASON ON CARD"
011450              TO WS-REFUSE-REASON
011460         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
011470         GO TO 4000-EXIT
011480     END-IF
011490     MOVE 'N' TO WS-AUTH-FOUND-SW
011500     PERFORM 4100-MATCH-ONE-AUTHORITY THRU 4100-EXIT
011510         VARYING WS-AUTH-IDX FROM 1 BY 1
011520         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
011530            OR WS-AUTH-FOUND
011540     IF NOT WS-AUTH-FOUND
011550         MOVE "ID NOT AUTHORIZED ON CLOSEAUTH.DAT"
011560              TO WS-REFUSE-REASON
011570         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
011580         GO TO 4000-EXIT
011590     END-IF
011600     MOVE "R"         TO WS-PE-STATUS (WS-PERIOD-MATCH-IDX)
011610     MOVE WS-RUN-DATE TO WS-PE-REOPEN-DATE (WS-PERIOD-MATCH-IDX)
011620     MOVE PCC-AUTH-ID TO WS-PE-REOPEN-AUTH (WS-PERIOD-MATCH-IDX)
011630     MOVE PCC-REASON
011640          TO WS-PE-REOPEN-REASON (WS-PERIOD-MATCH-IDX)
011650     ADD 1 TO WS-REOPENED-COUNT
011660     MOVE SPACES TO WS-ACTION-TEXT
011670     STRING "REOPENED FOR RESTATEMENT - " PCC-REASON
011680            DELIMITED BY SIZE INTO WS-ACTION-TEXT
011690     PERFORM 2800-LIST-ACTION THRU 2800-EXIT.
011700 4000-EXIT.
011710     EXIT.
011720
011730 4100-MATCH-ONE-AUTHORITY.
011740     IF WS-AUTH-ID (WS-AUTH-IDX) = PCC-AUTH-ID
011750         SET WS-AUTH-FOUND TO TRUE
011760     END-IF.
011770 4100-EXIT.
011780     EXIT.
011790
011800*-----------------------------------------------------------*
011810* 6000-REWRITE-PERIODS - WRITES THE PERIOD CONTROL FILE BACK *
011820* FROM THE TABLE, IN MONTH ORDER, AND CLOSES THE PUBLICATION.*
011830*-----------------------------------------------------------*
011840 6000-REWRITE-PERIODS.
011850     OPEN OUTPUT PERIOD-FILE
011860     PERFORM 6100-WRITE-ONE-PERIOD THRU 6100-EXIT
011870         VARYING WS-PERIOD-IDX FROM 1 BY 1
011880         UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
011890     CLOSE PERIOD-FILE
011900     MOVE SPACES TO PUB-REPORT-LINE
011910     WRITE PUB-REPORT-LINE
011920     MOVE SPACES TO PUB-REPORT-LINE
011930     STRING "END OF CERTIFIED PUBLICATION - " WS-CARD-READ-COUNT
011940            " CARDS, " WS-CLOSED-COUNT " MONTHS CLOSED, "
011950            WS-RESTATED-COUNT " RECERTIFIED, "
011960            WS-REOPENED-COUNT " REOPENED, "
011970            WS-REFUSED-COUNT " REFUSED"
011980            DELIMITED BY SIZE INTO PUB-REPORT-LINE
011990     WRITE PUB-REPORT-LINE
012000     CLOSE PUBLICATION-FILE
012010     CLOSE PUB-REPORT-FILE
012020     CLOSE CERTIFIED-FILE.
012030 6000-EXIT.
012040     EXIT.
012050
012060 6100-WRITE-ONE-PERIOD.
012070     MOVE SPACES TO PERIOD-RECORD
012080     MOVE WS-PE-MONTH (WS-PERIOD-IDX)       TO PER-MONTH
012090     MOVE WS-PE-STATUS (WS-PERIOD-IDX)      TO PER-STATUS
012100     MOVE WS-PE-CLOSE-DATE (WS-PERIOD-IDX)  TO PER-CLOSE-DATE
012110     MOVE WS-PE-RESTATE-NO (WS-PERIOD-IDX)  TO PER-RESTATE-NO
012120     MOVE WS-PE-STATIONS (WS-PERIOD-IDX)    TO PER-STATIONS
012130     MOVE WS-PE-READINGS (WS-PERIOD-IDX)    TO PER-READINGS
012140     MOVE WS-PE-ESTIMATES (WS-PERIOD-IDX)   TO PER-ESTIMATES
012150     MOVE WS-PE-HASH (WS-PERIOD-IDX)        TO PER-HASH
012160     MOVE WS-PE-REOPEN-DATE (WS-PERIOD-IDX) TO PER-REOPEN-DATE
012170     MOVE WS-PE-REOPEN-AUTH (WS-PERIOD-IDX) TO PER-REOPEN-AUTH
012180     MOVE WS-PE-REOPEN-REASON (WS-PERIOD-IDX)
012190          TO PER-REOPEN-REASON
012200     WRITE PERIOD-RECORD.
012210 6100-EXIT.
012220     EXIT.
012230
012240*-----------------------------------------------------------*
012250* 7000-PRINT-REGISTER - THE RESTATEMENT REGISTER IS PRINTED  *
012260* WHOLE FROM THE LOG EVERY RUN: EACH RESTATEMENT WITH WHO    *
012270* AUTHORIZED IT AND WHY, AND ITS CONTROL TOTALS BEFORE AND   *
012280* AFTER.  MONTHS STILL REOPENED ARE LISTED AT THE FOOT.      *
012290*-----------------------------------------------------------*
012300 7000-PRINT-REGISTER.
012310     CLOSE RESTATE-LOG-FILE
012320     OPEN INPUT RESTATE-LOG-FILE
012330     OPEN OUTPUT REGISTER-FILE
012340     MOVE SPACES TO REGISTER-LINE
012350     STRING "WEATHER RESTATEMENT REGISTER - RUN DATE "
012360            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
012370            DELIMITED BY SIZE INTO REGISTER-LINE
012380     WRITE REGISTER-LINE
012390     PERFORM 7100-PRINT-ONE-RESTATEMENT THRU 7100-EXIT
012400         UNTIL WS-LOG-EOF
012410     CLOSE RESTATE-LOG-FILE
012420     PERFORM 7300-LIST-ONE-REOPENED THRU 7300-EXIT
012430         VARYING WS-PERIOD-IDX FROM 1 BY 1
012440         UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
012450     MOVE SPACES TO REGISTER-LINE
012460     WRITE REGISTER-LINE
012470     MOVE SPACES TO REGISTER-LINE
012480     STRING "END OF RESTATEMENT REGISTER - " WS-LOG-READ-COUNT
012490            " RESTATEMENTS ON FILE, " WS-AWAITING-COUNT
012500            " MONTHS REOPENED AWAITING RECERTIFICATION"
012510            DELIMITED BY SIZE INTO REGISTER-LINE
012520     WRITE REGISTER-LINE
012530     CLOSE REGISTER-FILE.
012540 7000-EXIT.
012550     EXIT.
012560
012570 7100-PRINT-ONE-RESTATEMENT.
012580     READ RESTATE-LOG-FILE
012590         AT END
012600             SET WS-LOG-EOF TO TRUE
012610             GO TO 7100-EXIT
012620     END-READ
012630     ADD 1 TO WS-LOG-READ-COUNT
012640     MOVE SPACES TO REGISTER-LINE
012650     WRITE REGISTER-LINE
012660     MOVE RST-MONTH TO WS-MONTH-WORK
012670     PERFORM 8100-EDIT-MONTH THRU 8100-EXIT
012680     MOVE SPACES TO REGISTER-LINE
012690     MOVE 1 TO WS-LINE-PTR
012700     STRING " MONTH " WS-MONTH-ED
012710            "  RESTATEMENT " RST-RESTATE-NO
012720            "  REOPENED "
012730            DELIMITED BY SIZE INTO REGISTER-LINE
012740            WITH POINTER WS-LINE-PTR
012750     MOVE RST-REOPEN-DATE TO WS-DATE-WORK
012760     PERFORM 8000-EDIT-DATE THRU 8000-EXIT
012770     STRING WS-DATE-ED " BY " RST-AUTH-ID "  RECERTIFIED "
012780            DELIMITED BY SIZE INTO REGISTER-LINE
012790            WITH POINTER WS-LINE-PTR
012800     MOVE RST-RECLOSE-DATE TO WS-DATE-WORK
012810     PERFORM 8000-EDIT-DATE THRU 8000-EXIT
012820     STRING WS-DATE-ED
012830            DELIMITED BY SIZE INTO REGISTER-LINE
012840            WITH POINTER WS-LINE-PTR
012850     WRITE REGISTER-LINE
012860     MOVE SPACES TO REGISTER-LINE
012870     STRING "   REASON: " RST-REASON
012880            DELIMITED BY SIZE INTO REGISTER-LINE
012890     WRITE REGISTER-LINE
012900     MOVE SPACES TO REGISTER-LINE
012910     MOVE "STATION  READINGS  ESTIMATES" TO REGISTER-LINE (16:)
012920     MOVE "HASH TOTAL" TO REGISTER-LINE (47:)
012930     WRITE REGISTER-LINE
012940     PERFORM 7200-PRINT-ONE-TOTALS-LINE THRU 7200-EXIT
012950         VARYING WS-TOTALS-IDX FROM 1 BY 1
012960         UNTIL WS-TOTALS-IDX > 2
012970     MOVE SPACES TO REGISTER-LINE
012980     MOVE 1 TO WS-LINE-PTR
012990     STRING "   CHANGE     " DELIMITED BY SIZE
013000            INTO REGISTER-LINE WITH POINTER WS-LINE-PTR
013010     COMPUTE WS-COUNT-CHANGE = RST-STATIONS (2) - RST-STATIONS (1)
013020     MOVE WS-COUNT-CHANGE TO WS-STATION-CHANGE-ED
013030     STRING WS-STATION-CHANGE-ED " " DELIMITED BY SIZE
013040            INTO REGISTER-LINE WITH POINTER WS-LINE-PTR
013050     COMPUTE WS-COUNT-CHANGE = RST-READINGS (2) - RST-READINGS (1)
013060     MOVE WS-COUNT-CHANGE TO WS-COUNT-CHANGE-ED
013070     STRING WS-COUNT-CHANGE-ED " " DELIMITED BY SIZE
013080            INTO REGISTER-LINE WITH POINTER WS-LINE-PTR
013090     COMPUTE WS-COUNT-CHANGE =
013100             RST-ESTIMATES (2) - RST-ESTIMATES (1)
013110     MOVE WS-COUNT-CHANGE TO WS-COUNT-CHANGE-ED
013120     STRING WS-COUNT-CHANGE-ED "   " DELIMITED BY SIZE
013130            INTO REGISTER-LINE WITH POINTER WS-LINE-PTR
013140     IF RST-HASH (2) = RST-HASH (1)
013150         STRING "HASH UNCHANGED" DELIMITED BY SIZE
013160                INTO REGISTER-LINE WITH POINTER WS-LINE-PTR
013170     ELSE
013180         STRING "HASH CHANGED" DELIMITED BY SIZE
013190                INTO REGISTER-LINE WITH POINTER WS-LINE-PTR
013200     END-IF
013210     WRITE REGISTER-LINE.
013220 7100-EXIT.
013230     EXIT.
013240
013250 7200-PRINT-ONE-TOTALS-LINE.
013260     MOVE SPACES TO REGISTER-LINE
013270     STRING "   " WS-TOTALS-LABEL (WS-TOTALS-IDX)
013280            RST-STATIONS (WS-TOTALS-IDX) "  "
013290            RST-READINGS (WS-TOTALS-IDX) "  "
013300            RST-ESTIMATES (WS-TOTALS-IDX) "   "
013310            RST-HASH (WS-TOTALS-IDX)
013320            DELIMITED BY SIZE INTO REGISTER-LINE
013330     WRITE REGISTER-LINE.
013340 7200-EXIT.
013350     EXIT.
013360
013370 7300-LIST-ONE-REOPENED.
013380     IF WS-PE-STATUS (WS-PERIOD-IDX) NOT = "R"
013390         GO TO 7300-EXIT
013400     END-IF
013410     ADD 1 TO WS-AWAITING-COUNT
013420     IF WS-AWAITING-COUNT = 1
013430         MOVE SPACES TO REGISTER-LINE
013440         WRITE REGISTER-LINE
013450         MOVE " MONTHS REOPENED - NOT YET RECERTIFIED"
013460              TO REGISTER-LINE
013470         WRITE REGISTER-LINE
013480     END-IF
013490     MOVE WS-PE-MONTH (WS-PERIOD-IDX) TO WS-MONTH-WORK
013500     PERFORM 8100-EDIT-MONTH THRU 8100-EXIT
013510     MOVE WS-PE-REOPEN-DATE (WS-PERIOD-IDX) TO WS-DATE-WORK
013520     PERFORM 8000-EDIT-DATE THRU 8000-EXIT
013530     MOVE SPACES TO REGISTER-LINE
013540     STRING " MONTH " WS-MONTH-ED "  REOPENED " WS-DATE-ED
013550            " BY " WS-PE-REOPEN-AUTH (WS-PERIOD-IDX)
013560            "  " WS-PE-REOPEN-REASON (WS-PERIOD-IDX)
013570            DELIMITED BY SIZE INTO REGISTER-LINE
013580     WRITE REGISTER-LINE.
013590 7300-EXIT.
013600     EXIT.
013610
013620*-----------------------------------------------------------*
013630* 8000-EDIT-DATE / 8100-EDIT-MONTH - PRINTABLE FORMS.        *
013640*-----------------------------------------------------------*
013650 8000-EDIT-DATE.
013660     MOVE SPACES TO WS-DATE-ED
013670     STRING WS-DW-YEAR "-" WS-DW-MONTH "-" WS-DW-DAY
013680            DELIMITED BY SIZE INTO WS-DATE-ED.
013690 8000-EXIT.
013700     EXIT.
013710
013720 8100-EDIT-MONTH.
013730     MOVE SPACES TO WS-MONTH-ED
013740     STRING WS-MW-YEAR "-" WS-MW-MONTH
013750            DELIMITED BY SIZE INTO WS-MONTH-ED.
013760 8100-EXIT.
013770     EXIT.
013780
013790*-----------------------------------------------------------*
013800* 9999-TERMINATE - RC 4 WHEN ANY CARD WAS REFUSED, RC 16     *
013810* WHEN A NEWLY CLOSED MONTH COULD NOT BE RECORDED.           *
013820*-----------------------------------------------------------*
013830 9999-TERMINATE.
013840     DISPLAY "WEATHER-CLOSE: " WS-CARD-READ-COUNT " cards, "
013850             WS-CLOSED-COUNT " months closed, "
013860             WS-RESTATED-COUNT " recertified, "
013870             WS-REOPENED-COUNT " reopened, "
013880             WS-REFUSED-COUNT " refused."
013890     IF WS-PERIOD-OVERFLOW
013900         MOVE 16 TO RETURN-CODE
013910     ELSE
013920         IF WS-REFUSED-COUNT > 0
013930             MOVE 4 TO RETURN-CODE
013940         ELSE
013950             MOVE 0 TO RETURN-CODE
013960         END-IF
013970     END-IF.
013980 9999-EXIT.
013990     EXIT.
