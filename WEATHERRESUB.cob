000240*                  READS THE KEYED STATIONIDX.DAT KEPT BY    *
000250*                  STATION-MAINT INSTEAD OF LOADING A 200-   *
000260*                  SLOT TABLE.                               *
000270* 2026-10-15  DSG  EFFECTIVE-DATED STATION HISTORY - THE     *
000280*                  STATION EDIT JUDGES A CORRECTED READING   *
000290*                  BY THE STATIONHIST.DAT PERIOD IN FORCE AT *
000300*                  ITS DATA2, EXACTLY AS READTESTDATA DOES.  *
000310* 2026-10-15  DSG  STATION MASTER LAYOUTS CARRY THE NEW       *
000320*                  LATITUDE, LONGITUDE AND ELEVATION, AND    *
000330*                  THE INDEX BOOTSTRAP LOADS THEM.           *
000340* 2026-10-15  DSG  PERIOD CLOSE - A CORRECTION TO A READING  *
000350*                  IN A MONTH WEATHER-CLOSE HAS CLOSED, OR   *
000360*                  ONE THAT WOULD RESTAMP A READING INTO A   *
000370*                  CLOSED MONTH, IS NOT APPLIED BUT LISTED   *
000380*                  AS PERIOD CLOSED UNTIL THE MONTH IS       *
000390*                  REOPENED FOR RESTATEMENT.                 *
000400* 2026-10-15  DSG  OPERATOR AUTHORIZATION - EVERY FIX CARD    *
000410*                  CARRIES THE SUBMITTING OPERATOR'S ID,     *
000420*                  WHICH OPERAUTH.DAT MUST GRANT RSUB CARDS. *
000430*                  AN OPERATOR SUBMITTING MORE THAN THE RECS *
000440*                  LIMIT ON APPRPARM.DAT IN ONE DECK NEEDS A *
000450*                  SECOND, DIFFERENT AUTHORIZED OPERATOR AS  *
000460*                  APPROVER ON EACH CARD.  A CARD FAILING    *
000470*                  EITHER TEST IS HELD ON MAINTPEND.DAT AND  *
000480*                  LISTED, NOT APPLIED.  THE LISTING SHOWS   *
000490*                  BOTH IDS.                                 *
000491* 2026-10-15  DSG  A STATIONIDX.DAT IN THE OLD SHORTER       *
000492*                  LAYOUT (FILE STATUS 39) IS REBUILT FROM   *
000493*                  STATIONMST.DAT LIKE A MISSING ONE.  AN    *
000494*                  INDEX ON DISK THAT STILL CANNOT BE OPENED *
000495*                  ENDS THE RUN RC 8 - THE STATION EDIT WAS  *
000496*                  NOT DONE.                                 *
000497* 2026-10-15  DSG  STATIONHIST.DAT IS CLOSED AT THE END OF   *
000498*                  THE RUN WITH THE OTHER FILES.             *
000500*-----------------------------------------------------------*
000510*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL REJECT-FILE ASSIGN TO "WEATHERREJECT.DAT"
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS WS-REJECT-FILE-STATUS.
000580
000590     SELECT OPTIONAL FIX-CARD-FILE ASSIGN TO "WEATHERFIX.DAT"
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS WS-FIX-FILE-STATUS.
000620
000630     SELECT STATION-INDEX-FILE ASSIGN TO "STATIONIDX.DAT"
000640     ORGANIZATION IS INDEXED
000650     ACCESS IS RANDOM
000660     RECORD KEY IS SIX-CODE
000670     FILE STATUS IS WS-STATION-INDEX-STATUS.
000680
000690     SELECT STATION-HIST-FILE ASSIGN TO "STATIONHIST.DAT"
000700     ORGANIZATION IS INDEXED
000710     ACCESS IS RANDOM
000720     RECORD KEY IS SHX-CODE
000730     FILE STATUS IS WS-STATION-HIST-STATUS.
000740
000750     SELECT OPTIONAL STATION-MASTER-FILE ASSIGN TO
000760     "STATIONMST.DAT"
000770     ORGANIZATION IS LINE SEQUENTIAL.
000780
000790     SELECT OPTIONAL PERIOD-FILE ASSIGN TO "WEATHERPERIOD.DAT"
000800     ORGANIZATION IS LINE SEQUENTIAL.
000810
000820     SELECT SUPPLEMENTAL-FILE ASSIGN TO "WEATHERSUPP.DAT"
000830     ORGANIZATION IS LINE SEQUENTIAL.
000840
000850     SELECT RESULT-LISTING-FILE ASSIGN TO "WEATHERRESUB.TXT"
000860     ORGANIZATION IS LINE SEQUENTIAL.
000870
000880     SELECT SORT-FIX-WORK ASSIGN TO "SORTWK03".
000890
000900     SELECT SORT-REJ-WORK ASSIGN TO "SORTWK04".
000910
000920     SELECT FIX-SORTED-FILE ASSIGN TO "WEATHERFIX.SRT"
000930     ORGANIZATION IS LINE SEQUENTIAL.
000940
000950     SELECT REJ-SORTED-FILE ASSIGN TO "WEATHERREJ.SRT"
000960     ORGANIZATION IS LINE SEQUENTIAL.
000970
000980     SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
000990     ORGANIZATION IS LINE SEQUENTIAL.
001000
001010     SELECT OPTIONAL APPROVAL-PARM-FILE ASSIGN TO
001020     "APPRPARM.DAT"
001030     ORGANIZATION IS LINE SEQUENTIAL.
001040
001050     SELECT OPTIONAL PENDING-FILE ASSIGN TO "MAINTPEND.DAT"
001060     ORGANIZATION IS LINE SEQUENTIAL.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  REJECT-FILE.
001110 01  REJECT-RECORD.
001120     05 RJ-YEAR                 PIC X(04).
001130     05 FILLER                  PIC X(01).
001140     05 RJ-REASON               PIC X(40).
001150     05 FILLER                  PIC X(01).
001160     05 RJ-RECORD               PIC X(46).
001170
001180 FD  FIX-CARD-FILE.
001190 01  FIX-CARD.
001200     05 FIX-YEAR                PIC X(04).
001210     05 FILLER                  PIC X(01).
001220     05 FIX-KEY-STATION         PIC X(06).
001230     05 FILLER                  PIC X(01).
001240     05 FIX-KEY-STAMP           PIC X(10).
001250     05 FILLER                  PIC X(01).
001260     05 FIX-VALUE OCCURS 6 TIMES.
001270        10 FIX-VALUE-TEXT       PIC X(05).
001280        10 FILLER               PIC X(01).
001290     05 FIX-NEW-STATION         PIC X(06).
001300     05 FILLER                  PIC X(01).
001310     05 FIX-NEW-STAMP           PIC X(10).
001320     05 FILLER                  PIC X(01).
001330     05 FIX-SUBMITTER           PIC X(08).
001340     05 FILLER                  PIC X(01).
001350     05 FIX-APPROVER            PIC X(08).
001360
001370 FD  STATION-INDEX-FILE.
001380 01  STATION-INDEX-RECORD.
001390     02 SIX-CODE                PIC 9(06).
001400     02 SIX-NAME                PIC X(20).
001410     02 SIX-LOCATION            PIC X(20).
001420     02 SIX-ACTIVE              PIC X(01).
001430     02 SIX-COMM-DATE           PIC 9(08).
001440     02 SIX-GEO-SET             PIC X(01).
001450     02 SIX-LATITUDE            PIC S9(02)V9(04).
001460     02 SIX-LONGITUDE           PIC S9(03)V9(04).
001470     02 SIX-ELEVATION           PIC S9(04).
001480
001490*    STATION HISTORY KEPT BY STATION-MAINT - PERIODS OLDEST
001500*    FIRST.  EVENT C = COMMISSIONED, L = RELOCATED, S = SENSOR
001510*    REPLACED, D = DECOMMISSIONED.
001520 FD  STATION-HIST-FILE.
001530 01  STATION-HIST-RECORD.
001540     02 SHX-CODE                PIC 9(06).
001550     02 SHX-PERIOD-COUNT        PIC 9(02).
001560     02 SHX-PERIOD OCCURS 20 TIMES.
001570        03 SHX-EVENT            PIC X(01).
001580        03 SHX-EFF-STAMP        PIC 9(10).
001590        03 SHX-NAME             PIC X(20).
001600        03 SHX-LOCATION         PIC X(20).
001610        03 SHX-OLD-LOCATION     PIC X(20).
001620        03 SHX-NOTE             PIC X(20).
001630
001640 FD  STATION-MASTER-FILE.
001650 01  STATION-MASTER-RECORD.
001660     05 STM-CODE                PIC 9(06).
001670     05 FILLER                  PIC X(01).
001680     05 STM-NAME                PIC X(20).
001690     05 FILLER                  PIC X(01).
001700     05 STM-LOCATION            PIC X(20).
001710     05 FILLER                  PIC X(01).
001720     05 STM-ACTIVE              PIC X(01).
001730     05 FILLER                  PIC X(01).
001740     05 STM-COMM-DATE           PIC 9(08).
001750     05 FILLER                  PIC X(01).
001760     05 STM-LATITUDE            PIC +99.9999.
001770     05 STM-LATITUDE-X  REDEFINES STM-LATITUDE
001780                                PIC X(08).
001790     05 FILLER                  PIC X(01).
001800     05 STM-LONGITUDE           PIC +999.9999.
001810     05 FILLER                  PIC X(01).
001820     05 STM-ELEVATION           PIC +9999.
001830
001840*    WEATHER-CLOSE'S PERIOD CONTROL FILE - ONLY THE MONTH AND
001850*    ITS STATUS ARE NEEDED HERE.  C = CLOSED.
001860 FD  PERIOD-FILE.
001870 01  PERIOD-RECORD.
001880     05 PER-MONTH               PIC 9(06).
001890     05 FILLER                  PIC X(01).
001900     05 PER-STATUS              PIC X(01).
001910     05 FILLER                  PIC X(117).
001920
001930 FD  SUPPLEMENTAL-FILE.
001940 01  SUPPLEMENTAL-RECORD.
001950     05 SUP-YEAR                PIC 9(04).
001960     05 FILLER                  PIC X(01).
001970     05 SUP-RECORD              PIC X(46).
001980
001990 FD  RESULT-LISTING-FILE.
002000 01  RESULT-LINE                PIC X(132).
002010
002020 SD  SORT-FIX-WORK.
002030 01  SORT-FIX-RECORD.
002040     05 SWF-YEAR                PIC X(04).
002050     05 FILLER                  PIC X(01).
002060     05 SWF-STATION             PIC X(06).
002070     05 FILLER                  PIC X(01).
002080     05 SWF-STAMP               PIC X(10).
002090     05 FILLER                  PIC X(72).
002100
002110 SD  SORT-REJ-WORK.
002120 01  SORT-REJ-RECORD.
002130     05 SWR-YEAR                PIC X(04).
002140     05 FILLER                  PIC X(01).
002150     05 SWR-REASON              PIC X(40).
002160     05 FILLER                  PIC X(01).
002170     05 SWR-RECORD.
002180        10 SWR-STATION          PIC X(06).
002190        10 SWR-STAMP            PIC X(10).
002200        10 FILLER               PIC X(30).
002210
002220 FD  FIX-SORTED-FILE.
002230 01  SORTED-FIX-CARD.
002240     05 SFX-YEAR                PIC X(04).
002250     05 FILLER                  PIC X(01).
002260     05 SFX-KEY-STATION         PIC X(06).
002270     05 FILLER                  PIC X(01).
002280     05 SFX-KEY-STAMP           PIC X(10).
002290     05 FILLER                  PIC X(01).
002300     05 SFX-VALUE OCCURS 6 TIMES.
002310        10 SFX-VALUE-TEXT       PIC X(05).
002320        10 FILLER               PIC X(01).
002330     05 SFX-NEW-STATION         PIC X(06).
002340     05 FILLER                  PIC X(01).
002350     05 SFX-NEW-STAMP           PIC X(10).
002360     05 FILLER                  PIC X(01).
002370     05 SFX-SUBMITTER           PIC X(08).
002380     05 FILLER                  PIC X(01).
002390     05 SFX-APPROVER            PIC X(08).
002400
002410 FD  REJ-SORTED-FILE.
002420 01  SORTED-REJECT-RECORD.
002430     05 SRJ-YEAR                PIC X(04).
002440     05 FILLER                  PIC X(01).
002450     05 SRJ-REASON              PIC X(40).
002460     05 FILLER                  PIC X(01).
002470     05 SRJ-RECORD.
002480        10 SRJ-STATION          PIC X(06).
002490        10 SRJ-STAMP            PIC X(10).
002500        10 FILLER               PIC X(30).
002510
002520*    OPERATORS AND THE CARD TYPES EACH MAY SUBMIT OR APPROVE -
002530*    STNM STATION-MAINT, OUTM OUTAGE-MAINT, RSUB
002540*    WEATHER-RESUBMIT.
002550 FD  OPERATOR-AUTH-FILE.
002560 01  OPERATOR-AUTH-RECORD.
002570     05 OPA-ID                  PIC X(08).
002580     05 FILLER                  PIC X(01).
002590     05 OPA-TYPE-SLOT OCCURS 6 TIMES.
002600        10 OPA-CARD-TYPE        PIC X(04).
002610        10 FILLER               PIC X(01).
002620     05 OPA-NAME                PIC X(30).
002630
002640*    TAG/VALUE CARDS SHARED WITH OUTAGE-MAINT - ONLY RECS IS
002650*    READ HERE.
002660 FD  APPROVAL-PARM-FILE.
002670 01  PARM-CARD.
002680     05 PARM-TAG                PIC X(04).
002690     05 FILLER                  PIC X(01).
002700     05 PARM-VALUE              PIC X(20).
002710
002720*    CARDS HELD FOR AUTHORIZATION OR APPROVAL BY ANY OF THE
002730*    MAINTENANCE PROGRAMS, WITH THE CARD IMAGE AS SUBMITTED.
002740 FD  PENDING-FILE.
002750 01  PENDING-RECORD.
002760     05 PND-CARD-TYPE           PIC X(04).
002770     05 FILLER                  PIC X(01).
002780     05 PND-RUN-ID              PIC 9(14).
002790     05 FILLER                  PIC X(01).
002800     05 PND-CARD-NUMBER         PIC 9(06).
002810     05 FILLER                  PIC X(01).
002820     05 PND-REASON              PIC X(40).
002830     05 FILLER                  PIC X(01).
002840     05 PND-CARD-IMAGE          PIC X(132).
002850
002860 WORKING-STORAGE SECTION.
002870 77  WS-REJECT-FILE-STATUS      PIC X(02)  VALUE "00".
002880 77  WS-FIX-FILE-STATUS         PIC X(02)  VALUE "00".
002890 77  WS-STATION-INDEX-STATUS    PIC X(02)  VALUE "00".
002900
002910 77  WS-BOOTSTRAP-COUNT         PIC 9(06)  VALUE 0.
002920 77  WS-REJECT-READ-COUNT       PIC 9(06)  VALUE 0.
002930 77  WS-FIX-CARD-COUNT          PIC 9(06)  VALUE 0.
002940 77  WS-REPAIRED-COUNT          PIC 9(06)  VALUE 0.
002950 77  WS-STILL-BAD-COUNT         PIC 9(06)  VALUE 0.
002960 77  WS-UNMATCHED-CARD-COUNT    PIC 9(06)  VALUE 0.
002970 77  WS-PERIOD-CLOSED-COUNT     PIC 9(06)  VALUE 0.
002980 77  WS-HELD-COUNT              PIC 9(06)  VALUE 0.
002990
003000*    OPERATORS OFF OPERAUTH.DAT, FLAGGED Y WHEN GRANTED RSUB.
003010 77  WS-OPER-COUNT              PIC 9(03)  VALUE 0.
003020 77  WS-OPER-IDX                PIC 9(03)  VALUE 0.
003030 77  WS-TYPE-IDX                PIC 9(01)  VALUE 0.
003040 01  WS-OPER-TABLE.
003050     05 WS-OPER-ENTRY       OCCURS 100 TIMES.
003060        10 WS-OPER-ID           PIC X(08).
003070        10 WS-OPER-GRANTED      PIC X(01).
003080 77  WS-CHECK-ID                PIC X(08)  VALUE SPACES.
003090 77  WS-HOLD-REASON             PIC X(40)  VALUE SPACES.
003100 77  WS-APPROVER-SHOWN          PIC X(08)  VALUE SPACES.
003110
003120*    CARDS ON THIS DECK PER SUBMITTER, COUNTED BEFORE THE SORT.
003130*    A SUBMITTER OVER WS-MAX-RESUB-RECS NEEDS AN APPROVER ON
003140*    EVERY CARD; SO DOES EVERYONE IF THE TABLE OVERFLOWS.
003150 77  WS-MAX-RESUB-RECS          PIC 9(06)  VALUE 20.
003160 77  WS-MAX-RECS-ED             PIC ZZZZZ9.
003170 77  WS-PARM-NUMVAL             PIC S9(7)V9 VALUE 0.
003180 77  WS-SUBM-COUNT              PIC 9(03)  VALUE 0.
003190 77  WS-SUBM-IDX                PIC 9(03)  VALUE 0.
003200 77  WS-SUBM-MATCH-IDX          PIC 9(03)  VALUE 0.
003210 01  WS-SUBM-TABLE.
003220     05 WS-SUBM-ENTRY       OCCURS 200 TIMES.
003230        10 WS-SUBM-ID           PIC X(08).
003240        10 WS-SUBM-CARDS        PIC 9(06).
003250
003260*    RUN ID (DATE AND TIME) STAMPED ON EVERY HELD CARD.
003270 77  WS-RUN-ID                  PIC 9(14)  VALUE 0.
003280 01  WS-NOW-STAMP               PIC 9(14)  VALUE 0.
003290 01  WS-NOW-STAMP-X  REDEFINES WS-NOW-STAMP.
003300     05 WS-NOW-DATE             PIC 9(08).
003310     05 WS-NOW-TIME             PIC 9(06).
003320 77  WS-NOW-TIME-RAW            PIC 9(08)  VALUE 0.
003330
003340*    MONTHS CLOSED BY WEATHER-CLOSE - NO CORRECTION MAY LAND
003350*    IN ONE OF THEM.
003360 77  WS-CLOSE-MONTH-COUNT       PIC 9(03)  VALUE 0.
003370 77  WS-CLOSE-IDX               PIC 9(03)  VALUE 0.
003380 77  WS-CLOSE-CHECK-MONTH       PIC 9(06)  VALUE 0.
003390 01  WS-CLOSE-TABLE.
003400     05 WS-CLOSE-MONTH      OCCURS 600 TIMES PIC 9(06).
003410
003420 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
003430 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE.
003440     05 WS-RUN-YEAR             PIC 9(04).
003450     05 WS-RUN-MONTH            PIC 9(02).
003460     05 WS-RUN-DAY              PIC 9(02).
003470
003480*    THE MERGE WALKS BOTH SORTED FILES ON THIS KEY - NO
003490*    TABLE, SO THE CARD AND REJECT VOLUME IS BOUNDED BY
003500*    DISK, NOT BY AN OCCURS CLAUSE.
003510 01  WS-FIX-KEY.
003520     05 WS-FIXK-YEAR            PIC X(04).
003530     05 WS-FIXK-STATION         PIC X(06).
003540     05 WS-FIXK-STAMP           PIC X(10).
003550 01  WS-REJ-KEY.
003560     05 WS-REJK-YEAR            PIC X(04).
003570     05 WS-REJK-STATION         PIC X(06).
003580     05 WS-REJK-STAMP           PIC X(10).
003590
003600*    THE CORRECTED RECORD IS REBUILT HERE IN THE SAME SHAPE
003610*    AS THE YEARLY FEED RECORD AND EDITED IN PLACE.
003620 01  WS-WORK-RECORD.
003630     05 WRK-DATA1               PIC X(06).
003640     05 WRK-DATA2               PIC X(10).
003650     05 WRK-FIELD OCCURS 6 TIMES PIC X(05).
003660
003670 77  WS-CORRECTION-YEAR         PIC 9(04)  VALUE 0.
003680 77  WS-REJECT-REASON           PIC X(40)  VALUE SPACES.
003690 77  WS-FIELD-NUMVAL            PIC S9(5)V9 VALUE 0.
003700 77  WS-STAT-IDX                PIC 9(02)  VALUE 0.
003710 01  WS-FIELD-LABEL-TABLE.
003720     05 FILLER                  PIC X(30)
003730        VALUE "DATA3DATA4DATA5DATA6DATA7DATA8".
003740 01  WS-FIELD-LABELS REDEFINES WS-FIELD-LABEL-TABLE.
003750     05 WS-FIELD-LABEL OCCURS 6 TIMES PIC X(05).
003760
003770 01  WS-TS-STAMP                PIC 9(10)  VALUE 0.
003780 01  WS-TS-STAMP-X  REDEFINES WS-TS-STAMP.
003790     05 WS-TS-DATE              PIC 9(08).
003800     05 WS-TS-HOUR              PIC 9(02).
003810 01  WS-TS-STAMP-Y  REDEFINES WS-TS-STAMP.
003820     05 WS-TS-YEAR              PIC 9(04).
003830     05 WS-TS-MONTH             PIC 9(02).
003840     05 WS-TS-DAY               PIC 9(02).
003850     05 FILLER                  PIC 9(02).
003860 01  WS-MONTH-DAYS-X            PIC X(24)
003870                                VALUE "312831303130313130313031".
003880 01  WS-MONTH-DAYS  REDEFINES WS-MONTH-DAYS-X.
003890     05 WS-DAYS-IN-MONTH   OCCURS 12 TIMES PIC 9(02).
003900 77  WS-MAX-DAY                 PIC 9(02)  VALUE 0.
003910 77  WS-STATION-HIST-STATUS     PIC X(02)  VALUE "00".
003920 77  WS-PERIOD-IDX              PIC 9(02)  VALUE 0.
003930 77  WS-PERIOD-MATCH-IDX        PIC 9(02)  VALUE 0.
003940
003950 01  WS-SWITCHES.
003960     05 WS-REJECTS-EOF-SW       PIC X(01) VALUE 'N'.
003970        88 WS-REJECTS-EOF                  VALUE 'Y'.
003980     05 WS-FIXES-EOF-SW         PIC X(01) VALUE 'N'.
003990        88 WS-FIXES-EOF                    VALUE 'Y'.
004000     05 WS-RECORD-VALID-SW      PIC X(01) VALUE 'Y'.
004010        88 WS-RECORD-VALID                 VALUE 'Y'.
004020        88 WS-RECORD-INVALID                VALUE 'N'.
004030     05 WS-STATION-EDIT-SW      PIC X(01) VALUE 'N'.
004040        88 WS-STATION-EDIT-ON              VALUE 'Y'.
004050        88 WS-STATION-EDIT-OFF             VALUE 'N'.
004053     05 WS-STATION-EDIT-LOST-SW PIC X(01) VALUE 'N'.
004056        88 WS-STATION-EDIT-LOST            VALUE 'Y'.
004060     05 WS-FIX-IN-EOF-SW        PIC X(01) VALUE 'N'.
004070        88 WS-FIX-IN-EOF                   VALUE 'Y'.
004080     05 WS-REJ-IN-EOF-SW        PIC X(01) VALUE 'N'.
004090        88 WS-REJ-IN-EOF                   VALUE 'Y'.
004100     05 WS-MASTER-EOF-SW        PIC X(01) VALUE 'N'.
004110        88 WS-MASTER-EOF                   VALUE 'Y'.
004120     05 WS-HISTORY-SW           PIC X(01) VALUE 'N'.
004130        88 WS-HISTORY-ON                   VALUE 'Y'.
004140     05 WS-HIST-FOUND-SW        PIC X(01) VALUE 'N'.
004150        88 WS-HIST-FOUND                   VALUE 'Y'.
004160     05 WS-PERIODS-EOF-SW       PIC X(01) VALUE 'N'.
004170        88 WS-PERIODS-EOF                  VALUE 'Y'.
004180     05 WS-MONTH-CLOSED-SW      PIC X(01) VALUE 'N'.
004190        88 WS-MONTH-CLOSED                 VALUE 'Y'.
004200     05 WS-AUTH-EOF-SW          PIC X(01) VALUE 'N'.
004210        88 WS-AUTH-EOF                     VALUE 'Y'.
004220     05 WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
004230        88 WS-PARM-EOF                     VALUE 'Y'.
004240     05 WS-OPER-FOUND-SW        PIC X(01) VALUE 'N'.
004250        88 WS-OPER-FOUND                   VALUE 'Y'.
004260     05 WS-OPER-AUTH-SW         PIC X(01) VALUE 'N'.
004270        88 WS-OPER-AUTHORIZED              VALUE 'Y'.
004280     05 WS-SUBM-OVERFLOW-SW     PIC X(01) VALUE 'N'.
004290        88 WS-SUBM-OVERFLOW                VALUE 'Y'.
004300     05 WS-COUNT-EOF-SW         PIC X(01) VALUE 'N'.
004310        88 WS-COUNT-EOF                    VALUE 'Y'.
004320
004330 PROCEDURE DIVISION.
004340*
004350*-----------------------------------------------------------*
004360* 0000-MAIN-LOGIC                                           *
004370*-----------------------------------------------------------*
004380 0000-MAIN-LOGIC.
004390     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
004400     SORT SORT-FIX-WORK
004410         ON ASCENDING KEY SWF-YEAR
004420                          SWF-STATION
004430                          SWF-STAMP
004440         INPUT PROCEDURE IS 2000-FEED-FIX-SORT
004450                            THRU 2000-EXIT
004460         GIVING FIX-SORTED-FILE
004470     SORT SORT-REJ-WORK
004480         ON ASCENDING KEY SWR-YEAR
004490                          SWR-STATION
004500                          SWR-STAMP
004510         INPUT PROCEDURE IS 2500-FEED-REJ-SORT
004520                            THRU 2500-EXIT
004530         GIVING REJ-SORTED-FILE
004540     PERFORM 3000-MATCH-MERGE       THRU 3000-EXIT
004550     PERFORM 5000-WRITE-TRAILER     THRU 5000-EXIT
004560     PERFORM 9999-TERMINATE         THRU 9999-EXIT
004570     GOBACK.
004580
004590*-----------------------------------------------------------*
004600* 1000-INITIALIZE - ALSO LOADS THE OPERATOR AUTHORITIES AND  *
004610* THE RECS LIMIT AND COUNTS EACH SUBMITTER'S CARDS.  WITH NO *
004620* OPERAUTH.DAT NOBODY IS AUTHORIZED AND EVERY CARD IS HELD.  *
004630*-----------------------------------------------------------*
004640 1000-INITIALIZE.
004650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004660     MOVE WS-RUN-DATE TO WS-NOW-DATE
004670     ACCEPT WS-NOW-TIME-RAW FROM TIME
004680*    TIME COMES BACK HHMMSSHH - ONLY HHMMSS IS KEPT.
004690     COMPUTE WS-NOW-TIME = WS-NOW-TIME-RAW / 100
004700     MOVE WS-NOW-STAMP TO WS-RUN-ID
004710     OPEN INPUT OPERATOR-AUTH-FILE
004720     PERFORM 1300-READ-AUTHORITY THRU 1300-EXIT
004730         UNTIL WS-AUTH-EOF
004740     CLOSE OPERATOR-AUTH-FILE
004750     IF WS-OPER-COUNT = 0
004760         DISPLAY "WEATHER-RESUBMIT: warning - no operators on "
004770                 "OPERAUTH.DAT, every card will be held"
004780     END-IF
004790     OPEN INPUT APPROVAL-PARM-FILE
004800     PERFORM 1400-READ-PARM-CARD THRU 1400-EXIT
004810         UNTIL WS-PARM-EOF
004820     CLOSE APPROVAL-PARM-FILE
004830     PERFORM 1500-COUNT-SUBMITTER-CARDS THRU 1500-EXIT
004840     OPEN EXTEND PENDING-FILE
004850     PERFORM 1100-OPEN-STATION-INDEX THRU 1100-EXIT
004860     OPEN INPUT PERIOD-FILE
004870     PERFORM 1200-READ-PERIOD-RECORD THRU 1200-EXIT
004880         UNTIL WS-PERIODS-EOF
004890     CLOSE PERIOD-FILE
004900     OPEN OUTPUT SUPPLEMENTAL-FILE
004910     OPEN OUTPUT RESULT-LISTING-FILE
004920     MOVE SPACES TO RESULT-LINE
004930     STRING "WEATHER RESUBMISSION LISTING - RUN DATE "
004940            WS-RUN-YEAR "-" WS-RUN-MONTH "-" WS-RUN-DAY
004950            DELIMITED BY SIZE INTO RESULT-LINE
004960     WRITE RESULT-LINE
004970     MOVE WS-MAX-RESUB-RECS TO WS-MAX-RECS-ED
004980     MOVE SPACES TO RESULT-LINE
004990     STRING " AN OPERATOR SUBMITTING MORE THAN " WS-MAX-RECS-ED
005000            " CARDS NEEDS A SECOND APPROVER"
005010            DELIMITED BY SIZE INTO RESULT-LINE
005020     WRITE RESULT-LINE.
005030 1000-EXIT.
005040     EXIT.
005050
005060*-----------------------------------------------------------*
005070* 1100-OPEN-STATION-INDEX - THE STATION EDIT READS THE KEYED *
005080* MASTER DIRECTLY, SO THE NETWORK CAN GROW WITHOUT TOUCHING  *
005090* THIS PROGRAM.  A MISSING INDEX WITH A GOOD FLAT MASTER ON  *
005100* DISK IS BOOTSTRAPPED FROM STATIONMST.DAT ON THE SPOT, AND  *
005105* SO IS ONE IN THE OLD SHORTER LAYOUT (STATUS 39); ONLY      *
005110* WHEN NEITHER EXISTS IS THE EDIT BYPASSED WITH A CONSOLE    *
005120* WARNING, AS AN ABSENT MASTER ALWAYS WAS.  AN INDEX THAT IS *
005123* THERE BUT STILL WILL NOT OPEN BYPASSES IT TOO, BUT ENDS    *
005126* THE RUN RC 8.  THE STATION HISTORY IS OPENED ALONGSIDE;    *
005130* WITHOUT IT THE EDIT FALLS BACK TO THE MASTER'S ACTIVE FLAG *
005140* AND COMMISSION DATE.                                       *
005150*-----------------------------------------------------------*
005160 1100-OPEN-STATION-INDEX.
005170     OPEN INPUT STATION-INDEX-FILE
005180     IF WS-STATION-INDEX-STATUS = "39"
005181         DISPLAY "WEATHER-RESUBMIT: STATIONIDX.DAT is in an "
005182                 "older layout - rebuilding it from "
005183                 "STATIONMST.DAT"
005184     END-IF
005185     IF WS-STATION-INDEX-STATUS = "35" OR "39"
005190         PERFORM 1120-BOOTSTRAP-STATION-INDEX THRU 1120-EXIT
005200         OPEN INPUT STATION-INDEX-FILE
005210     END-IF
005220     IF WS-STATION-INDEX-STATUS = "00"
005230         SET WS-STATION-EDIT-ON TO TRUE
005240     ELSE
005250         DISPLAY "WEATHER-RESUBMIT: warning - STATIONIDX.DAT "
005260                 "not available (file status "
005270                 WS-STATION-INDEX-STATUS
005280                 "), station edit bypassed"
005282         IF WS-STATION-INDEX-STATUS NOT = "35"
005284             SET WS-STATION-EDIT-LOST TO TRUE
005286         END-IF
005290         GO TO 1100-EXIT
005300     END-IF
005310     OPEN INPUT STATION-HIST-FILE
005320     IF WS-STATION-HIST-STATUS = "00"
005330         SET WS-HISTORY-ON TO TRUE
005340     ELSE
005350         DISPLAY "WEATHER-RESUBMIT: warning - STATIONHIST.DAT "
005360                 "not available (file status "
005370                 WS-STATION-HIST-STATUS
005380                 "), station periods not checked"
005390     END-IF.
005400 1100-EXIT.
005410     EXIT.
005420
005430*-----------------------------------------------------------*
005440* 1120-BOOTSTRAP-STATION-INDEX - BUILDS STATIONIDX.DAT FROM  *
005450* THE FLAT STATIONMST.DAT, THE SAME WAY STATION-MAINT DOES   *
005460* ON ITS FIRST RUN.  AN ABSENT OR EMPTY FLAT MASTER CREATES  *
005470* NOTHING.                                                   *
005480*-----------------------------------------------------------*
005490 1120-BOOTSTRAP-STATION-INDEX.
005500     MOVE 'N' TO WS-MASTER-EOF-SW
005510     OPEN INPUT STATION-MASTER-FILE
005520     READ STATION-MASTER-FILE
005530         AT END
005540             SET WS-MASTER-EOF TO TRUE
005550     END-READ
005560     IF WS-MASTER-EOF
005570         CLOSE STATION-MASTER-FILE
005580         GO TO 1120-EXIT
005590     END-IF
005600     OPEN OUTPUT STATION-INDEX-FILE
005610     IF WS-STATION-INDEX-STATUS NOT = "00"
005620         CLOSE STATION-MASTER-FILE
005630         GO TO 1120-EXIT
005640     END-IF
005650     PERFORM 1130-STORE-ONE-MASTER THRU 1130-EXIT
005660         UNTIL WS-MASTER-EOF
005670     CLOSE STATION-MASTER-FILE
005680     CLOSE STATION-INDEX-FILE
005690     DISPLAY "WEATHER-RESUBMIT: STATIONIDX.DAT built from "
005700             "STATIONMST.DAT, " WS-BOOTSTRAP-COUNT
005710             " stations loaded.".
005720 1120-EXIT.
005730     EXIT.
005740
005750 1130-STORE-ONE-MASTER.
005760     MOVE STM-CODE      TO SIX-CODE
005770     MOVE STM-NAME      TO SIX-NAME
005780     MOVE STM-LOCATION  TO SIX-LOCATION
005790     MOVE STM-ACTIVE    TO SIX-ACTIVE
005800     MOVE STM-COMM-DATE TO SIX-COMM-DATE
005810     IF STM-LATITUDE-X = SPACES
005820         MOVE "N" TO SIX-GEO-SET
005830         MOVE 0   TO SIX-LATITUDE SIX-LONGITUDE SIX-ELEVATION
005840     ELSE
005850         MOVE "Y"           TO SIX-GEO-SET
005860         MOVE STM-LATITUDE  TO SIX-LATITUDE
005870         MOVE STM-LONGITUDE TO SIX-LONGITUDE
005880         MOVE STM-ELEVATION TO SIX-ELEVATION
005890     END-IF
005900     WRITE STATION-INDEX-RECORD
005910         INVALID KEY
005920             DISPLAY "WEATHER-RESUBMIT: duplicate station "
005930                     STM-CODE " on STATIONMST.DAT - skipped"
005940     END-WRITE
005950     IF WS-STATION-INDEX-STATUS = "00"
005960         ADD 1 TO WS-BOOTSTRAP-COUNT
005970     END-IF
005980     READ STATION-MASTER-FILE
005990         AT END
006000             SET WS-MASTER-EOF TO TRUE
006010     END-READ.
006020 1130-EXIT.
006030     EXIT.
006040
006050*-----------------------------------------------------------*
006060* 1200-READ-PERIOD-RECORD - KEEPS THE MONTHS WEATHER-CLOSE   *
006070* HAS CLOSED (STATUS C).  A REOPENED MONTH TAKES CORRECTIONS *
006080* LIKE ANY OPEN ONE.                                         *
006090*-----------------------------------------------------------*
006100 1200-READ-PERIOD-RECORD.
006110     READ PERIOD-FILE
006120         AT END
006130             SET WS-PERIODS-EOF TO TRUE
006140             GO TO 1200-EXIT
006150     END-READ
006160     IF PER-STATUS NOT = "C"
006170         GO TO 1200-EXIT
006180     END-IF
006190     IF WS-CLOSE-MONTH-COUNT >= 600
006200         DISPLAY "WEATHER-RESUBMIT: warning - more than 600 "
006210                 "closed months on WEATHERPERIOD.DAT, ignoring "
006220                 PER-MONTH
006230         GO TO 1200-EXIT
006240     END-IF
006250     ADD 1 TO WS-CLOSE-MONTH-COUNT
006260     MOVE PER-MONTH TO WS-CLOSE-MONTH (WS-CLOSE-MONTH-COUNT).
006270 1200-EXIT.
006280     EXIT.
006290
006300 1300-READ-AUTHORITY.
006310     READ OPERATOR-AUTH-FILE
006320         AT END
006330             SET WS-AUTH-EOF TO TRUE
006340             GO TO 1300-EXIT
006350     END-READ
006360     IF OPA-ID = SPACES
006370         GO TO 1300-EXIT
006380     END-IF
006390     IF WS-OPER-COUNT >= 100
006400         DISPLAY "WEATHER-RESUBMIT: warning - more than 100 "
006410                 "operators on OPERAUTH.DAT, ignoring " OPA-ID
006420         GO TO 1300-EXIT
006430     END-IF
006440     ADD 1 TO WS-OPER-COUNT
006450     MOVE OPA-ID TO WS-OPER-ID (WS-OPER-COUNT)
006460     MOVE "N"    TO WS-OPER-GRANTED (WS-OPER-COUNT)
006470     PERFORM 1310-CHECK-ONE-TYPE THRU 1310-EXIT
006480         VARYING WS-TYPE-IDX FROM 1 BY 1
006490         UNTIL WS-TYPE-IDX > 6.
006500 1300-EXIT.
006510     EXIT.
006520
006530 1310-CHECK-ONE-TYPE.
006540     IF OPA-CARD-TYPE (WS-TYPE-IDX) = "RSUB"
006550         MOVE "Y" TO WS-OPER-GRANTED (WS-OPER-COUNT)
006560     END-IF.
006570 1310-EXIT.
006580     EXIT.
006590
006600*-----------------------------------------------------------*
006610* 1400-READ-PARM-CARD - RECS IS THE MOST CORRECTION CARDS ONE *
006620* OPERATOR MAY SUBMIT IN A DECK ALONE (DEFAULT 20).  OTHER   *
006630* TAGS BELONG TO OUTAGE-MAINT.                               *
006640*-----------------------------------------------------------*
006650 1400-READ-PARM-CARD.
006660     READ APPROVAL-PARM-FILE
006670         AT END
006680             SET WS-PARM-EOF TO TRUE
006690             GO TO 1400-EXIT
006700     END-READ
006710     IF PARM-TAG NOT = "RECS"
006720         GO TO 1400-EXIT
006730     END-IF
006740     IF FUNCTION TEST-NUMVAL (PARM-VALUE) NOT = 0
006750         DISPLAY "WEATHER-RESUBMIT: warning - parameter "
006760                 PARM-TAG " value not numeric, ignored"
006770         GO TO 1400-EXIT
006780     END-IF
006790     COMPUTE WS-PARM-NUMVAL = FUNCTION NUMVAL (PARM-VALUE)
006800     IF WS-PARM-NUMVAL >= 1 AND WS-PARM-NUMVAL <= 999999
006810         MOVE WS-PARM-NUMVAL TO WS-MAX-RESUB-RECS
006820     ELSE
006830         DISPLAY "WEATHER-RESUBMIT: warning - RECS "
006840                 "must be 1 to 999999, ignored"
006850     END-IF.
006860 1400-EXIT.
006870     EXIT.
006880
006890*-----------------------------------------------------------*
006900* 1500-COUNT-SUBMITTER-CARDS - A FIRST PASS OVER THE DECK     *
006910* COUNTING EACH SUBMITTER'S CARDS, SO THE APPROVAL TEST SEES  *
006920* THE WHOLE RESUBMISSION BEFORE ANY OF IT IS RELEASED.  ONLY *
006930* CARDS WITH A NUMERIC YEAR COUNT - THE REST ARE SKIPPED.    *
006940*-----------------------------------------------------------*
006950 1500-COUNT-SUBMITTER-CARDS.
006960     OPEN INPUT FIX-CARD-FILE
006970     IF WS-FIX-FILE-STATUS NOT = "00"
006980         GO TO 1500-EXIT
006990     END-IF
007000     PERFORM 1510-COUNT-ONE-CARD THRU 1510-EXIT
007010         UNTIL WS-COUNT-EOF
007020     CLOSE FIX-CARD-FILE.
007030 1500-EXIT.
007040     EXIT.
007050
007060 1510-COUNT-ONE-CARD.
007070     READ FIX-CARD-FILE
007080         AT END
007090             SET WS-COUNT-EOF TO TRUE
007100             GO TO 1510-EXIT
007110     END-READ
007120     IF FIX-YEAR NOT NUMERIC
007130         GO TO 1510-EXIT
007140     END-IF
007150     PERFORM 1520-FIND-SUBMITTER THRU 1520-EXIT
007160     IF WS-SUBM-MATCH-IDX > 0
007170         ADD 1 TO WS-SUBM-CARDS (WS-SUBM-MATCH-IDX)
007180         GO TO 1510-EXIT
007190     END-IF
007200     IF WS-SUBM-COUNT >= 200
007210         IF NOT WS-SUBM-OVERFLOW
007220             DISPLAY "WEATHER-RESUBMIT: warning - more than "
007230                     "200 submitters on WEATHERFIX.DAT, every "
007240                     "card needs an approver"
007250         END-IF
007260         SET WS-SUBM-OVERFLOW TO TRUE
007270         GO TO 1510-EXIT
007280     END-IF
007290     ADD 1 TO WS-SUBM-COUNT
007300     MOVE FIX-SUBMITTER TO WS-SUBM-ID (WS-SUBM-COUNT)
007310     MOVE 1             TO WS-SUBM-CARDS (WS-SUBM-COUNT).
007320 1510-EXIT.
007330     EXIT.
007340
007350 1520-FIND-SUBMITTER.
007360     MOVE 0 TO WS-SUBM-MATCH-IDX
007370     PERFORM 1530-MATCH-ONE-SUBMITTER THRU 1530-EXIT
007380         VARYING WS-SUBM-IDX FROM 1 BY 1
007390         UNTIL WS-SUBM-IDX > WS-SUBM-COUNT
007400            OR WS-SUBM-MATCH-IDX > 0.
007410 1520-EXIT.
007420     EXIT.
007430
007440 1530-MATCH-ONE-SUBMITTER.
007450     IF WS-SUBM-ID (WS-SUBM-IDX) = FIX-SUBMITTER
007460         MOVE WS-SUBM-IDX TO WS-SUBM-MATCH-IDX
007470     END-IF.
007480 1530-EXIT.
007490     EXIT.
007500
007510*-----------------------------------------------------------*
007520* 2000-FEED-FIX-SORT - RELEASES EVERY READABLE CORRECTION    *
007530* CARD TO THE SORT.  A CARD WITH A NON-NUMERIC YEAR CANNOT   *
007540* MATCH ANYTHING AND IS REPORTED AND SKIPPED HERE, AND ONE   *
007550* WITHOUT THE AUTHORITY OR APPROVAL IT NEEDS IS HELD.  AN    *
007560* ABSENT CARD FILE SIMPLY SORTS EMPTY.                       *
007570*-----------------------------------------------------------*
007580 2000-FEED-FIX-SORT.
007590     OPEN INPUT FIX-CARD-FILE
007600     IF WS-FIX-FILE-STATUS NOT = "00"
007610         DISPLAY "WEATHER-RESUBMIT: unable to open "
007620                 "WEATHERFIX.DAT - file status "
007630                 WS-FIX-FILE-STATUS
007640         SET WS-FIX-IN-EOF TO TRUE
007650         GO TO 2000-EXIT
007660     END-IF
007670     PERFORM 2100-RELEASE-ONE-FIX THRU 2100-EXIT
007680         UNTIL WS-FIX-IN-EOF
007690     CLOSE FIX-CARD-FILE.
007700 2000-EXIT.
007710     EXIT.
007720
007730 2100-RELEASE-ONE-FIX.
007740     READ FIX-CARD-FILE
007750         AT END
007760             SET WS-FIX-IN-EOF TO TRUE
007770             GO TO 2100-EXIT
007780     END-READ
007790     ADD 1 TO WS-FIX-CARD-COUNT
007800     IF FIX-YEAR NOT NUMERIC
007810         DISPLAY "WEATHER-RESUBMIT: fix card " WS-FIX-CARD-COUNT
007820                 " skipped - year not numeric: " FIX-YEAR
007830         GO TO 2100-EXIT
007840     END-IF
007850     PERFORM 2200-CHECK-OPERATOR THRU 2200-EXIT
007860     IF WS-HOLD-REASON NOT = SPACES
007870         PERFORM 2300-HOLD-CARD THRU 2300-EXIT
007880         GO TO 2100-EXIT
007890     END-IF
007900     RELEASE SORT-FIX-RECORD FROM FIX-CARD.
007910 2100-EXIT.
007920     EXIT.
007930
007940*-----------------------------------------------------------*
007950* 2200-CHECK-OPERATOR - THE SUBMITTER MUST BE ON OPERAUTH.DAT *
007960* WITH RSUB.  AN APPROVER, WHEN THE SUBMITTER IS OVER THE    *
007970* RECS LIMIT OR THE CARD NAMES ONE, MUST BE A DIFFERENT      *
007980* OPERATOR ALSO HOLDING RSUB.  A NON-BLANK WS-HOLD-REASON    *
007990* TELLS THE CALLER TO HOLD THE CARD.                         *
008000*-----------------------------------------------------------*
008010 2200-CHECK-OPERATOR.
008020     MOVE SPACES TO WS-HOLD-REASON
008030     IF FIX-SUBMITTER = SPACES
008040         MOVE "NO SUBMITTER ID ON CARD" TO WS-HOLD-REASON
008050         GO TO 2200-EXIT
008060     END-IF
008070     MOVE FIX-SUBMITTER TO WS-CHECK-ID
008080     PERFORM 2250-FIND-OPERATOR THRU 2250-EXIT
008090     IF NOT WS-OPER-FOUND
008100         MOVE "SUBMITTER NOT ON OPERAUTH.DAT" TO WS-HOLD-REASON
008110         GO TO 2200-EXIT
008120     END-IF
008130     IF NOT WS-OPER-AUTHORIZED
008140         MOVE "SUBMITTER NOT AUTHORIZED FOR RSUB CARDS"
008150              TO WS-HOLD-REASON
008160         GO TO 2200-EXIT
008170     END-IF
008180     IF FIX-APPROVER = SPACES
008190         PERFORM 1520-FIND-SUBMITTER THRU 1520-EXIT
008200         IF WS-SUBM-OVERFLOW
008210             MOVE "BULK RESUBMIT - SECOND APPROVER REQUIRED"
008220                  TO WS-HOLD-REASON
008230             GO TO 2200-EXIT
008240         END-IF
008250         IF WS-SUBM-MATCH-IDX > 0
008260             IF WS-SUBM-CARDS (WS-SUBM-MATCH-IDX)
008270                     > WS-MAX-RESUB-RECS
008280                 MOVE "BULK RESUBMIT - SECOND APPROVER REQUIRED"
008290                      TO WS-HOLD-REASON
008300             END-IF
008310         END-IF
008320         GO TO 2200-EXIT
008330     END-IF
008340     IF FIX-APPROVER = FIX-SUBMITTER
008350         MOVE "APPROVER MUST NOT BE THE SUBMITTER"
008360              TO WS-HOLD-REASON
008370         GO TO 2200-EXIT
008380     END-IF
008390     MOVE FIX-APPROVER TO WS-CHECK-ID
008400     PERFORM 2250-FIND-OPERATOR THRU 2250-EXIT
008410     IF NOT WS-OPER-FOUND
008420         MOVE "APPROVER NOT ON OPERAUTH.DAT" TO WS-HOLD-REASON
008430         GO TO 2200-EXIT
008440     END-IF
008450     IF NOT WS-OPER-AUTHORIZED
008460         MOVE "APPROVER NOT AUTHORIZED FOR RSUB CARDS"
008470              TO WS-HOLD-REASON
008480     END-IF.
008490 2200-EXIT.
008500     EXIT.
008510
008520*    AN ID LISTED MORE THAN ONCE IS AUTHORIZED IF ANY OF ITS
008530*    ENTRIES GRANTS RSUB.
008540 2250-FIND-OPERATOR.
008550     MOVE 'N' TO WS-OPER-FOUND-SW
008560     MOVE 'N' TO WS-OPER-AUTH-SW
008570     PERFORM 2260-MATCH-ONE-OPERATOR THRU 2260-EXIT
008580         VARYING WS-OPER-IDX FROM 1 BY 1
008590         UNTIL WS-OPER-IDX > WS-OPER-COUNT
008600            OR WS-OPER-AUTHORIZED.
008610 2250-EXIT.
008620     EXIT.
008630
008640 2260-MATCH-ONE-OPERATOR.
008650     IF WS-OPER-ID (WS-OPER-IDX) = WS-CHECK-ID
008660         SET WS-OPER-FOUND TO TRUE
008670         IF WS-OPER-GRANTED (WS-OPER-IDX) = "Y"
008680             SET WS-OPER-AUTHORIZED TO TRUE
008690         END-IF
008700     END-IF.
008710 2260-EXIT.
008720     EXIT.
008730
008740*-----------------------------------------------------------*
008750* 2300-HOLD-CARD - PUTS THE CARD AS SUBMITTED ON THE PENDING *
008760* FILE AND THE LISTING.  IT IS APPLIED ONLY WHEN SUBMITTED   *
008770* AGAIN WITH THE AUTHORITY OR APPROVAL IT LACKED.            *
008780*-----------------------------------------------------------*
008790 2300-HOLD-CARD.
008800     ADD 1 TO WS-HELD-COUNT
008810     MOVE SPACES TO PENDING-RECORD
008820     MOVE "RSUB"            TO PND-CARD-TYPE
008830     MOVE WS-RUN-ID         TO PND-RUN-ID
008840     MOVE WS-FIX-CARD-COUNT TO PND-CARD-NUMBER
008850     MOVE WS-HOLD-REASON    TO PND-REASON
008860     MOVE FIX-CARD          TO PND-CARD-IMAGE
008870     WRITE PENDING-RECORD
008880     IF FIX-APPROVER = SPACES
008890         MOVE "NONE" TO WS-APPROVER-SHOWN
008900     ELSE
008910         MOVE FIX-APPROVER TO WS-APPROVER-SHOWN
008920     END-IF
008930     MOVE SPACES TO RESULT-LINE
008940     STRING " HELD       " FIX-YEAR
008950            " " FIX-KEY-STATION
008960            " " FIX-KEY-STAMP
008970            "  " WS-HOLD-REASON
008980            "  BY " FIX-SUBMITTER
008990            " APPR " WS-APPROVER-SHOWN
009000            DELIMITED BY SIZE INTO RESULT-LINE
009010     WRITE RESULT-LINE.
009020 2300-EXIT.
009030     EXIT.
009040
009050*-----------------------------------------------------------*
009060* 2500-FEED-REJ-SORT - RELEASES EVERY REJECT TO THE SORT.    *
009070* AN ABSENT REJECT FILE SIMPLY SORTS EMPTY.                  *
009080*-----------------------------------------------------------*
009090 2500-FEED-REJ-SORT.
009100     OPEN INPUT REJECT-FILE
009110     IF WS-REJECT-FILE-STATUS NOT = "00"
009120         DISPLAY "WEATHER-RESUBMIT: unable to open "
009130                 "WEATHERREJECT.DAT - file status "
009140                 WS-REJECT-FILE-STATUS
009150         SET WS-REJ-IN-EOF TO TRUE
009160         GO TO 2500-EXIT
009170     END-IF
009180     PERFORM 2600-RELEASE-ONE-REJ THRU 2600-EXIT
009190         UNTIL WS-REJ-IN-EOF
009200     CLOSE REJECT-FILE.
009210 2500-EXIT.
009220     EXIT.
009230
009240 2600-RELEASE-ONE-REJ.
009250     READ REJECT-FILE
009260         AT END
009270             SET WS-REJ-IN-EOF TO TRUE
009280             GO TO 2600-EXIT
009290     END-READ
009300     ADD 1 TO WS-REJECT-READ-COUNT
009310     RELEASE SORT-REJ-RECORD FROM REJECT-RECORD.
009320 2600-EXIT.
009330     EXIT.
009340
009350*-----------------------------------------------------------*
009360* 3000-MATCH-MERGE - WALKS THE TWO SORTED FILES TOGETHER ON  *
009370* YEAR/STATION/TIMESTAMP.  A CARD WITH NO REJECT IS CALLED   *
009380* OUT AS UNMATCHED; A REJECT WITH NO CARD JUST STAYS ON THE  *
009390* LISTING FOR ANOTHER WEEK; AN EQUAL KEY REPAIRS THE REJECT  *
009400* AND RE-EDITS IT FROM SCRATCH.                              *
009410*-----------------------------------------------------------*
009420 3000-MATCH-MERGE.
009430     OPEN INPUT FIX-SORTED-FILE
009440     OPEN INPUT REJ-SORTED-FILE
009450     PERFORM 3100-READ-NEXT-FIX THRU 3100-EXIT
009460     PERFORM 3200-READ-NEXT-REJ THRU 3200-EXIT
009470     PERFORM 3300-MERGE-ONE-STEP THRU 3300-EXIT
009480         UNTIL WS-FIXES-EOF AND WS-REJECTS-EOF
009490     CLOSE FIX-SORTED-FILE
009500     CLOSE REJ-SORTED-FILE.
009510 3000-EXIT.
009520     EXIT.
009530
009540 3100-READ-NEXT-FIX.
009550     READ FIX-SORTED-FILE
009560         AT END
009570             SET WS-FIXES-EOF TO TRUE
009580             MOVE HIGH-VALUES TO WS-FIX-KEY
009590             GO TO 3100-EXIT
009600     END-READ
009610     MOVE SFX-YEAR        TO WS-FIXK-YEAR
009620     MOVE SFX-KEY-STATION TO WS-FIXK-STATION
009630     MOVE SFX-KEY-STAMP   TO WS-FIXK-STAMP.
009640 3100-EXIT.
009650     EXIT.
009660
009670 3200-READ-NEXT-REJ.
009680     READ REJ-SORTED-FILE
009690         AT END
009700             SET WS-REJECTS-EOF TO TRUE
009710             MOVE HIGH-VALUES TO WS-REJ-KEY
009720             GO TO 3200-EXIT
009730     END-READ
009740     MOVE SRJ-YEAR    TO WS-REJK-YEAR
009750     MOVE SRJ-STATION TO WS-REJK-STATION
009760     MOVE SRJ-STAMP   TO WS-REJK-STAMP.
009770 3200-EXIT.
009780     EXIT.
009790
009800 3300-MERGE-ONE-STEP.
009810     IF SFX-APPROVER = SPACES
009820         MOVE "NONE" TO WS-APPROVER-SHOWN
009830     ELSE
009840         MOVE SFX-APPROVER TO WS-APPROVER-SHOWN
009850     END-IF
009860     IF WS-FIX-KEY < WS-REJ-KEY
009870         ADD 1 TO WS-UNMATCHED-CARD-COUNT
009880         MOVE SPACES TO RESULT-LINE
009890         STRING " NO MATCH   " WS-FIXK-YEAR
009900                " " WS-FIXK-STATION
009910                " " WS-FIXK-STAMP
009920                "  CARD MATCHED NO REJECT"
009930                "  BY " SFX-SUBMITTER
009940                " APPR " WS-APPROVER-SHOWN
009950                DELIMITED BY SIZE INTO RESULT-LINE
009960         WRITE RESULT-LINE
009970         PERFORM 3100-READ-NEXT-FIX THRU 3100-EXIT
009980         GO TO 3300-EXIT
009990     END-IF
010000     IF WS-FIX-KEY > WS-REJ-KEY
010010*        NO CARD FOR THIS REJECT - IT STAYS ON THE REJECT
010020*        FILE FOR A LATER WEEK'S CARDS.
010030         PERFORM 3200-READ-NEXT-REJ THRU 3200-EXIT
010040         GO TO 3300-EXIT
010050     END-IF
010060     PERFORM 3400-APPLY-ONE-FIX THRU 3400-EXIT
010070     PERFORM 3100-READ-NEXT-FIX THRU 3100-EXIT
010080     PERFORM 3200-READ-NEXT-REJ THRU 3200-EXIT.
010090 3300-EXIT.
010100     EXIT.
010110
010120*-----------------------------------------------------------*
010130* 3400-APPLY-ONE-FIX - STARTS FROM THE ORIGINAL REJECTED     *
010140* IMAGE AND OVERLAYS ONLY THE CARD FIELDS THAT ARE NOT       *
010150* BLANK, SO THE OPERATOR KEYS JUST WHAT ACTUALLY CHANGES,    *
010160* THEN RE-EDITS THE RESULT FROM SCRATCH.                     *
010170*-----------------------------------------------------------*
010180 3400-APPLY-ONE-FIX.
010190     MOVE SRJ-RECORD TO WS-WORK-RECORD
010200     MOVE SRJ-YEAR   TO WS-CORRECTION-YEAR
010210     IF SFX-NEW-STATION NOT = SPACES
010220         MOVE SFX-NEW-STATION TO WRK-DATA1
010230     END-IF
010240     IF SFX-NEW-STAMP NOT = SPACES
010250         MOVE SFX-NEW-STAMP TO WRK-DATA2
010260     END-IF
010270     PERFORM 3410-OVERLAY-ONE-VALUE THRU 3410-EXIT
010280         VARYING WS-STAT-IDX FROM 1 BY 1
010290         UNTIL WS-STAT-IDX > 6
010300*    A CLOSED MONTH IS CHANGED ONLY BY RESTATEMENT - NEITHER
010310*    THE READING'S OWN MONTH NOR THE ONE A NEW STAMP WOULD
010320*    MOVE IT TO MAY BE CLOSED.
010330     MOVE 'N' TO WS-MONTH-CLOSED-SW
010340     IF SRJ-STAMP (1:6) NUMERIC
010350         MOVE SRJ-STAMP (1:6) TO WS-CLOSE-CHECK-MONTH
010360         PERFORM 3450-CHECK-CLOSED-MONTH THRU 3450-EXIT
010370     END-IF
010380     IF NOT WS-MONTH-CLOSED
010390             AND WRK-DATA2 (1:6) NUMERIC
010400         MOVE WRK-DATA2 (1:6) TO WS-CLOSE-CHECK-MONTH
010410         PERFORM 3450-CHECK-CLOSED-MONTH THRU 3450-EXIT
010420     END-IF
010430     IF WS-MONTH-CLOSED
010440         ADD 1 TO WS-PERIOD-CLOSED-COUNT
010450         MOVE SPACES TO RESULT-LINE
010460         STRING " CLOSED     " SRJ-YEAR
010470                " " WRK-DATA1 " " WRK-DATA2
010480                "  MONTH " WS-CLOSE-CHECK-MONTH
010490                " CLOSED - REOPEN BEFORE CORRECTING"
010500                "  BY " SFX-SUBMITTER
010510                " APPR " WS-APPROVER-SHOWN
010520                DELIMITED BY SIZE INTO RESULT-LINE
010530         WRITE RESULT-LINE
010540         GO TO 3400-EXIT
010550     END-IF
010560     PERFORM 4000-EDIT-CORRECTED-RECORD THRU 4000-EXIT
010570     IF WS-RECORD-VALID
010580         ADD 1 TO WS-REPAIRED-COUNT
010590         MOVE SPACES TO SUPPLEMENTAL-RECORD
010600         MOVE WS-CORRECTION-YEAR TO SUP-YEAR
010610         MOVE WS-WORK-RECORD TO SUP-RECORD
010620         WRITE SUPPLEMENTAL-RECORD
010630         MOVE SPACES TO RESULT-LINE
010640         STRING " REPAIRED   " SRJ-YEAR
010650                " " WRK-DATA1 " " WRK-DATA2
010660                "  WAS: " SRJ-REASON
010670                "  BY " SFX-SUBMITTER
010680                " APPR " WS-APPROVER-SHOWN
010690                DELIMITED BY SIZE INTO RESULT-LINE
010700         WRITE RESULT-LINE
010710     ELSE
010720         ADD 1 TO WS-STILL-BAD-COUNT
010730         MOVE SPACES TO RESULT-LINE
010740         STRING " STILL BAD  " SRJ-YEAR
010750                " " WRK-DATA1 " " WRK-DATA2
010760                "  " WS-REJECT-REASON
010770                "  BY " SFX-SUBMITTER
010780                " APPR " WS-APPROVER-SHOWN
010790                DELIMITED BY SIZE INTO RESULT-LINE
010800         WRITE RESULT-LINE
010810     END-IF.
010820 3400-EXIT.
010830     EXIT.
010840
010850 3410-OVERLAY-ONE-VALUE.
010860     IF SFX-VALUE-TEXT (WS-STAT-IDX) NOT = SPACES
010870         MOVE SFX-VALUE-TEXT (WS-STAT-IDX)
010880              TO WRK-FIELD (WS-STAT-IDX)
010890     END-IF.
010900 3410-EXIT.
010910     EXIT.
010920
010930 3450-CHECK-CLOSED-MONTH.
010940     PERFORM 3460-MATCH-ONE-CLOSED-MONTH THRU 3460-EXIT
010950         VARYING WS-CLOSE-IDX FROM 1 BY 1
010960         UNTIL WS-CLOSE-IDX > WS-CLOSE-MONTH-COUNT
010970            OR WS-MONTH-CLOSED.
010980 3450-EXIT.
010990     EXIT.
011000
011010 3460-MATCH-ONE-CLOSED-MONTH.
011020     IF WS-CLOSE-MONTH (WS-CLOSE-IDX) = WS-CLOSE-CHECK-MONTH
011030         SET WS-MONTH-CLOSED TO TRUE
011040     END-IF.
011050 3460-EXIT.
011060     EXIT.
011070
011080*-----------------------------------------------------------*
011090* 4000-EDIT-CORRECTED-RECORD - THE SAME EDITS READTESTDATA   *
011100* APPLIES TO A FEED RECORD: NUMERIC STATION ON THE MASTER,  *
011110* A REAL YYYYMMDDHH STAMP IN THE REJECT'S YEAR THAT FALLS IN *
011120* ONE OF THE STATION'S IN-SERVICE PERIODS, AND SIX NUMERIC   *
011130* IN-RANGE WEATHER VALUES.                                   *
011140*-----------------------------------------------------------*
011150 4000-EDIT-CORRECTED-RECORD.
011160     SET WS-RECORD-VALID TO TRUE
011170     MOVE SPACES TO WS-REJECT-REASON
011180     IF WRK-DATA1 NOT NUMERIC
011190         SET WS-RECORD-INVALID TO TRUE
011200         MOVE "INVALID STATION CODE IN DATA1" TO WS-REJECT-REASON
011210         GO TO 4000-EXIT
011220     END-IF
011230     PERFORM 4100-CHECK-STATION THRU 4100-EXIT
011240     IF WS-RECORD-INVALID
011250         GO TO 4000-EXIT
011260     END-IF
011270     IF WRK-DATA2 NOT NUMERIC
011280         SET WS-RECORD-INVALID TO TRUE
011290         MOVE "INVALID DATE/TIME STAMP IN DATA2"
011300              TO WS-REJECT-REASON
011310         GO TO 4000-EXIT
011320     END-IF
011330     PERFORM 4200-CHECK-CALENDAR THRU 4200-EXIT
011340     IF WS-RECORD-INVALID
011350         GO TO 4000-EXIT
011360     END-IF
011370     PERFORM 4250-CHECK-STATION-PERIOD THRU 4250-EXIT
011380     IF WS-RECORD-INVALID
011390         GO TO 4000-EXIT
011400     END-IF
011410     PERFORM 4300-CHECK-ONE-VALUE THRU 4300-EXIT
011420         VARYING WS-STAT-IDX FROM 1 BY 1
011430         UNTIL WS-STAT-IDX > 6 OR WS-RECORD-INVALID.
011440 4000-EXIT.
011450     EXIT.
011460
011470*-----------------------------------------------------------*
011480* 4100-CHECK-STATION - READS WRK-DATA1 DIRECTLY ON THE KEYED *
011490* STATION MASTER, AND ITS HISTORY RECORD FOR 4250.  ONLY A   *
011500* STATION WITH NO HISTORY IS JUDGED BY THE ACTIVE FLAG.      *
011510*-----------------------------------------------------------*
011520 4100-CHECK-STATION.
011530     MOVE 'N' TO WS-HIST-FOUND-SW
011540     IF WS-STATION-EDIT-OFF
011550         GO TO 4100-EXIT
011560     END-IF
011570     MOVE WRK-DATA1 TO SIX-CODE
011580     READ STATION-INDEX-FILE
011590         INVALID KEY
011600             SET WS-RECORD-INVALID TO TRUE
011610             MOVE "UNKNOWN STATION IN DATA1"
011620                  TO WS-REJECT-REASON
011630             GO TO 4100-EXIT
011640     END-READ
011650     IF WS-HISTORY-ON
011660         MOVE WRK-DATA1 TO SHX-CODE
011670         READ STATION-HIST-FILE
011680             INVALID KEY
011690                 CONTINUE
011700             NOT INVALID KEY
011710                 SET WS-HIST-FOUND TO TRUE
011720         END-READ
011730     END-IF
011740     IF NOT WS-HIST-FOUND AND SIX-ACTIVE NOT = "A"
011750         SET WS-RECORD-INVALID TO TRUE
011760         MOVE "INACTIVE STATION IN DATA1" TO WS-REJECT-REASON
011770     END-IF.
011780 4100-EXIT.
011790     EXIT.
011800
011810 4200-CHECK-CALENDAR.
011820     MOVE WRK-DATA2 TO WS-TS-STAMP
011830     IF WS-TS-MONTH < 1 OR WS-TS-MONTH > 12
011840         SET WS-RECORD-INVALID TO TRUE
011850         MOVE "INVALID MONTH IN DATA2" TO WS-REJECT-REASON
011860         GO TO 4200-EXIT
011870     END-IF
011880     MOVE WS-DAYS-IN-MONTH (WS-TS-MONTH) TO WS-MAX-DAY
011890     IF WS-TS-MONTH = 2
011900             AND FUNCTION MOD (WS-TS-YEAR 4) = 0
011910             AND (FUNCTION MOD (WS-TS-YEAR 100) NOT = 0
011920                  OR FUNCTION MOD (WS-TS-YEAR 400) = 0)
011930         MOVE 29 TO WS-MAX-DAY
011940     END-IF
011950     IF WS-TS-DAY < 1 OR WS-TS-DAY > WS-MAX-DAY
011960         SET WS-RECORD-INVALID TO TRUE
011970         MOVE "INVALID DAY IN DATA2" TO WS-REJECT-REASON
011980         GO TO 4200-EXIT
011990     END-IF
012000     IF WS-TS-HOUR > 23
012010         SET WS-RECORD-INVALID TO TRUE
012020         MOVE "INVALID HOUR IN DATA2" TO WS-REJECT-REASON
012030         GO TO 4200-EXIT
012040     END-IF
012050     IF WS-TS-YEAR NOT = WS-CORRECTION-YEAR
012060         SET WS-RECORD-INVALID TO TRUE
012070         MOVE "DATA2 YEAR DOES NOT MATCH FILE YEAR"
012080              TO WS-REJECT-REASON
012090         GO TO 4200-EXIT
012100     END-IF.
012110 4200-EXIT.
012120     EXIT.
012130
012140*-----------------------------------------------------------*
012150* 4250-CHECK-STATION-PERIOD - THE PERIOD IN FORCE AT DATA2   *
012160* IS THE LAST ONE WHOSE EFFECTIVE STAMP IS NOT AFTER IT.     *
012170* NONE MEANS THE READING PREDATES COMMISSIONING; A           *
012180* DECOMMISSIONED PERIOD MEANS THE STATION WAS OUT OF         *
012190* SERVICE.  WITH NO HISTORY THE MASTER COMMISSION DATE RULES.*
012200*-----------------------------------------------------------*
012210 4250-CHECK-STATION-PERIOD.
012220     IF WS-STATION-EDIT-OFF
012230         GO TO 4250-EXIT
012240     END-IF
012250     IF NOT WS-HIST-FOUND
012260         IF WS-TS-DATE < SIX-COMM-DATE
012270             SET WS-RECORD-INVALID TO TRUE
012280             MOVE "READING BEFORE STATION COMMISSIONED"
012290                  TO WS-REJECT-REASON
012300         END-IF
012310         GO TO 4250-EXIT
012320     END-IF
012330     MOVE 0 TO WS-PERIOD-MATCH-IDX
012340     PERFORM 4260-MATCH-ONE-PERIOD THRU 4260-EXIT
012350         VARYING WS-PERIOD-IDX FROM 1 BY 1
012360         UNTIL WS-PERIOD-IDX > SHX-PERIOD-COUNT
012370     IF WS-PERIOD-MATCH-IDX = 0
012380         SET WS-RECORD-INVALID TO TRUE
012390         MOVE "READING BEFORE STATION COMMISSIONED"
012400              TO WS-REJECT-REASON
012410         GO TO 4250-EXIT
012420     END-IF
012430     IF SHX-EVENT (WS-PERIOD-MATCH-IDX) = "D"
012440         SET WS-RECORD-INVALID TO TRUE
012450         MOVE "READING AFTER STATION DECOMMISSIONED"
012460              TO WS-REJECT-REASON
012470     END-IF.
012480 4250-EXIT.
012490     EXIT.
012500
012510 4260-MATCH-ONE-PERIOD.
012520     IF SHX-EFF-STAMP (WS-PERIOD-IDX) NOT > WS-TS-STAMP
012530         MOVE WS-PERIOD-IDX TO WS-PERIOD-MATCH-IDX
012540     END-IF.
012550 4260-EXIT.
012560     EXIT.
012570
012580 4300-CHECK-ONE-VALUE.
012590     IF WRK-FIELD (WS-STAT-IDX) = SPACES
012600         SET WS-RECORD-INVALID TO TRUE
012610         STRING "MISSING VALUE IN " WS-FIELD-LABEL (WS-STAT-IDX)
012620                DELIMITED BY SIZE INTO WS-REJECT-REASON
012630         GO TO 4300-EXIT
012640     END-IF
012650     IF FUNCTION TEST-NUMVAL (WRK-FIELD (WS-STAT-IDX))
012660           NOT = 0
012670         SET WS-RECORD-INVALID TO TRUE
012680         STRING "NON-NUMERIC VALUE IN "
012690                WS-FIELD-LABEL (WS-STAT-IDX)
012700                DELIMITED BY SIZE INTO WS-REJECT-REASON
012710         GO TO 4300-EXIT
012720     END-IF
012730     COMPUTE WS-FIELD-NUMVAL =
012740             FUNCTION NUMVAL (WRK-FIELD (WS-STAT-IDX))
012750     IF WS-FIELD-NUMVAL < -999.9 OR WS-FIELD-NUMVAL > 999.9
012760         SET WS-RECORD-INVALID TO TRUE
012770         STRING "VALUE OUT OF RANGE IN "
012780                WS-FIELD-LABEL (WS-STAT-IDX)
012790                DELIMITED BY SIZE INTO WS-REJECT-REASON
012800         GO TO 4300-EXIT
012810     END-IF.
012820 4300-EXIT.
012830     EXIT.
012840
012850*-----------------------------------------------------------*
012860* 5000-WRITE-TRAILER                                         *
012870*-----------------------------------------------------------*
012880 5000-WRITE-TRAILER.
012890     MOVE SPACES TO RESULT-LINE
012900     WRITE RESULT-LINE
012910     MOVE SPACES TO RESULT-LINE
012920     STRING "END OF RESUBMISSION LISTING - "
012930            WS-REJECT-READ-COUNT " REJECTS READ, "
012940            WS-REPAIRED-COUNT " REPAIRED, "
012950            WS-STILL-BAD-COUNT " STILL IN ERROR, "
012960            WS-UNMATCHED-CARD-COUNT " CARDS UNMATCHED, "
012970            WS-PERIOD-CLOSED-COUNT " IN CLOSED PERIODS"
012980            DELIMITED BY SIZE INTO RESULT-LINE
012990     WRITE RESULT-LINE
013000     MOVE SPACES TO RESULT-LINE
013010     STRING "CARDS HELD FOR AUTHORIZATION OR APPROVAL - "
013020            WS-HELD-COUNT " (ON MAINTPEND.DAT)"
013030            DELIMITED BY SIZE INTO RESULT-LINE
013040     WRITE RESULT-LINE
013050     CLOSE PENDING-FILE
013060     CLOSE SUPPLEMENTAL-FILE
013070     CLOSE RESULT-LISTING-FILE
013080     IF WS-STATION-EDIT-ON
013090         CLOSE STATION-INDEX-FILE
013092     END-IF
013094     IF WS-HISTORY-ON
013096         CLOSE STATION-HIST-FILE
013100     END-IF.
013110 5000-EXIT.
013120     EXIT.
013130
013140*-----------------------------------------------------------*
013150* 9999-TERMINATE                                            *
013160*-----------------------------------------------------------*
013170 9999-TERMINATE.
013180     DISPLAY "WEATHER-RESUBMIT: " WS-REJECT-READ-COUNT
013190             " rejects read, " WS-REPAIRED-COUNT
013200             " repaired, " WS-STILL-BAD-COUNT
013210             " still in error, " WS-UNMATCHED-CARD-COUNT
013220             " cards unmatched, " WS-PERIOD-CLOSED-COUNT
013230             " in closed periods, " WS-HELD-COUNT
013240             " held for authorization."
013250     IF WS-STILL-BAD-COUNT > 0
013260             OR WS-UNMATCHED-CARD-COUNT > 0
013270             OR WS-PERIOD-CLOSED-COUNT > 0
013275             OR WS-STATION-EDIT-LOST
013280         MOVE 8 TO RETURN-CODE
013290     ELSE
013300         IF WS-HELD-COUNT > 0
013310             MOVE 4 TO RETURN-CODE
013320         ELSE
013330             MOVE 0 TO RETURN-CODE
013340         END-IF
013350     END-IF.
013360 9999-EXIT.
013370     EXIT.
013380
