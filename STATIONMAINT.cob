000280*                  FROM THE INDEX AT END OF RUN FOR READERS  *
000290*                  AND OPERATORS, AND AN ABSENT INDEX IS     *
000300*                  BOOTSTRAPPED FROM IT ON FIRST RUN.        *
000310* 2026-10-15  DSG  EFFECTIVE-DATED STATION HISTORY - THE     *
000320*                  KEYED STATIONHIST.DAT HOLDS EACH STATION'S *
000330*                  PERIODS (COMMISSIONED, RELOCATED, SENSOR  *
000340*                  REPLACED, DECOMMISSIONED) WITH THE NAME   *
000350*                  AND LOCATION IN FORCE.  NEW ACTION CODES  *
000360*                  L (RELOCATE) AND S (SENSOR REPLACED); A,  *
000370*                  C AND D NOW OPEN, CORRECT OR CLOSE A      *
000380*                  PERIOD AS WELL.  THE JOURNAL CARRIES THE  *
000390*                  PERIOD TOUCHED SO A BACKOUT TAKES IT BACK *
000400*                  OUT.  THE FIRST RUN SEEDS THE HISTORY     *
000410*                  FROM THE MASTER.                          *
000420* 2026-10-15  DSG  STATION COORDINATES - LATITUDE, LONGITUDE *
000430*                  AND ELEVATION ARE CARRIED ON THE MASTER   *
000440*                  (BLANK = NOT SURVEYED) FOR THE NEIGHBOR   *
000450*                  CONSISTENCY CHECK.  NEW CARD COLUMNS      *
000460*                  85-108 SET THEM ON A, C AND L CARDS; AN L *
000470*                  CARD WITHOUT THEM LEAVES THE NEW SITE     *
000480*                  UNSURVEYED.  THE JOURNAL CARRIES THEM     *
000490*                  AFTER THE EXISTING IMAGES.                *
000500* 2026-10-15  DSG  OPERATOR AUTHORIZATION - EVERY CARD NOW   *
000510*                  CARRIES THE SUBMITTING OPERATOR'S ID,     *
000520*                  WHICH OPERAUTH.DAT MUST GRANT STNM CARDS, *
000530*                  AND A DEACTIVATION ALSO NEEDS A SECOND,   *
000540*                  DIFFERENT AUTHORIZED OPERATOR AS          *
000550*                  APPROVER.  A CARD FAILING EITHER TEST IS  *
000560*                  HELD ON MAINTPEND.DAT AND LISTED, NOT     *
000570*                  APPLIED.  THE JOURNAL AND THE AUDIT       *
000580*                  LISTING CARRY BOTH IDS.                   *
000581* 2026-10-15  DSG  A STATIONIDX.DAT IN THE OLD SHORTER       *
000582*                  LAYOUT (FILE STATUS 39) IS REBUILT FROM   *
000583*                  THE FLAT STATIONMST.DAT, WHICH EVERY RUN  *
000584*                  REGENERATES, INSTEAD OF ENDING THE RUN.   *
000585* 2026-10-15  DSG  A BACKOUT CARD NOW NEEDS A SECOND         *
000586*                  APPROVER AS A DEACTIVATION DOES -         *
000587*                  REVERSING A RUN CAN DELETE OR DEACTIVATE  *
000588*                  STATIONS.                                 *
000590*-----------------------------------------------------------*
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT MAINT-CARD-FILE ASSIGN TO "STATIONMNT.DAT"
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-CARD-FILE-STATUS.
000670
000680     SELECT STATION-INDEX-FILE ASSIGN TO "STATIONIDX.DAT"
000690     ORGANIZATION IS INDEXED
000700     ACCESS IS DYNAMIC
000710     RECORD KEY IS SIX-CODE
000720     FILE STATUS IS WS-STATION-INDEX-STATUS.
000730
000740     SELECT OPTIONAL STATION-MASTER-FILE ASSIGN TO
000750     "STATIONMST.DAT"
000760     ORGANIZATION IS LINE SEQUENTIAL.
000770
000780     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "STATIONJRNL.DAT"
000790     ORGANIZATION IS LINE SEQUENTIAL.
000800
000810     SELECT STATION-HIST-FILE ASSIGN TO "STATIONHIST.DAT"
000820     ORGANIZATION IS INDEXED
000830     ACCESS IS DYNAMIC
000840     RECORD KEY IS SHX-CODE
000850     FILE STATUS IS WS-STATION-HIST-STATUS.
000860
000870     SELECT AUDIT-LISTING-FILE ASSIGN TO "STATIONMAINTRPT.TXT"
000880     ORGANIZATION IS LINE SEQUENTIAL.
000890
000900     SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
000910     ORGANIZATION IS LINE SEQUENTIAL.
000920
000930     SELECT OPTIONAL PENDING-FILE ASSIGN TO "MAINTPEND.DAT"
000940     ORGANIZATION IS LINE SEQUENTIAL.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  MAINT-CARD-FILE.
000990 01  MAINT-CARD.
001000     05 MNT-ACTION              PIC X(01).
001010     05 FILLER                  PIC X(01).
001020     05 MNT-STATION             PIC X(06).
001030     05 FILLER                  PIC X(01).
001040     05 MNT-NAME                PIC X(20).
001050     05 FILLER                  PIC X(01).
001060     05 MNT-LOCATION            PIC X(20).
001070     05 FILLER                  PIC X(01).
001080     05 MNT-COMM-DATE           PIC X(08).
001090     05 FILLER                  PIC X(01).
001100     05 MNT-EFF-HOUR            PIC X(02).
001110     05 FILLER                  PIC X(01).
001120     05 MNT-NOTE                PIC X(20).
001130     05 FILLER                  PIC X(01).
001140     05 MNT-LATITUDE            PIC X(08).
001150     05 FILLER                  PIC X(01).
001160     05 MNT-LONGITUDE           PIC X(09).
001170     05 FILLER                  PIC X(01).
001180     05 MNT-ELEVATION           PIC X(05).
001190     05 FILLER                  PIC X(01).
001200     05 MNT-SUBMITTER           PIC X(08).
001210     05 FILLER                  PIC X(01).
001220     05 MNT-APPROVER            PIC X(08).
001230*    ON D (DEACTIVATE), L (RELOCATE) AND S (SENSOR REPLACED)
001240*    CARDS THE DATE COLUMN CARRIES THE EFFECTIVE DATE OF THE
001250*    NEW PERIOD AND MNT-EFF-HOUR ITS HOUR (BLANK = 00).  ON AN
001260*    L CARD THE LOCATION COLUMN IS THE NEW SITE.
001270*    LATITUDE AND LONGITUDE ARE SIGNED DECIMAL DEGREES (NORTH
001280*    AND EAST POSITIVE), ELEVATION WHOLE METRES.  ALL THREE ARE
001290*    GIVEN TOGETHER OR NOT AT ALL.
001300*    A BACKOUT CARD (ACTION B) NAMES THE MAINTENANCE RUN TO
001310*    REVERSE IN COLUMNS 3-16.
001320*    EVERY CARD, BACKOUTS INCLUDED, CARRIES THE SUBMITTING
001330*    OPERATOR'S ID IN COLUMNS 110-117.  COLUMNS 119-126 NAME THE
001340*    SECOND APPROVER A D OR B CARD MUST HAVE.
001350 01  MAINT-CARD-BACKOUT.
001360     05 FILLER                  PIC X(02).
001370     05 MNT-BACKOUT-RUN         PIC X(14).
001380     05 FILLER                  PIC X(92).
001390
001400 FD  STATION-INDEX-FILE.
001410 01  STATION-INDEX-RECORD.
001420     02 SIX-CODE                PIC 9(06).
001430     02 SIX-NAME                PIC X(20).
001440     02 SIX-LOCATION            PIC X(20).
001450     02 SIX-ACTIVE              PIC X(01).
001460     02 SIX-COMM-DATE           PIC 9(08).
001470     02 SIX-GEO-SET             PIC X(01).
001480     02 SIX-LATITUDE            PIC S9(02)V9(04).
001490     02 SIX-LONGITUDE           PIC S9(03)V9(04).
001500     02 SIX-ELEVATION           PIC S9(04).
001510
001520*    ONE RECORD PER STATION HOLDING ITS PERIODS OLDEST FIRST.
001530*    A PERIOD RUNS FROM ITS EFFECTIVE STAMP (YYYYMMDDHH, THE
001540*    SAME FORM AS DATA2) UNTIL THE NEXT PERIOD'S.  EVENT C =
001550*    COMMISSIONED, L = RELOCATED, S = SENSOR REPLACED, D =
001560*    DECOMMISSIONED.
001570 FD  STATION-HIST-FILE.
001580 01  STATION-HIST-RECORD.
001590     02 SHX-CODE                PIC 9(06).
001600     02 SHX-PERIOD-COUNT        PIC 9(02).
001610     02 SHX-PERIOD OCCURS 20 TIMES.
001620        03 SHX-EVENT            PIC X(01).
001630        03 SHX-EFF-STAMP        PIC 9(10).
001640        03 SHX-NAME             PIC X(20).
001650        03 SHX-LOCATION         PIC X(20).
001660        03 SHX-OLD-LOCATION     PIC X(20).
001670        03 SHX-NOTE             PIC X(20).
001680
001690 FD  STATION-MASTER-FILE.
001700 01  STATION-MASTER-RECORD.
001710     05 STM-CODE                PIC 9(06).
001720     05 FILLER                  PIC X(01).
001730     05 STM-NAME                PIC X(20).
001740     05 FILLER                  PIC X(01).
001750     05 STM-LOCATION            PIC X(20).
001760     05 FILLER                  PIC X(01).
001770     05 STM-ACTIVE              PIC X(01).
001780     05 FILLER                  PIC X(01).
001790     05 STM-COMM-DATE           PIC 9(08).
001800*    COORDINATES ARE BLANK FOR A STATION NOT YET SURVEYED.
001810     05 FILLER                  PIC X(01).
001820     05 STM-LATITUDE            PIC +99.9999.
001830     05 STM-LATITUDE-X  REDEFINES STM-LATITUDE
001840                                PIC X(08).
001850     05 FILLER                  PIC X(01).
001860     05 STM-LONGITUDE           PIC +999.9999.
001870     05 STM-LONGITUDE-X REDEFINES STM-LONGITUDE
001880                                PIC X(09).
001890     05 FILLER                  PIC X(01).
001900     05 STM-ELEVATION           PIC +9999.
001910     05 STM-ELEVATION-X REDEFINES STM-ELEVATION
001920                                PIC X(05).
001930
001940 FD  JOURNAL-FILE.
001950 01  JOURNAL-RECORD.
001960     05 JR-RUN-ID               PIC 9(14).
001970     05 FILLER                  PIC X(01).
001980     05 JR-CARD-NUMBER          PIC 9(06).
001990     05 FILLER                  PIC X(01).
002000     05 JR-ACTION               PIC X(01).
002010     05 FILLER                  PIC X(01).
002020     05 JR-BEFORE-IMAGE         PIC X(59).
002030     05 FILLER                  PIC X(01).
002040     05 JR-AFTER-IMAGE          PIC X(59).
002050     05 FILLER                  PIC X(01).
002060     05 JR-HIST-EVENT           PIC X(01).
002070     05 JR-HIST-STAMP           PIC X(10).
002080*    COORDINATE TAILS OF THE BEFORE AND AFTER IMAGES.
002090     05 JR-BEFORE-GEO           PIC X(25).
002100     05 JR-AFTER-GEO            PIC X(25).
002110*    WHO SUBMITTED THE CARD AND WHO APPROVED IT (BLANK WHEN NO
002120*    APPROVER WAS GIVEN).
002130     05 JR-SUBMITTER            PIC X(08).
002140     05 JR-APPROVER             PIC X(08).
002150
002160 FD  AUDIT-LISTING-FILE.
002170 01  AUDIT-LINE                 PIC X(132).
002180
002190*    OPERATORS AND THE CARD TYPES EACH MAY SUBMIT OR APPROVE -
002200*    STNM STATION-MAINT, OUTM OUTAGE-MAINT, RSUB
002210*    WEATHER-RESUBMIT.
002220 FD  OPERATOR-AUTH-FILE.
002230 01  OPERATOR-AUTH-RECORD.
002240     05 OPA-ID                  PIC X(08).
002250     05 FILLER                  PIC X(01).
002260     05 OPA-TYPE-SLOT OCCURS 6 TIMES.
002270        10 OPA-CARD-TYPE        PIC X(04).
002280        10 FILLER               PIC X(01).
002290     05 OPA-NAME                PIC X(30).
002300
002310*    CARDS HELD FOR AUTHORIZATION OR APPROVAL BY ANY OF THE
002320*    MAINTENANCE PROGRAMS, WITH THE CARD IMAGE AS SUBMITTED.
002330 FD  PENDING-FILE.
002340 01  PENDING-RECORD.
002350     05 PND-CARD-TYPE           PIC X(04).
002360     05 FILLER                  PIC X(01).
002370     05 PND-RUN-ID              PIC 9(14).
002380     05 FILLER                  PIC X(01).
002390     05 PND-CARD-NUMBER         PIC 9(06).
002400     05 FILLER                  PIC X(01).
002410     05 PND-REASON              PIC X(40).
002420     05 FILLER                  PIC X(01).
002430     05 PND-CARD-IMAGE          PIC X(132).
002440
002450 WORKING-STORAGE SECTION.
002460 77  WS-CARD-FILE-STATUS        PIC X(02) VALUE "00".
002470 77  WS-STATION-INDEX-STATUS    PIC X(02) VALUE "00".
002480 77  WS-CARD-READ-COUNT         PIC 9(06) VALUE 0.
002490 77  WS-ADDED-COUNT             PIC 9(06) VALUE 0.
002500 77  WS-CHANGED-COUNT           PIC 9(06) VALUE 0.
002510 77  WS-DEACTIVATED-COUNT       PIC 9(06) VALUE 0.
002520 77  WS-CARD-ERROR-COUNT        PIC 9(06) VALUE 0.
002530 77  WS-STATION-COUNT           PIC 9(06) VALUE 0.
002540 77  WS-BOOTSTRAP-COUNT         PIC 9(06) VALUE 0.
002550 77  WS-RELOCATED-COUNT         PIC 9(06) VALUE 0.
002560 77  WS-SENSOR-COUNT            PIC 9(06) VALUE 0.
002570 77  WS-STATION-HIST-STATUS     PIC X(02) VALUE "00".
002580 77  WS-HIST-SEED-COUNT         PIC 9(06) VALUE 0.
002590 77  WS-PERIOD-IDX              PIC 9(02) VALUE 0.
002600 77  WS-SHIFT-IDX               PIC 9(02) VALUE 0.
002610 77  WS-NEW-EVENT               PIC X(01) VALUE SPACE.
002620 77  WS-JRN-HIST-EVENT          PIC X(01) VALUE SPACE.
002630 77  WS-JRN-HIST-STAMP          PIC X(10) VALUE SPACES.
002640 77  WS-MATCH-IDX               PIC 9(02) VALUE 0.
002650 77  WS-OLD-LOCATION            PIC X(20) VALUE SPACES.
002660 77  WS-GEO-WORK                PIC S9(09)V9(05) VALUE 0.
002670 77  WS-NEW-LATITUDE            PIC S9(02)V9(04) VALUE 0.
002680 77  WS-NEW-LONGITUDE           PIC S9(03)V9(04) VALUE 0.
002690 77  WS-NEW-ELEVATION           PIC S9(04) VALUE 0.
002700
002710*    EFFECTIVE STAMP OF A NEW HISTORY PERIOD, SAME FORM AS DATA2.
002720 01  WS-EFF-STAMP               PIC 9(10) VALUE 0.
002730 01  WS-EFF-STAMP-X  REDEFINES WS-EFF-STAMP.
002740     05 WS-EFF-DATE             PIC 9(08).
002750     05 WS-EFF-HOUR             PIC 9(02).
002760
002770 77  WS-RUN-ID                  PIC 9(14) VALUE 0.
002780 01  WS-NOW-STAMP               PIC 9(14) VALUE 0.
002790 01  WS-NOW-STAMP-X  REDEFINES WS-NOW-STAMP.
002800     05 WS-NOW-DATE             PIC 9(08).
002810     05 WS-NOW-TIME             PIC 9(06).
002820 77  WS-NOW-TIME-RAW            PIC 9(08) VALUE 0.
002830 77  WS-BACKOUT-COUNT           PIC 9(06) VALUE 0.
002840 77  WS-REVERSED-COUNT          PIC 9(06) VALUE 0.
002850 77  WS-JRN-ACTION              PIC X(01) VALUE SPACE.
002860 77  WS-JRN-BEFORE              PIC X(84) VALUE SPACES.
002870 77  WS-JRN-AFTER               PIC X(84) VALUE SPACES.
002880 77  WS-FIND-CODE               PIC X(06) VALUE SPACES.
002890 77  WS-JRN-COUNT               PIC 9(03) VALUE 0.
002900 77  WS-JRN-IDX                 PIC 9(03) VALUE 0.
002910
002920*    OPERATORS OFF OPERAUTH.DAT, FLAGGED Y WHEN GRANTED STNM.
002930 77  WS-HELD-COUNT              PIC 9(06) VALUE 0.
002940 77  WS-OPER-COUNT              PIC 9(03) VALUE 0.
002950 77  WS-OPER-IDX                PIC 9(03) VALUE 0.
002960 77  WS-TYPE-IDX                PIC 9(01) VALUE 0.
002970 01  WS-OPER-TABLE.
002980     05 WS-OPER-ENTRY       OCCURS 100 TIMES.
002990        10 WS-OPER-ID           PIC X(08).
003000        10 WS-OPER-GRANTED      PIC X(01).
003010 77  WS-CHECK-ID                PIC X(08) VALUE SPACES.
003020 77  WS-HOLD-REASON             PIC X(40) VALUE SPACES.
003030 77  WS-APPROVER-SHOWN          PIC X(08) VALUE SPACES.
003040
003050*    THE STATION IMAGE IN JOURNAL AND MASTER RECORD SHAPE.
003060 01  WS-STATION-IMAGE.
003070     05 WSI-CODE                PIC 9(06).
003080     05 FILLER                  PIC X(01).
003090     05 WSI-NAME                PIC X(20).
003100     05 FILLER                  PIC X(01).
003110     05 WSI-LOCATION            PIC X(20).
003120     05 FILLER                  PIC X(01).
003130     05 WSI-ACTIVE              PIC X(01).
003140     05 FILLER                  PIC X(01).
003150     05 WSI-COMM-DATE           PIC 9(08).
003160     05 FILLER                  PIC X(01).
003170     05 WSI-LATITUDE            PIC +99.9999.
003180     05 WSI-LATITUDE-X  REDEFINES WSI-LATITUDE
003190                                PIC X(08).
003200     05 FILLER                  PIC X(01).
003210     05 WSI-LONGITUDE           PIC +999.9999.
003220     05 FILLER                  PIC X(01).
003230     05 WSI-ELEVATION           PIC +9999.
003240
003250*    JOURNAL ENTRIES OF THE RUN BEING BACKED OUT, APPLIED IN
003260*    REVERSE ORDER.  A RUN PAST 500 ENTRIES IS REFUSED WHOLE
003270*    RATHER THAN HALF-REVERSED.
003280 01  WS-JRN-TABLE.
003290     05 WS-JRN-ENTRY OCCURS 500 TIMES.
003300        10 WS-JRN-TAB-ACTION    PIC X(01).
003310        10 WS-JRN-TAB-BEFORE    PIC X(84).
003320        10 WS-JRN-TAB-AFTER     PIC X(84).
003330        10 WS-JRN-TAB-HIST-EVENT PIC X(01).
003340        10 WS-JRN-TAB-HIST-STAMP PIC X(10).
003350
003360 01  WS-SWITCHES.
003370     05 WS-CARDS-EOF-SW         PIC X(01) VALUE 'N'.
003380        88 WS-CARDS-EOF                    VALUE 'Y'.
003390     05 WS-MASTER-EOF-SW        PIC X(01) VALUE 'N'.
003400        88 WS-MASTER-EOF                   VALUE 'Y'.
003410     05 WS-INDEX-EOF-SW         PIC X(01) VALUE 'N'.
003420        88 WS-INDEX-EOF                    VALUE 'Y'.
003430     05 WS-STATION-FOUND-SW     PIC X(01) VALUE 'N'.
003440        88 WS-STATION-FOUND                VALUE 'Y'.
003450     05 WS-JOURNAL-EOF-SW       PIC X(01) VALUE 'N'.
003460        88 WS-JOURNAL-EOF                  VALUE 'Y'.
003470     05 WS-BACKOUT-OK-SW        PIC X(01) VALUE 'Y'.
003480        88 WS-BACKOUT-OK                   VALUE 'Y'.
003490        88 WS-BACKOUT-REFUSED              VALUE 'N'.
003500     05 WS-HIST-FOUND-SW        PIC X(01) VALUE 'N'.
003510        88 WS-HIST-FOUND                   VALUE 'Y'.
003520     05 WS-PERIOD-OK-SW         PIC X(01) VALUE 'Y'.
003530        88 WS-PERIOD-OK                    VALUE 'Y'.
003540        88 WS-PERIOD-BAD                   VALUE 'N'.
003550     05 WS-REACTIVATE-SW        PIC X(01) VALUE 'N'.
003560        88 WS-REACTIVATING                 VALUE 'Y'.
003570     05 WS-GEO-GIVEN-SW         PIC X(01) VALUE 'N'.
003580        88 WS-GEO-GIVEN                    VALUE 'Y'.
003590     05 WS-AUTH-EOF-SW          PIC X(01) VALUE 'N'.
003600        88 WS-AUTH-EOF                     VALUE 'Y'.
003610     05 WS-OPER-FOUND-SW        PIC X(01) VALUE 'N'.
003620        88 WS-OPER-FOUND                   VALUE 'Y'.
003630     05 WS-OPER-AUTH-SW         PIC X(01) VALUE 'N'.
003640        88 WS-OPER-AUTHORIZED              VALUE 'Y'.
003650
003660 PROCEDURE DIVISION.
003670*
003680*-----------------------------------------------------------*
003690* 0000-MAIN-LOGIC                                           *
003700*-----------------------------------------------------------*
003710 0000-MAIN-LOGIC.
003720     PERFORM 0500-INITIALIZE       THRU 0500-EXIT
003730     PERFORM 1000-OPEN-STATION-INDEX THRU 1000-EXIT
003740     PERFORM 1500-OPEN-STATION-HISTORY THRU 1500-EXIT
003750     PERFORM 2000-APPLY-ALL-CARDS  THRU 2000-EXIT
003760     PERFORM 3000-REGENERATE-MASTER THRU 3000-EXIT
003770     PERFORM 9999-TERMINATE        THRU 9999-EXIT
003780     GOBACK.
003790
003800*-----------------------------------------------------------*
003810* 0500-INITIALIZE - EVERY RUN GETS A DATE/TIME RUN ID.  THE  *
003820* JOURNAL CARRIES IT ON EACH ENTRY SO A BACKOUT CARD CAN     *
003830* NAME EXACTLY ONE MAINTENANCE RUN TO REVERSE.  THE OPERATOR *
003840* AUTHORITIES ARE LOADED HERE - WITH NO OPERAUTH.DAT NOBODY  *
003850* IS AUTHORIZED AND EVERY CARD IS HELD.                      *
003860*-----------------------------------------------------------*
003870 0500-INITIALIZE.
003880     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
003890     ACCEPT WS-NOW-TIME-RAW FROM TIME
003900*    TIME COMES BACK HHMMSSHH - ONLY HHMMSS IS KEPT.
003910     COMPUTE WS-NOW-TIME = WS-NOW-TIME-RAW / 100
003920     MOVE WS-NOW-STAMP TO WS-RUN-ID
003930     OPEN INPUT OPERATOR-AUTH-FILE
003940     PERFORM 0600-READ-AUTHORITY THRU 0600-EXIT
003950         UNTIL WS-AUTH-EOF
003960     CLOSE OPERATOR-AUTH-FILE
003970     IF WS-OPER-COUNT = 0
003980         DISPLAY "STATION-MAINT: warning - no operators on "
003990                 "OPERAUTH.DAT, every card will be held"
004000     END-IF
004010     OPEN EXTEND PENDING-FILE
004020     OPEN EXTEND JOURNAL-FILE
004030     OPEN OUTPUT AUDIT-LISTING-FILE
004040     MOVE SPACES TO AUDIT-LINE
004050     STRING "STATION MAINTENANCE AUDIT LISTING - RUN "
004060            WS-RUN-ID
004070            DELIMITED BY SIZE INTO AUDIT-LINE
004080     WRITE AUDIT-LINE
004090     DISPLAY "STATION-MAINT: run id " WS-RUN-ID.
004100 0500-EXIT.
004110     EXIT.
004120
004130 0600-READ-AUTHORITY.
004140     READ OPERATOR-AUTH-FILE
004150         AT END
004160             SET WS-AUTH-EOF TO TRUE
004170             GO TO 0600-EXIT
004180     END-READ
004190     IF OPA-ID = SPACES
004200         GO TO 0600-EXIT
004210     END-IF
004220     IF WS-OPER-COUNT >= 100
004230         DISPLAY "STATION-MAINT: warning - more than 100 "
004240                 "operators on OPERAUTH.DAT, ignoring " OPA-ID
004250         GO TO 0600-EXIT
004260     END-IF
004270     ADD 1 TO WS-OPER-COUNT
004280     MOVE OPA-ID TO WS-OPER-ID (WS-OPER-COUNT)
004290     MOVE "N"    TO WS-OPER-GRANTED (WS-OPER-COUNT)
004300     PERFORM 0610-CHECK-ONE-TYPE THRU 0610-EXIT
004310         VARYING WS-TYPE-IDX FROM 1 BY 1
004320         UNTIL WS-TYPE-IDX > 6.
004330 0600-EXIT.
004340     EXIT.
004350
004360 0610-CHECK-ONE-TYPE.
004370     IF OPA-CARD-TYPE (WS-TYPE-IDX) = "STNM"
004380         MOVE "Y" TO WS-OPER-GRANTED (WS-OPER-COUNT)
004390     END-IF.
004400 0610-EXIT.
004410     EXIT.
004420
004430*-----------------------------------------------------------*
004440* 1000-OPEN-STATION-INDEX - OPENS THE KEYED MASTER FOR       *
004450* UPDATE.  THE FIRST EVER RUN (NO INDEX ON DISK) CREATES IT  *
004460* AND LOADS IT FROM THE FLAT STATIONMST.DAT WHEN ONE EXISTS, *
004470* SO THE CONVERSION NEEDS NO SEPARATE LOAD STEP.  AN INDEX   *
004471* STILL IN THE OLD SHORTER LAYOUT (STATUS 39) IS RECREATED   *
004472* AND RELOADED THE SAME WAY, PROVIDED THERE IS A FLAT MASTER *
004473* TO RELOAD FROM.  NOTHING IS LOST - THE FLAT MASTER IS      *
004474* REWRITTEN FROM THE INDEX AT THE END OF EVERY RUN.  AN      *
004475* INDEX THAT CANNOT BE OPENED AT ALL STOPS THE RUN -         *
004480* MAINTAINING HALF A MASTER IS WORSE THAN MAINTAINING NONE.  *
004500*-----------------------------------------------------------*
004510 1000-OPEN-STATION-INDEX.
004520     OPEN I-O STATION-INDEX-FILE
004521     IF WS-STATION-INDEX-STATUS = "39"
004522         OPEN INPUT STATION-MASTER-FILE
004523         READ STATION-MASTER-FILE
004524             AT END
004525                 SET WS-MASTER-EOF TO TRUE
004526         END-READ
004527         CLOSE STATION-MASTER-FILE
004528         IF WS-MASTER-EOF
004529             DISPLAY "STATION-MAINT: STATIONIDX.DAT is in an "
004530                     "older layout and there is no "
004531                     "STATIONMST.DAT to rebuild it from"
004532             MOVE 16 TO RETURN-CODE
004533             GOBACK
004534         END-IF
004535         MOVE 'N' TO WS-MASTER-EOF-SW
004536         DISPLAY "STATION-MAINT: STATIONIDX.DAT is in an older "
004537                 "layout - rebuilding it from STATIONMST.DAT"
004538     END-IF
004539     IF WS-STATION-INDEX-STATUS = "35" OR "39"
004540         OPEN OUTPUT STATION-INDEX-FILE
004550         IF WS-STATION-INDEX-STATUS NOT = "00"
004560             DISPLAY "STATION-MAINT: unable to create "
004570                     "STATIONIDX.DAT - file status "
004580                     WS-STATION-INDEX-STATUS
004590             MOVE 16 TO RETURN-CODE
004600             GOBACK
004610         END-IF
004620         CLOSE STATION-INDEX-FILE
004630         OPEN I-O STATION-INDEX-FILE
004640         PERFORM 1200-BOOTSTRAP-FROM-MASTER THRU 1200-EXIT
004650     END-IF
004660     IF WS-STATION-INDEX-STATUS NOT = "00"
004670         DISPLAY "STATION-MAINT: unable to open "
004680                 "STATIONIDX.DAT - file status "
004690                 WS-STATION-INDEX-STATUS
004700         MOVE 16 TO RETURN-CODE
004710         GOBACK
004720     END-IF.
004730 1000-EXIT.
004740     EXIT.
004750
004760*-----------------------------------------------------------*
004770* 1200-BOOTSTRAP-FROM-MASTER - LOADS THE FLAT MASTER INTO    *
004780* THE FRESH INDEX.  AN ABSENT OR EMPTY FLAT MASTER IS NOT AN *
004790* ERROR - THE FIRST EVER RUN OF THIS PROGRAM IS HOW THE      *
004800* MASTER GETS CREATED.                                       *
004810*-----------------------------------------------------------*
004820 1200-BOOTSTRAP-FROM-MASTER.
004830     OPEN INPUT STATION-MASTER-FILE
004840     PERFORM 1210-LOAD-ONE-MASTER THRU 1210-EXIT
004850         UNTIL WS-MASTER-EOF
004860     CLOSE STATION-MASTER-FILE
004870     IF WS-BOOTSTRAP-COUNT > 0
004880         DISPLAY "STATION-MAINT: STATIONIDX.DAT built from "
004890                 "STATIONMST.DAT, " WS-BOOTSTRAP-COUNT
004900                 " stations loaded."
004910     END-IF.
004920 1200-EXIT.
004930     EXIT.
004940
004950 1210-LOAD-ONE-MASTER.
004960     READ STATION-MASTER-FILE
004970         AT END
004980             SET WS-MASTER-EOF TO TRUE
004990             GO TO 1210-EXIT
005000     END-READ
005010     MOVE STM-CODE      TO SIX-CODE
005020     MOVE STM-NAME      TO SIX-NAME
005030     MOVE STM-LOCATION  TO SIX-LOCATION
005040     MOVE STM-ACTIVE    TO SIX-ACTIVE
005050     MOVE STM-COMM-DATE TO SIX-COMM-DATE
005060     IF STM-LATITUDE-X = SPACES
005070         MOVE "N" TO SIX-GEO-SET
005080         MOVE 0   TO SIX-LATITUDE SIX-LONGITUDE SIX-ELEVATION
005090     ELSE
005100         MOVE "Y"           TO SIX-GEO-SET
005110         MOVE STM-LATITUDE  TO SIX-LATITUDE
005120         MOVE STM-LONGITUDE TO SIX-LONGITUDE
005130         MOVE STM-ELEVATION TO SIX-ELEVATION
005140     END-IF
005150     WRITE STATION-INDEX-RECORD
005160         INVALID KEY
005170             DISPLAY "STATION-MAINT: duplicate station "
005180                     STM-CODE " on STATIONMST.DAT - skipped"
005190             GO TO 1210-EXIT
005200     END-WRITE
005210     ADD 1 TO WS-BOOTSTRAP-COUNT.
005220 1210-EXIT.
005230     EXIT.
005240
005250*-----------------------------------------------------------*
005260* 1500-OPEN-STATION-HISTORY - OPENS THE KEYED STATION        *
005270* HISTORY FOR UPDATE.  THE FIRST EVER RUN (NO HISTORY ON     *
005280* DISK) CREATES IT AND SEEDS ONE COMMISSIONED PERIOD PER     *
005290* STATION FROM ITS COMMISSION DATE, PLUS A DECOMMISSIONED    *
005300* PERIOD FROM TODAY FOR A STATION ALREADY INACTIVE - ITS     *
005310* REAL DEACTIVATION DATE IS NOT KNOWN, SO NONE OF ITS PAST   *
005320* READINGS ARE TURNED AWAY.                                  *
005330*-----------------------------------------------------------*
005340 1500-OPEN-STATION-HISTORY.
005350     OPEN I-O STATION-HIST-FILE
005360     IF WS-STATION-HIST-STATUS = "35"
005370         OPEN OUTPUT STATION-HIST-FILE
005380         IF WS-STATION-HIST-STATUS NOT = "00"
005390             DISPLAY "STATION-MAINT: unable to create "
005400                     "STATIONHIST.DAT - file status "
005410                     WS-STATION-HIST-STATUS
005420             MOVE 16 TO RETURN-CODE
005430             GOBACK
005440         END-IF
005450         CLOSE STATION-HIST-FILE
005460         OPEN I-O STATION-HIST-FILE
005470         PERFORM 1600-SEED-HISTORY THRU 1600-EXIT
005480     END-IF
005490     IF WS-STATION-HIST-STATUS NOT = "00"
005500         DISPLAY "STATION-MAINT: unable to open "
005510                 "STATIONHIST.DAT - file status "
005520                 WS-STATION-HIST-STATUS
005530         MOVE 16 TO RETURN-CODE
005540         GOBACK
005550     END-IF.
005560 1500-EXIT.
005570     EXIT.
005580
005590 1600-SEED-HISTORY.
005600     MOVE 0 TO SIX-CODE
005610     START STATION-INDEX-FILE
005620         KEY IS NOT LESS THAN SIX-CODE
005630         INVALID KEY
005640             SET WS-INDEX-EOF TO TRUE
005650     END-START
005660     PERFORM 1610-SEED-ONE-STATION THRU 1610-EXIT
005670         UNTIL WS-INDEX-EOF
005680     MOVE 'N' TO WS-INDEX-EOF-SW
005690     IF WS-HIST-SEED-COUNT > 0
005700         DISPLAY "STATION-MAINT: STATIONHIST.DAT seeded from "
005710                 "the master, " WS-HIST-SEED-COUNT
005720                 " stations loaded."
005730     END-IF.
005740 1600-EXIT.
005750     EXIT.
005760
005770 1610-SEED-ONE-STATION.
005780     READ STATION-INDEX-FILE NEXT RECORD
005790         AT END
005800             SET WS-INDEX-EOF TO TRUE
005810             GO TO 1610-EXIT
005820     END-READ
005830     MOVE SPACES TO STATION-HIST-RECORD
005840     MOVE SIX-CODE TO SHX-CODE
005850     MOVE 1 TO SHX-PERIOD-COUNT
005860     MOVE "C" TO SHX-EVENT (1)
005870     COMPUTE SHX-EFF-STAMP (1) = SIX-COMM-DATE * 100
005880     MOVE SIX-NAME     TO SHX-NAME (1)
005890     MOVE SIX-LOCATION TO SHX-LOCATION (1)
005900     MOVE "SEEDED FROM MASTER" TO SHX-NOTE (1)
005910     IF SIX-ACTIVE NOT = "A"
005920         MOVE 2 TO SHX-PERIOD-COUNT
005930         MOVE "D" TO SHX-EVENT (2)
005940         COMPUTE SHX-EFF-STAMP (2) = WS-NOW-DATE * 100
005950         MOVE SIX-NAME     TO SHX-NAME (2)
005960         MOVE SIX-LOCATION TO SHX-LOCATION (2)
005970         MOVE "DEACTIVATION DATE UNKNOWN" TO SHX-NOTE (2)
005980     END-IF
005990     WRITE STATION-HIST-RECORD
006000         INVALID KEY
006010             DISPLAY "STATION-MAINT: duplicate history for "
006020                     "station " SIX-CODE " - skipped"
006030             GO TO 1610-EXIT
006040     END-WRITE
006050     ADD 1 TO WS-HIST-SEED-COUNT.
006060 1610-EXIT.
006070     EXIT.
006080
006090*-----------------------------------------------------------*
006100* 2000-APPLY-ALL-CARDS - READS THE MAINTENANCE CARD FILE AND *
006110* APPLIES EACH CARD TO THE KEYED MASTER.  A CARD THAT CANNOT *
006120* BE APPLIED IS REPORTED AND COUNTED BUT DOES NOT STOP THE   *
006130* RUN.                                                       *
006140*-----------------------------------------------------------*
006150 2000-APPLY-ALL-CARDS.
006160     OPEN INPUT MAINT-CARD-FILE
006170     IF WS-CARD-FILE-STATUS NOT = "00"
006180         DISPLAY "STATION-MAINT: unable to open STATIONMNT.DAT"
006190                 " - file status " WS-CARD-FILE-STATUS
006200         SET WS-CARDS-EOF TO TRUE
006210         GO TO 2000-EXIT
006220     END-IF
006230     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
006240         UNTIL WS-CARDS-EOF
006250     CLOSE MAINT-CARD-FILE.
006260 2000-EXIT.
006270     EXIT.
006280
006290 2100-APPLY-ONE-CARD.
006300     READ MAINT-CARD-FILE
006310         AT END
006320             SET WS-CARDS-EOF TO TRUE
006330             GO TO 2100-EXIT
006340     END-READ
006350     ADD 1 TO WS-CARD-READ-COUNT
006360     MOVE SPACE  TO WS-JRN-HIST-EVENT
006370     MOVE SPACES TO WS-JRN-HIST-STAMP
006380     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
006390     IF WS-HOLD-REASON NOT = SPACES
006400         PERFORM 2090-HOLD-CARD THRU 2090-EXIT
006410         GO TO 2100-EXIT
006420     END-IF
006430     IF MNT-ACTION = "B"
006440         PERFORM 7000-BACKOUT-RUN THRU 7000-EXIT
006450         GO TO 2100-EXIT
006460     END-IF
006470     IF MNT-STATION NOT NUMERIC
006480         ADD 1 TO WS-CARD-ERROR-COUNT
006490         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
006500                 " rejected - station code not numeric: "
006510                 MNT-STATION
006520         GO TO 2100-EXIT
006530     END-IF
006540     PERFORM 2200-FIND-STATION THRU 2200-EXIT
006550     EVALUATE MNT-ACTION
006560         WHEN "A"
006570             PERFORM 2300-ADD-STATION THRU 2300-EXIT
006580         WHEN "C"
006590             PERFORM 2400-CHANGE-STATION THRU 2400-EXIT
006600         WHEN "D"
006610             PERFORM 2500-DEACTIVATE-STATION THRU 2500-EXIT
006620         WHEN "L"
006630             PERFORM 2600-RELOCATE-STATION THRU 2600-EXIT
006640         WHEN "S"
006650             PERFORM 2700-REPLACE-SENSOR THRU 2700-EXIT
006660         WHEN OTHER
006670             ADD 1 TO WS-CARD-ERROR-COUNT
006680             DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
006690                     " rejected - unknown action code "
006700                     MNT-ACTION
006710     END-EVALUATE.
006720 2100-EXIT.
006730     EXIT.
006740
006750*-----------------------------------------------------------*
006760* 2050-CHECK-OPERATOR - THE SUBMITTER MUST BE ON OPERAUTH.DAT *
006770* WITH STNM.  AN APPROVER, WHEN THE CARD NEEDS ONE (A D OR  *
006780* B CARD - A BACKOUT CAN DELETE OR DEACTIVATE STATIONS) OR   *
006785* NAMES ONE, MUST BE A DIFFERENT OPERATOR ALSO HOLDING       *
006790* STNM.  A NON-BLANK WS-HOLD-REASON TELLS THE CALLER TO HOLD *
006800* THE CARD.                                                  *
006810*-----------------------------------------------------------*
006820 2050-CHECK-OPERATOR.
006830     MOVE SPACES TO WS-HOLD-REASON
006840     IF MNT-SUBMITTER = SPACES
006850         MOVE "NO SUBMITTER ID ON CARD" TO WS-HOLD-REASON
006860         GO TO 2050-EXIT
006870     END-IF
006880     MOVE MNT-SUBMITTER TO WS-CHECK-ID
006890     PERFORM 2060-FIND-OPERATOR THRU 2060-EXIT
006900     IF NOT WS-OPER-FOUND
006910         MOVE "SUBMITTER NOT ON OPERAUTH.DAT" TO WS-HOLD-REASON
006920         GO TO 2050-EXIT
006930     END-IF
006940     IF NOT WS-OPER-AUTHORIZED
006950         MOVE "SUBMITTER NOT AUTHORIZED FOR STNM CARDS"
006960              TO WS-HOLD-REASON
006970         GO TO 2050-EXIT
006980     END-IF
006990     IF MNT-APPROVER = SPACES
007000         IF MNT-ACTION = "D"
007010             MOVE "DEACTIVATION - SECOND APPROVER REQUIRED"
007020                  TO WS-HOLD-REASON
007030         END-IF
007032         IF MNT-ACTION = "B"
007034             MOVE "BACKOUT - SECOND APPROVER REQUIRED"
007036                  TO WS-HOLD-REASON
007038         END-IF
007040         GO TO 2050-EXIT
007050     END-IF
007060     IF MNT-APPROVER = MNT-SUBMITTER
007070         MOVE "APPROVER MUST NOT BE THE SUBMITTER"
007080              TO WS-HOLD-REASON
007090         GO TO 2050-EXIT
007100     END-IF
007110     MOVE MNT-APPROVER TO WS-CHECK-ID
007120     PERFORM 2060-FIND-OPERATOR THRU 2060-EXIT
007130     IF NOT WS-OPER-FOUND
007140         MOVE "APPROVER NOT ON OPERAUTH.DAT" TO WS-HOLD-REASON
007150         GO TO 2050-EXIT
007160     END-IF
007170     IF NOT WS-OPER-AUTHORIZED
007180         MOVE "APPROVER NOT AUTHORIZED FOR STNM CARDS"
007190              TO WS-HOLD-REASON
007200     END-IF.
007210 2050-EXIT.
007220     EXIT.
007230
007240*    AN ID LISTED MORE THAN ONCE IS AUTHORIZED IF ANY OF ITS
007250*    ENTRIES GRANTS STNM.
007260 2060-FIND-OPERATOR.
007270     MOVE 'N' TO WS-OPER-FOUND-SW
007280     MOVE 'N' TO WS-OPER-AUTH-SW
007290     PERFORM 2070-MATCH-ONE-OPERATOR THRU 2070-EXIT
007300         VARYING WS-OPER-IDX FROM 1 BY 1
007310         UNTIL WS-OPER-IDX > WS-OPER-COUNT
007320            OR WS-OPER-AUTHORIZED.
007330 2060-EXIT.
007340     EXIT.
007350
007360 2070-MATCH-ONE-OPERATOR.
007370     IF WS-OPER-ID (WS-OPER-IDX) = WS-CHECK-ID
007380         SET WS-OPER-FOUND TO TRUE
007390         IF WS-OPER-GRANTED (WS-OPER-IDX) = "Y"
007400             SET WS-OPER-AUTHORIZED TO TRUE
007410         END-IF
007420     END-IF.
007430 2070-EXIT.
007440     EXIT.
007450
007460*-----------------------------------------------------------*
007470* 2090-HOLD-CARD - PUTS THE CARD AS SUBMITTED ON THE PENDING *
007480* FILE AND THE AUDIT LISTING.  IT IS APPLIED ONLY WHEN       *
007490* SUBMITTED AGAIN WITH THE AUTHORITY OR APPROVAL IT LACKED.  *
007500*-----------------------------------------------------------*
007510 2090-HOLD-CARD.
007520     ADD 1 TO WS-HELD-COUNT
007530     MOVE SPACES TO PENDING-RECORD
007540     MOVE "STNM"             TO PND-CARD-TYPE
007550     MOVE WS-RUN-ID          TO PND-RUN-ID
007560     MOVE WS-CARD-READ-COUNT TO PND-CARD-NUMBER
007570     MOVE WS-HOLD-REASON     TO PND-REASON
007580     MOVE MAINT-CARD         TO PND-CARD-IMAGE
007590     WRITE PENDING-RECORD
007600     PERFORM 6200-SET-APPROVER-SHOWN THRU 6200-EXIT
007610     MOVE SPACES TO AUDIT-LINE
007620     STRING " CARD " WS-CARD-READ-COUNT
007630            "  ACTION " MNT-ACTION
007640            "  HELD - " WS-HOLD-REASON
007650            "  SUBMITTED BY " MNT-SUBMITTER
007660            "  APPROVED BY " WS-APPROVER-SHOWN
007670            DELIMITED BY SIZE INTO AUDIT-LINE
007680     WRITE AUDIT-LINE
007690     DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
007700             " held - " WS-HOLD-REASON.
007710 2090-EXIT.
007720     EXIT.
007730
007740*-----------------------------------------------------------*
007750* 2200-FIND-STATION - KEYED READ.  A HIT LEAVES THE RECORD   *
007760* IN THE FD AREA FOR THE CHANGE AND DEACTIVATE PATHS AND THE *
007770* BEFORE IMAGE.                                              *
007780*-----------------------------------------------------------*
007790 2200-FIND-STATION.
007800     MOVE 'N' TO WS-STATION-FOUND-SW
007810     MOVE MNT-STATION TO SIX-CODE
007820     READ STATION-INDEX-FILE
007830         INVALID KEY
007840             GO TO 2200-EXIT
007850     END-READ
007860     SET WS-STATION-FOUND TO TRUE.
007870 2200-EXIT.
007880     EXIT.
007890
007900 2300-ADD-STATION.
007910     IF WS-STATION-FOUND
007920         ADD 1 TO WS-CARD-ERROR-COUNT
007930         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
007940                 " rejected - station " MNT-STATION
007950                 " already on the master"
007960         GO TO 2300-EXIT
007970     END-IF
007980     IF MNT-COMM-DATE NOT NUMERIC
007990         ADD 1 TO WS-CARD-ERROR-COUNT
008000         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
008010                 " rejected - commission date not numeric: "
008020                 MNT-COMM-DATE
008030         GO TO 2300-EXIT
008040     END-IF
008050     MOVE MNT-COMM-DATE TO WS-EFF-DATE
008060     PERFORM 2810-EDIT-EFF-HOUR THRU 2810-EXIT
008070     IF WS-PERIOD-BAD
008080         GO TO 2300-EXIT
008090     END-IF
008100     PERFORM 2850-EDIT-COORDINATES THRU 2850-EXIT
008110     IF WS-PERIOD-BAD
008120         GO TO 2300-EXIT
008130     END-IF
008140     MOVE MNT-STATION   TO SIX-CODE
008150     MOVE MNT-NAME      TO SIX-NAME
008160     MOVE MNT-LOCATION  TO SIX-LOCATION
008170     MOVE "A"           TO SIX-ACTIVE
008180     MOVE MNT-COMM-DATE TO SIX-COMM-DATE
008190     PERFORM 2860-SET-COORDINATES THRU 2860-EXIT
008200     WRITE STATION-INDEX-RECORD
008210         INVALID KEY
008220             ADD 1 TO WS-CARD-ERROR-COUNT
008230             DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
008240                     " rejected - write failed for station "
008250                     MNT-STATION " - file status "
008260                     WS-STATION-INDEX-STATUS
008270             GO TO 2300-EXIT
008280     END-WRITE
008290     ADD 1 TO WS-ADDED-COUNT
008300*    A NEW STATION STARTS ITS HISTORY WITH ONE COMMISSIONED
008310*    PERIOD - ANY HISTORY LEFT OVER UNDER THE CODE IS DROPPED.
008320     PERFORM 2800-READ-HISTORY THRU 2800-EXIT
008330     IF WS-HIST-FOUND
008340         MOVE 0 TO SHX-PERIOD-COUNT
008350     END-IF
008360     MOVE "C" TO WS-NEW-EVENT
008370     MOVE SPACES TO WS-OLD-LOCATION
008380     PERFORM 2830-APPEND-PERIOD THRU 2830-EXIT
008390     MOVE SPACES TO WS-JRN-BEFORE
008400     PERFORM 6000-BUILD-IMAGE THRU 6000-EXIT
008410     MOVE WS-STATION-IMAGE TO WS-JRN-AFTER
008420     MOVE "A" TO WS-JRN-ACTION
008430     PERFORM 6100-WRITE-JOURNAL THRU 6100-EXIT
008440     DISPLAY "STATION-MAINT: added station " MNT-STATION
008450             " " MNT-NAME.
008460 2300-EXIT.
008470     EXIT.
008480
008490*-----------------------------------------------------------*
008500* 2400-CHANGE-STATION - A CHANGE CARD REPLACES ONLY THE      *
008510* FIELDS THAT ARE NOT BLANK, SO A CARD CAN CORRECT A NAME    *
008520* WITHOUT RE-KEYING THE LOCATION AND COMMISSION DATE.  A     *
008530* CHANGE CARD WITH BLANK NAME, LOCATION, DATE AND            *
008540* COORDINATES RE-MARKS THE STATION ACTIVE, WHICH IS HOW A    *
008550* DEACTIVATED STATION IS BROUGHT BACK WITHOUT RE-KEYING ITS  *
008560* DETAILS.                                                   *
008570*-----------------------------------------------------------*
008580 2400-CHANGE-STATION.
008590     IF NOT WS-STATION-FOUND
008600         ADD 1 TO WS-CARD-ERROR-COUNT
008610         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
008620                 " rejected - station " MNT-STATION
008630                 " not on the master"
008640         GO TO 2400-EXIT
008650     END-IF
008660     IF MNT-COMM-DATE NOT = SPACES
008670             AND MNT-COMM-DATE NOT NUMERIC
008680         ADD 1 TO WS-CARD-ERROR-COUNT
008690         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
008700                 " rejected - commission date not numeric: "
008710                 MNT-COMM-DATE
008720         GO TO 2400-EXIT
008730     END-IF
008740     PERFORM 2850-EDIT-COORDINATES THRU 2850-EXIT
008750     IF WS-PERIOD-BAD
008760         GO TO 2400-EXIT
008770     END-IF
008780     PERFORM 2800-READ-HISTORY THRU 2800-EXIT
008790     MOVE 'N' TO WS-REACTIVATE-SW
008800     IF MNT-NAME = SPACES AND MNT-LOCATION = SPACES
008810                          AND MNT-COMM-DATE = SPACES
008820                          AND NOT WS-GEO-GIVEN
008830                          AND SIX-ACTIVE = "I"
008840         SET WS-REACTIVATING TO TRUE
008850         MOVE WS-NOW-DATE TO WS-EFF-DATE
008860         COMPUTE WS-EFF-HOUR = WS-NOW-TIME / 10000
008870         PERFORM 2820-CHECK-PERIOD-ROOM THRU 2820-EXIT
008880         IF WS-PERIOD-BAD
008890             GO TO 2400-EXIT
008900         END-IF
008910     END-IF
008920*    A NEW COMMISSION DATE MOVES THE START OF THE FIRST PERIOD
008930*    AND MUST STILL FALL BEFORE THE STATION'S SECOND PERIOD.
008940     IF MNT-COMM-DATE NOT = SPACES AND WS-HIST-FOUND
008950         MOVE MNT-COMM-DATE TO WS-EFF-DATE
008960         COMPUTE WS-EFF-HOUR = FUNCTION MOD
008970                 (SHX-EFF-STAMP (1), 100)
008980         IF SHX-PERIOD-COUNT > 1
008990                 AND WS-EFF-STAMP NOT < SHX-EFF-STAMP (2)
009000             ADD 1 TO WS-CARD-ERROR-COUNT
009010             DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
009020                     " rejected - commission date not before "
009030                     "the station's next period "
009040                     SHX-EFF-STAMP (2)
009050             GO TO 2400-EXIT
009060         END-IF
009070     END-IF
009080     PERFORM 6000-BUILD-IMAGE THRU 6000-EXIT
009090     MOVE WS-STATION-IMAGE TO WS-JRN-BEFORE
009100     IF MNT-NAME NOT = SPACES
009110         MOVE MNT-NAME TO SIX-NAME
009120     END-IF
009130     IF MNT-LOCATION NOT = SPACES
009140         MOVE MNT-LOCATION TO SIX-LOCATION
009150     END-IF
009160     IF MNT-COMM-DATE NOT = SPACES
009170         MOVE MNT-COMM-DATE TO SIX-COMM-DATE
009180     END-IF
009190     IF WS-GEO-GIVEN
009200         PERFORM 2860-SET-COORDINATES THRU 2860-EXIT
009210     END-IF
009220     IF WS-REACTIVATING
009230         MOVE "A" TO SIX-ACTIVE
009240     END-IF
009250     REWRITE STATION-INDEX-RECORD
009260         INVALID KEY
009270             ADD 1 TO WS-CARD-ERROR-COUNT
009280             DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
009290                     " rejected - rewrite failed for station "
009300                     MNT-STATION " - file status "
009310                     WS-STATION-INDEX-STATUS
009320             GO TO 2400-EXIT
009330     END-REWRITE
009340     ADD 1 TO WS-CHANGED-COUNT
009350     IF WS-REACTIVATING
009360         MOVE "C" TO WS-NEW-EVENT
009370         MOVE SPACES TO WS-OLD-LOCATION
009380         PERFORM 2830-APPEND-PERIOD THRU 2830-EXIT
009390     ELSE
009400         PERFORM 2840-CORRECT-PERIOD THRU 2840-EXIT
009410     END-IF
009420     PERFORM 6000-BUILD-IMAGE THRU 6000-EXIT
009430     MOVE WS-STATION-IMAGE TO WS-JRN-AFTER
009440     MOVE "C" TO WS-JRN-ACTION
009450     PERFORM 6100-WRITE-JOURNAL THRU 6100-EXIT
009460     DISPLAY "STATION-MAINT: changed station " MNT-STATION.
009470 2400-EXIT.
009480     EXIT.
009490
009500 2500-DEACTIVATE-STATION.
009510     IF NOT WS-STATION-FOUND
009520         ADD 1 TO WS-CARD-ERROR-COUNT
009530         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
009540                 " rejected - station " MNT-STATION
009550                 " not on the master"
009560         GO TO 2500-EXIT
009570     END-IF
009580     IF SIX-ACTIVE = "I"
009590         ADD 1 TO WS-CARD-ERROR-COUNT
009600         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
009610                 " rejected - station " MNT-STATION
009620                 " already deactivated"
009630         GO TO 2500-EXIT
009640     END-IF
009650*    THE DATE COLUMN DATES THE DECOMMISSIONING - LEFT BLANK IT
009660*    TAKES EFFECT FROM THE CURRENT HOUR.
009670     IF MNT-COMM-DATE = SPACES
009680         MOVE WS-NOW-DATE TO WS-EFF-DATE
009690         COMPUTE WS-EFF-HOUR = WS-NOW-TIME / 10000
009700     ELSE
009710         PERFORM 2805-EDIT-EFF-DATE THRU 2805-EXIT
009720         IF WS-PERIOD-BAD
009730             GO TO 2500-EXIT
009740         END-IF
009750     END-IF
009760     PERFORM 2800-READ-HISTORY THRU 2800-EXIT
009770     PERFORM 2820-CHECK-PERIOD-ROOM THRU 2820-EXIT
009780     IF WS-PERIOD-BAD
009790         GO TO 2500-EXIT
009800     END-IF
009810     PERFORM 6000-BUILD-IMAGE THRU 6000-EXIT
009820     MOVE WS-STATION-IMAGE TO WS-JRN-BEFORE
009830     MOVE "I" TO SIX-ACTIVE
009840     REWRITE STATION-INDEX-RECORD
009850         INVALID KEY
009860             ADD 1 TO WS-CARD-ERROR-COUNT
009870             DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
009880                     " rejected - rewrite failed for station "
009890                     MNT-STATION " - file status "
009900                     WS-STATION-INDEX-STATUS
009910             GO TO 2500-EXIT
009920     END-REWRITE
009930     MOVE "D" TO WS-NEW-EVENT
009940     MOVE SPACES TO WS-OLD-LOCATION
009950     PERFORM 2830-APPEND-PERIOD THRU 2830-EXIT
009960     PERFORM 6000-BUILD-IMAGE THRU 6000-EXIT
009970     MOVE WS-STATION-IMAGE TO WS-JRN-AFTER
009980     MOVE "D" TO WS-JRN-ACTION
009990     PERFORM 6100-WRITE-JOURNAL THRU 6100-EXIT
010000     ADD 1 TO WS-DEACTIVATED-COUNT
010010     DISPLAY "STATION-MAINT: deactivated station " MNT-STATION.
010020 2500-EXIT.
010030     EXIT.
010040
010050*-----------------------------------------------------------*
010060* 2600-RELOCATE-STATION - AN L CARD MOVES AN ACTIVE STATION  *
010070* TO THE SITE IN ITS LOCATION COLUMN FROM THE EFFECTIVE DATE *
010080* AND HOUR ON THE CARD.  THE MASTER TAKES THE NEW LOCATION   *
010090* AND THE HISTORY GAINS A RELOCATED PERIOD CARRYING BOTH THE *
010100* OLD AND THE NEW SITE.  THE NEW SITE'S COORDINATES COME     *
010110* FROM THE CARD; WITHOUT THEM THE STATION IS UNSURVEYED     *
010120* UNTIL A C CARD SUPPLIES THEM - THE OLD SITE'S WOULD BE     *
010130* WRONG.                                                     *
010140*-----------------------------------------------------------*
010150 2600-RELOCATE-STATION.
010160     IF NOT WS-STATION-FOUND
010170         ADD 1 TO WS-CARD-ERROR-COUNT
010180         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
010190                 " rejected - station " MNT-STATION
010200                 " not on the master"
010210         GO TO 2600-EXIT
010220     END-IF
010230     IF SIX-ACTIVE NOT = "A"
010240         ADD 1 TO WS-CARD-ERROR-COUNT
010250         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
010260                 " rejected - station " MNT-STATION
010270                 " is deactivated"
010280         GO TO 2600-EXIT
010290     END-IF
010300     IF MNT-LOCATION = SPACES OR MNT-LOCATION = SIX-LOCATION
010310         ADD 1 TO WS-CARD-ERROR-COUNT
010320         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
010330                 " rejected - no new location for station "
010340                 MNT-STATION
010350         GO TO 2600-EXIT
010360     END-IF
010370     PERFORM 2805-EDIT-EFF-DATE THRU 2805-EXIT
010380     IF WS-PERIOD-BAD
010390         GO TO 2600-EXIT
010400     END-IF
010410     PERFORM 2850-EDIT-COORDINATES THRU 2850-EXIT
010420     IF WS-PERIOD-BAD
010430         GO TO 2600-EXIT
010440     END-IF
010450     PERFORM 2800-READ-HISTORY THRU 2800-EXIT
010460     PERFORM 2820-CHECK-PERIOD-ROOM THRU 2820-EXIT
010470     IF WS-PERIOD-BAD
010480         GO TO 2600-EXIT
010490     END-IF
010500     PERFORM 6000-BUILD-IMAGE THRU 6000-EXIT
010510     MOVE WS-STATION-IMAGE TO WS-JRN-BEFORE
010520     MOVE SIX-LOCATION TO WS-OLD-LOCATION
010530     MOVE MNT-LOCATION TO SIX-LOCATION
010540     PERFORM 2860-SET-COORDINATES THRU 2860-EXIT
010550     REWRITE STATION-INDEX-RECORD
010560         INVALID KEY
010570             ADD 1 TO WS-CARD-ERROR-COUNT
010580             DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
010590                     " rejected - rewrite failed for station "
010600                     MNT-STATION " - file status "
010610                     WS-STATION-INDEX-STATUS
010620             GO TO 2600-EXIT
010630     END-REWRITE
010640     MOVE "L" TO WS-NEW-EVENT
010650     PERFORM 2830-APPEND-PERIOD THRU 2830-EXIT
010660     PERFORM 6000-BUILD-IMAGE THRU 6000-EXIT
010670     MOVE WS-STATION-IMAGE TO WS-JRN-AFTER
010680     MOVE "L" TO WS-JRN-ACTION
010690     PERFORM 6100-WRITE-JOURNAL THRU 6100-EXIT
010700     ADD 1 TO WS-RELOCATED-COUNT
010710     DISPLAY "STATION-MAINT: relocated station " MNT-STATION
010720             " to " MNT-LOCATION.
010730 2600-EXIT.
010740     EXIT.
010750
010760*-----------------------------------------------------------*
010770* 2700-REPLACE-SENSOR - AN S CARD RECORDS A SENSOR CHANGE AT *
010780* AN ACTIVE STATION FROM THE EFFECTIVE DATE AND HOUR ON THE  *
010790* CARD, WITH THE NOTE COLUMN AS ITS DESCRIPTION.  THE MASTER *
010800* ITSELF IS UNCHANGED.                                       *
010810*-----------------------------------------------------------*
010820 2700-REPLACE-SENSOR.
010830     IF NOT WS-STATION-FOUND
010840         ADD 1 TO WS-CARD-ERROR-COUNT
010850         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
010860                 " rejected - station " MNT-STATION
010870                 " not on the master"
010880         GO TO 2700-EXIT
010890     END-IF
010900     IF SIX-ACTIVE NOT = "A"
010910         ADD 1 TO WS-CARD-ERROR-COUNT
010920         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
010930                 " rejected - station " MNT-STATION
010940                 " is deactivated"
010950         GO TO 2700-EXIT
010960     END-IF
010970     PERFORM 2805-EDIT-EFF-DATE THRU 2805-EXIT
010980     IF WS-PERIOD-BAD
010990         GO TO 2700-EXIT
011000     END-IF
011010     PERFORM 2800-READ-HISTORY THRU 2800-EXIT
011020     PERFORM 2820-CHECK-PERIOD-ROOM THRU 2820-EXIT
011030     IF WS-PERIOD-BAD
011040         GO TO 2700-EXIT
011050     END-IF
011060     MOVE "S" TO WS-NEW-EVENT
011070     MOVE SPACES TO WS-OLD-LOCATION
011080     PERFORM 2830-APPEND-PERIOD THRU 2830-EXIT
011090     PERFORM 6000-BUILD-IMAGE THRU 6000-EXIT
011100     MOVE WS-STATION-IMAGE TO WS-JRN-BEFORE
011110     MOVE WS-STATION-IMAGE TO WS-JRN-AFTER
011120     MOVE "S" TO WS-JRN-ACTION
011130     PERFORM 6100-WRITE-JOURNAL THRU 6100-EXIT
011140     ADD 1 TO WS-SENSOR-COUNT
011150     DISPLAY "STATION-MAINT: sensor replaced at station "
011160             MNT-STATION.
011170 2700-EXIT.
011180     EXIT.
011190
011200*-----------------------------------------------------------*
011210* 2800-READ-HISTORY THRU 2840-CORRECT-PERIOD - STATION       *
011220* HISTORY UPKEEP SHARED BY THE CARD PATHS.  PERIODS ARE      *
011230* ONLY EVER APPENDED IN EFFECTIVE-STAMP ORDER, SO THE LAST   *
011240* PERIOD IS ALWAYS THE ONE IN FORCE NOW.                     *
011250*-----------------------------------------------------------*
011260 2800-READ-HISTORY.
011270     MOVE 'N' TO WS-HIST-FOUND-SW
011280     MOVE MNT-STATION TO SHX-CODE
011290     READ STATION-HIST-FILE
011300         INVALID KEY
011310             GO TO 2800-EXIT
011320     END-READ
011330     SET WS-HIST-FOUND TO TRUE.
011340 2800-EXIT.
011350     EXIT.
011360
011370 2805-EDIT-EFF-DATE.
011380     SET WS-PERIOD-OK TO TRUE
011390     IF MNT-COMM-DATE NOT NUMERIC
011400         SET WS-PERIOD-BAD TO TRUE
011410         ADD 1 TO WS-CARD-ERROR-COUNT
011420         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
011430                 " rejected - effective date not numeric: "
011440                 MNT-COMM-DATE
011450         GO TO 2805-EXIT
011460     END-IF
011470     MOVE MNT-COMM-DATE TO WS-EFF-DATE
011480     PERFORM 2810-EDIT-EFF-HOUR THRU 2810-EXIT.
011490 2805-EXIT.
011500     EXIT.
011510
011520 2810-EDIT-EFF-HOUR.
011530     SET WS-PERIOD-OK TO TRUE
011540     IF MNT-EFF-HOUR = SPACES
011550         MOVE 0 TO WS-EFF-HOUR
011560         GO TO 2810-EXIT
011570     END-IF
011580     IF MNT-EFF-HOUR NOT NUMERIC OR MNT-EFF-HOUR > "23"
011590         SET WS-PERIOD-BAD TO TRUE
011600         ADD 1 TO WS-CARD-ERROR-COUNT
011610         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
011620                 " rejected - effective hour not 00-23: "
011630                 MNT-EFF-HOUR
011640         GO TO 2810-EXIT
011650     END-IF
011660     MOVE MNT-EFF-HOUR TO WS-EFF-HOUR.
011670 2810-EXIT.
011680     EXIT.
011690
011700 2820-CHECK-PERIOD-ROOM.
011710     SET WS-PERIOD-OK TO TRUE
011720     IF NOT WS-HIST-FOUND
011730         GO TO 2820-EXIT
011740     END-IF
011750     IF SHX-PERIOD-COUNT >= 20
011760         SET WS-PERIOD-BAD TO TRUE
011770         ADD 1 TO WS-CARD-ERROR-COUNT
011780         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
011790                 " rejected - station " MNT-STATION
011800                 " history is full (20 periods)"
011810         GO TO 2820-EXIT
011820     END-IF
011830     IF SHX-PERIOD-COUNT > 0
011840             AND WS-EFF-STAMP NOT > SHX-EFF-STAMP
011850                                   (SHX-PERIOD-COUNT)
011860         SET WS-PERIOD-BAD TO TRUE
011870         ADD 1 TO WS-CARD-ERROR-COUNT
011880         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
011890                 " rejected - effective " WS-EFF-STAMP
011900                 " not after the latest period "
011910                 SHX-EFF-STAMP (SHX-PERIOD-COUNT)
011920     END-IF.
011930 2820-EXIT.
011940     EXIT.
011950
011960*    APPENDS A WS-NEW-EVENT PERIOD FROM WS-EFF-STAMP WITH THE
011970*    NAME AND LOCATION NOW IN THE INDEX RECORD.  A STATION
011980*    WITH NO HISTORY YET GETS ITS RECORD CREATED HERE.
011990 2830-APPEND-PERIOD.
012000     IF NOT WS-HIST-FOUND
012010         MOVE SPACES TO STATION-HIST-RECORD
012020         MOVE SIX-CODE TO SHX-CODE
012030         MOVE 0 TO SHX-PERIOD-COUNT
012040     END-IF
012050     ADD 1 TO SHX-PERIOD-COUNT
012060     MOVE SHX-PERIOD-COUNT TO WS-PERIOD-IDX
012070     MOVE WS-NEW-EVENT    TO SHX-EVENT (WS-PERIOD-IDX)
012080     MOVE WS-EFF-STAMP    TO SHX-EFF-STAMP (WS-PERIOD-IDX)
012090     MOVE SIX-NAME        TO SHX-NAME (WS-PERIOD-IDX)
012100     MOVE SIX-LOCATION    TO SHX-LOCATION (WS-PERIOD-IDX)
012110     MOVE WS-OLD-LOCATION TO SHX-OLD-LOCATION (WS-PERIOD-IDX)
012120     MOVE MNT-NOTE        TO SHX-NOTE (WS-PERIOD-IDX)
012130     IF WS-HIST-FOUND
012140         REWRITE STATION-HIST-RECORD
012150             INVALID KEY
012160                 DISPLAY "STATION-MAINT: warning - history "
012170                         "rewrite failed for station "
012180                         SHX-CODE " - file status "
012190                         WS-STATION-HIST-STATUS
012200                 GO TO 2830-EXIT
012210         END-REWRITE
012220     ELSE
012230         WRITE STATION-HIST-RECORD
012240             INVALID KEY
012250                 DISPLAY "STATION-MAINT: warning - history "
012260                         "write failed for station "
012270                         SHX-CODE " - file status "
012280                         WS-STATION-HIST-STATUS
012290                 GO TO 2830-EXIT
012300         END-WRITE
012310         SET WS-HIST-FOUND TO TRUE
012320     END-IF
012330     MOVE WS-NEW-EVENT TO WS-JRN-HIST-EVENT
012340     MOVE WS-EFF-STAMP TO WS-JRN-HIST-STAMP.
012350 2830-EXIT.
012360     EXIT.
012370
012380*    A NAME OR LOCATION CORRECTION ON A C CARD IS CARRIED INTO
012390*    THE PERIOD IN FORCE NOW; A NEW COMMISSION DATE MOVES THE
012400*    START OF THE FIRST PERIOD.  JOURNALED AS PERIOD EVENT N,
012410*    WHOSE BACKOUT PUTS THE BEFORE IMAGE'S VALUES BACK.
012420 2840-CORRECT-PERIOD.
012430     IF NOT WS-HIST-FOUND OR SHX-PERIOD-COUNT = 0
012440         GO TO 2840-EXIT
012450     END-IF
012460     IF MNT-NAME = SPACES AND MNT-LOCATION = SPACES
012470                          AND MNT-COMM-DATE = SPACES
012480         GO TO 2840-EXIT
012490     END-IF
012500     MOVE SHX-PERIOD-COUNT TO WS-PERIOD-IDX
012510     MOVE SIX-NAME     TO SHX-NAME (WS-PERIOD-IDX)
012520     MOVE SIX-LOCATION TO SHX-LOCATION (WS-PERIOD-IDX)
012530     IF MNT-COMM-DATE NOT = SPACES AND SHX-EVENT (1) = "C"
012540         MOVE WS-EFF-STAMP TO SHX-EFF-STAMP (1)
012550     END-IF
012560     REWRITE STATION-HIST-RECORD
012570         INVALID KEY
012580             DISPLAY "STATION-MAINT: warning - history "
012590                     "rewrite failed for station "
012600                     SHX-CODE " - file status "
012610                     WS-STATION-HIST-STATUS
012620             GO TO 2840-EXIT
012630     END-REWRITE
012640     MOVE "N" TO WS-JRN-HIST-EVENT
012650     MOVE SHX-EFF-STAMP (WS-PERIOD-IDX) TO WS-JRN-HIST-STAMP.
012660 2840-EXIT.
012670     EXIT.
012680
012690*-----------------------------------------------------------*
012700* 2850-EDIT-COORDINATES - CHECKS THE CARD'S LATITUDE,        *
012710* LONGITUDE AND ELEVATION AND LEAVES THEM IN THE WS-NEW-    *
012720* FIELDS.                                                    *
012730* WS-GEO-GIVEN TELLS THE CALLER WHETHER THE CARD CARRIED     *
012740* ANY.  2860-SET-COORDINATES MOVES THEM TO THE INDEX RECORD, *
012750* OR MARKS THE STATION UNSURVEYED WHEN THE CARD HAD NONE.    *
012760*-----------------------------------------------------------*
012770 2850-EDIT-COORDINATES.
012780     SET WS-PERIOD-OK TO TRUE
012790     MOVE 'N' TO WS-GEO-GIVEN-SW
012800     IF MNT-LATITUDE = SPACES AND MNT-LONGITUDE = SPACES
012810                              AND MNT-ELEVATION = SPACES
012820         GO TO 2850-EXIT
012830     END-IF
012840     SET WS-GEO-GIVEN TO TRUE
012850     SET WS-PERIOD-BAD TO TRUE
012860     IF MNT-LATITUDE = SPACES OR MNT-LONGITUDE = SPACES
012870                             OR MNT-ELEVATION = SPACES
012880         ADD 1 TO WS-CARD-ERROR-COUNT
012890         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
012900                 " rejected - latitude, longitude and "
012910                 "elevation must be given together"
012920         GO TO 2850-EXIT
012930     END-IF
012940     IF FUNCTION TEST-NUMVAL (MNT-LATITUDE) NOT = 0
012950         ADD 1 TO WS-CARD-ERROR-COUNT
012960         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
012970                 " rejected - latitude not numeric: "
012980                 MNT-LATITUDE
012990         GO TO 2850-EXIT
013000     END-IF
013010     COMPUTE WS-GEO-WORK = FUNCTION NUMVAL (MNT-LATITUDE)
013020     IF WS-GEO-WORK > 90 OR WS-GEO-WORK < -90
013030         ADD 1 TO WS-CARD-ERROR-COUNT
013040         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
013050                 " rejected - latitude not -90 to +90: "
013060                 MNT-LATITUDE
013070         GO TO 2850-EXIT
013080     END-IF
013090     MOVE WS-GEO-WORK TO WS-NEW-LATITUDE
013100     IF FUNCTION TEST-NUMVAL (MNT-LONGITUDE) NOT = 0
013110         ADD 1 TO WS-CARD-ERROR-COUNT
013120         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
013130                 " rejected - longitude not numeric: "
013140                 MNT-LONGITUDE
013150         GO TO 2850-EXIT
013160     END-IF
013170     COMPUTE WS-GEO-WORK = FUNCTION NUMVAL (MNT-LONGITUDE)
013180     IF WS-GEO-WORK > 180 OR WS-GEO-WORK < -180
013190         ADD 1 TO WS-CARD-ERROR-COUNT
013200         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
013210                 " rejected - longitude not -180 to +180: "
013220                 MNT-LONGITUDE
013230         GO TO 2850-EXIT
013240     END-IF
013250     MOVE WS-GEO-WORK TO WS-NEW-LONGITUDE
013260     IF FUNCTION TEST-NUMVAL (MNT-ELEVATION) NOT = 0
013270         ADD 1 TO WS-CARD-ERROR-COUNT
013280         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
013290                 " rejected - elevation not numeric: "
013300                 MNT-ELEVATION
013310         GO TO 2850-EXIT
013320     END-IF
013330     COMPUTE WS-GEO-WORK = FUNCTION NUMVAL (MNT-ELEVATION)
013340     IF WS-GEO-WORK > 9999 OR WS-GEO-WORK < -999
013350         ADD 1 TO WS-CARD-ERROR-COUNT
013360         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
013370                 " rejected - elevation not -999 to 9999: "
013380                 MNT-ELEVATION
013390         GO TO 2850-EXIT
013400     END-IF
013410     MOVE WS-GEO-WORK TO WS-NEW-ELEVATION
013420     SET WS-PERIOD-OK TO TRUE.
013430 2850-EXIT.
013440     EXIT.
013450
013460 2860-SET-COORDINATES.
013470     IF WS-GEO-GIVEN
013480         MOVE "Y"              TO SIX-GEO-SET
013490         MOVE WS-NEW-LATITUDE  TO SIX-LATITUDE
013500         MOVE WS-NEW-LONGITUDE TO SIX-LONGITUDE
013510         MOVE WS-NEW-ELEVATION TO SIX-ELEVATION
013520     ELSE
013530         MOVE "N" TO SIX-GEO-SET
013540         MOVE 0   TO SIX-LATITUDE SIX-LONGITUDE SIX-ELEVATION
013550     END-IF.
013560 2860-EXIT.
013570     EXIT.
013580
013590*-----------------------------------------------------------*
013600* 3000-REGENERATE-MASTER - WALKS THE INDEX IN KEY ORDER AND  *
013610* REWRITES THE FLAT STATIONMST.DAT FROM IT, SO SEQUENTIAL    *
013620* READERS AND OPERATORS KEEP A PLAIN COPY.  DEACTIVATED      *
013630* STATIONS ARE KEPT WITH FLAG "I" SO THEIR HISTORY REMAINS   *
013640* READABLE.                                                  *
013650*-----------------------------------------------------------*
013660 3000-REGENERATE-MASTER.
013670     OPEN OUTPUT STATION-MASTER-FILE
013680     MOVE 0 TO SIX-CODE
013690     START STATION-INDEX-FILE
013700         KEY IS NOT LESS THAN SIX-CODE
013710         INVALID KEY
013720             SET WS-INDEX-EOF TO TRUE
013730     END-START
013740     PERFORM 3100-COPY-ONE-STATION THRU 3100-EXIT
013750         UNTIL WS-INDEX-EOF
013760     CLOSE STATION-MASTER-FILE.
013770 3000-EXIT.
013780     EXIT.
013790
013800 3100-COPY-ONE-STATION.
013810     READ STATION-INDEX-FILE NEXT RECORD
013820         AT END
013830             SET WS-INDEX-EOF TO TRUE
013840             GO TO 3100-EXIT
013850     END-READ
013860     MOVE SPACES TO STATION-MASTER-RECORD
013870     MOVE SIX-CODE      TO STM-CODE
013880     MOVE SIX-NAME      TO STM-NAME
013890     MOVE SIX-LOCATION  TO STM-LOCATION
013900     MOVE SIX-ACTIVE    TO STM-ACTIVE
013910     MOVE SIX-COMM-DATE TO STM-COMM-DATE
013920     IF SIX-GEO-SET = "Y"
013930         MOVE SIX-LATITUDE  TO STM-LATITUDE
013940         MOVE SIX-LONGITUDE TO STM-LONGITUDE
013950         MOVE SIX-ELEVATION TO STM-ELEVATION
013960     END-IF
013970     WRITE STATION-MASTER-RECORD
013980     ADD 1 TO WS-STATION-COUNT.
013990 3100-EXIT.
014000     EXIT.
014010
014020*-----------------------------------------------------------*
014030* 6000-BUILD-IMAGE - FORMATS THE INDEX RECORD CURRENTLY IN   *
014040* THE FD AREA IN STATION MASTER RECORD SHAPE FOR THE         *
014050* JOURNAL.                                                   *
014060*-----------------------------------------------------------*
014070 6000-BUILD-IMAGE.
014080     MOVE SPACES TO WS-STATION-IMAGE
014090     MOVE SIX-CODE      TO WSI-CODE
014100     MOVE SIX-NAME      TO WSI-NAME
014110     MOVE SIX-LOCATION  TO WSI-LOCATION
014120     MOVE SIX-ACTIVE    TO WSI-ACTIVE
014130     MOVE SIX-COMM-DATE TO WSI-COMM-DATE
014140     IF SIX-GEO-SET = "Y"
014150         MOVE SIX-LATITUDE  TO WSI-LATITUDE
014160         MOVE SIX-LONGITUDE TO WSI-LONGITUDE
014170         MOVE SIX-ELEVATION TO WSI-ELEVATION
014180     END-IF.
014190 6000-EXIT.
014200     EXIT.
014210
014220*-----------------------------------------------------------*
014230* 6100-WRITE-JOURNAL - ONE JOURNAL ENTRY AND ITS AUDIT       *
014240* LISTING BLOCK PER APPLIED CARD OR REVERSAL.                *
014250*-----------------------------------------------------------*
014260 6100-WRITE-JOURNAL.
014270     MOVE SPACES TO JOURNAL-RECORD
014280     MOVE WS-RUN-ID          TO JR-RUN-ID
014290     MOVE WS-CARD-READ-COUNT TO JR-CARD-NUMBER
014300     MOVE WS-JRN-ACTION      TO JR-ACTION
014310     MOVE WS-JRN-BEFORE (1:59)  TO JR-BEFORE-IMAGE
014320     MOVE WS-JRN-AFTER (1:59)   TO JR-AFTER-IMAGE
014330     MOVE WS-JRN-BEFORE (60:25) TO JR-BEFORE-GEO
014340     MOVE WS-JRN-AFTER (60:25)  TO JR-AFTER-GEO
014350     MOVE WS-JRN-HIST-EVENT  TO JR-HIST-EVENT
014360     MOVE WS-JRN-HIST-STAMP  TO JR-HIST-STAMP
014370     MOVE MNT-SUBMITTER      TO JR-SUBMITTER
014380     MOVE MNT-APPROVER       TO JR-APPROVER
014390     WRITE JOURNAL-RECORD
014400     PERFORM 6200-SET-APPROVER-SHOWN THRU 6200-EXIT
014410     MOVE SPACES TO AUDIT-LINE
014420     STRING " CARD " WS-CARD-READ-COUNT
014430            "  ACTION " WS-JRN-ACTION
014440            "  SUBMITTED BY " MNT-SUBMITTER
014450            "  APPROVED BY " WS-APPROVER-SHOWN
014460            DELIMITED BY SIZE INTO AUDIT-LINE
014470     WRITE AUDIT-LINE
014480     MOVE SPACES TO AUDIT-LINE
014490     STRING "   BEFORE: " WS-JRN-BEFORE
014500            DELIMITED BY SIZE INTO AUDIT-LINE
014510     WRITE AUDIT-LINE
014520     MOVE SPACES TO AUDIT-LINE
014530     STRING "   AFTER:  " WS-JRN-AFTER
014540            DELIMITED BY SIZE INTO AUDIT-LINE
014550     WRITE AUDIT-LINE
014560     IF WS-JRN-HIST-EVENT NOT = SPACE
014570         MOVE SPACES TO AUDIT-LINE
014580         STRING "   PERIOD: " WS-JRN-HIST-EVENT
014590                " EFFECTIVE " WS-JRN-HIST-STAMP
014600                DELIMITED BY SIZE INTO AUDIT-LINE
014610         WRITE AUDIT-LINE
014620     END-IF.
014630 6100-EXIT.
014640     EXIT.
014650
014660 6200-SET-APPROVER-SHOWN.
014670     IF MNT-APPROVER = SPACES
014680         MOVE "NONE" TO WS-APPROVER-SHOWN
014690     ELSE
014700         MOVE MNT-APPROVER TO WS-APPROVER-SHOWN
014710     END-IF.
014720 6200-EXIT.
014730     EXIT.
014740
014750*-----------------------------------------------------------*
014760* 7000-BACKOUT-RUN - REVERSES THE JOURNAL OF THE MAINTENANCE *
014770* RUN NAMED ON A B CARD.  THE RUN'S ENTRIES ARE COLLECTED    *
014780* AND APPLIED NEWEST FIRST: AN ADD IS DELETED, A CHANGE OR   *
014790* DEACTIVATION GETS ITS BEFORE IMAGE BACK.  EACH REVERSAL    *
014800* IS ITSELF JOURNALED (ACTION R) SO THE AUDIT TRAIL NEVER    *
014810* BREAKS.  A REVERSAL ENTRY IS NOT RE-REVERSED.  A HISTORY   *
014820* PERIOD THE ENTRY OPENED IS TAKEN BACK OUT OF THE STATION   *
014830* HISTORY; A REVERSED ADD DROPS THE STATION'S HISTORY WHOLE. *
014840*-----------------------------------------------------------*
014850 7000-BACKOUT-RUN.
014860     IF MNT-BACKOUT-RUN NOT NUMERIC
014870         ADD 1 TO WS-CARD-ERROR-COUNT
014880         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
014890                 " rejected - backout run id not numeric: "
014900                 MNT-BACKOUT-RUN
014910         GO TO 7000-EXIT
014920     END-IF
014930     ADD 1 TO WS-BACKOUT-COUNT
014940     MOVE 0 TO WS-JRN-COUNT
014950     MOVE 'N' TO WS-JOURNAL-EOF-SW
014960     MOVE 'Y' TO WS-BACKOUT-OK-SW
014970*    THE JOURNAL IS OPEN EXTEND FOR THIS RUN'S ENTRIES - IT
014980*    IS TURNED AROUND TO INPUT FOR THE COLLECTION PASS AND
014990*    BACK AGAIN SO THE REVERSALS CAN BE JOURNALED TOO.
015000     CLOSE JOURNAL-FILE
015010     OPEN INPUT JOURNAL-FILE
015020     PERFORM 7100-COLLECT-ONE-ENTRY THRU 7100-EXIT
015030         UNTIL WS-JOURNAL-EOF
015040     CLOSE JOURNAL-FILE
015050     OPEN EXTEND JOURNAL-FILE
015060     IF WS-BACKOUT-REFUSED
015070         ADD 1 TO WS-CARD-ERROR-COUNT
015080         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
015090                 " rejected - run " MNT-BACKOUT-RUN
015100                 " has more than 500 journal entries, "
015110                 "backout refused"
015120         GO TO 7000-EXIT
015130     END-IF
015140     IF WS-JRN-COUNT = 0
015150         ADD 1 TO WS-CARD-ERROR-COUNT
015160         DISPLAY "STATION-MAINT: card " WS-CARD-READ-COUNT
015170                 " rejected - no journal entries for run "
015180                 MNT-BACKOUT-RUN
015190         GO TO 7000-EXIT
015200     END-IF
015210     PERFORM 7300-REVERSE-ONE-ENTRY THRU 7300-EXIT
015220         VARYING WS-JRN-IDX FROM WS-JRN-COUNT BY -1
015230         UNTIL WS-JRN-IDX < 1
015240     MOVE SPACES TO AUDIT-LINE
015250     STRING " CARD " WS-CARD-READ-COUNT
015260            "  BACKOUT OF RUN " MNT-BACKOUT-RUN
015270            " - " WS-REVERSED-COUNT " ENTRIES REVERSED"
015280            DELIMITED BY SIZE INTO AUDIT-LINE
015290     WRITE AUDIT-LINE
015300     DISPLAY "STATION-MAINT: backed out run "
015310             MNT-BACKOUT-RUN ", " WS-REVERSED-COUNT
015320             " entries reversed.".
015330 7000-EXIT.
015340     EXIT.
015350
015360 7100-COLLECT-ONE-ENTRY.
015370     READ JOURNAL-FILE
015380         AT END
015390             SET WS-JOURNAL-EOF TO TRUE
015400             GO TO 7100-EXIT
015410     END-READ
015420     IF JR-RUN-ID NOT = MNT-BACKOUT-RUN
015430         GO TO 7100-EXIT
015440     END-IF
015450     IF WS-JRN-COUNT >= 500
015460         SET WS-BACKOUT-REFUSED TO TRUE
015470         SET WS-JOURNAL-EOF TO TRUE
015480         GO TO 7100-EXIT
015490     END-IF
015500     ADD 1 TO WS-JRN-COUNT
015510     MOVE JR-ACTION       TO WS-JRN-TAB-ACTION (WS-JRN-COUNT)
015520     MOVE JR-BEFORE-IMAGE
015530          TO WS-JRN-TAB-BEFORE (WS-JRN-COUNT) (1:59)
015540     MOVE JR-BEFORE-GEO
015550          TO WS-JRN-TAB-BEFORE (WS-JRN-COUNT) (60:25)
015560     MOVE JR-AFTER-IMAGE
015570          TO WS-JRN-TAB-AFTER (WS-JRN-COUNT) (1:59)
015580     MOVE JR-AFTER-GEO
015590          TO WS-JRN-TAB-AFTER (WS-JRN-COUNT) (60:25)
015600     MOVE JR-HIST-EVENT
015610          TO WS-JRN-TAB-HIST-EVENT (WS-JRN-COUNT)
015620     MOVE JR-HIST-STAMP
015630          TO WS-JRN-TAB-HIST-STAMP (WS-JRN-COUNT).
015640 7100-EXIT.
015650     EXIT.
015660
015670 7300-REVERSE-ONE-ENTRY.
015680     EVALUATE WS-JRN-TAB-ACTION (WS-JRN-IDX)
015690         WHEN "A"
015700             PERFORM 7310-REVERSE-AN-ADD THRU 7310-EXIT
015710         WHEN "C"
015720         WHEN "D"
015730         WHEN "L"
015740         WHEN "S"
015750             PERFORM 7320-REVERSE-A-CHANGE THRU 7320-EXIT
015760             IF WS-JRN-TAB-HIST-EVENT (WS-JRN-IDX) NOT = SPACE
015770                 PERFORM 7700-REVERSE-HISTORY THRU 7700-EXIT
015780             END-IF
015790         WHEN OTHER
015800             DISPLAY "STATION-MAINT: journal entry with "
015810                     "action " WS-JRN-TAB-ACTION (WS-JRN-IDX)
015820                     " not reversible, skipped"
015830     END-EVALUATE.
015840 7300-EXIT.
015850     EXIT.
015860
015870 7310-REVERSE-AN-ADD.
015880     MOVE WS-JRN-TAB-AFTER (WS-JRN-IDX) (1:6)
015890          TO WS-FIND-CODE
015900     PERFORM 7400-FIND-BY-CODE THRU 7400-EXIT
015910     IF NOT WS-STATION-FOUND
015920         DISPLAY "STATION-MAINT: warning - station "
015930                 WS-FIND-CODE " of backout already gone"
015940         GO TO 7310-EXIT
015950     END-IF
015960     PERFORM 6000-BUILD-IMAGE THRU 6000-EXIT
015970     MOVE WS-STATION-IMAGE TO WS-JRN-BEFORE
015980     MOVE SPACES TO WS-JRN-AFTER
015990     MOVE "R" TO WS-JRN-ACTION
016000     PERFORM 6100-WRITE-JOURNAL THRU 6100-EXIT
016010     DELETE STATION-INDEX-FILE RECORD
016020         INVALID KEY
016030             DISPLAY "STATION-MAINT: warning - delete failed "
016040                     "for station " WS-FIND-CODE
016050                     " - file status "
016060                     WS-STATION-INDEX-STATUS
016070             GO TO 7310-EXIT
016080     END-DELETE
016090     MOVE WS-FIND-CODE TO SHX-CODE
016100     DELETE STATION-HIST-FILE RECORD
016110         INVALID KEY
016120             CONTINUE
016130     END-DELETE
016140     ADD 1 TO WS-REVERSED-COUNT.
016150 7310-EXIT.
016160     EXIT.
016170
016180 7320-REVERSE-A-CHANGE.
016190     MOVE WS-JRN-TAB-BEFORE (WS-JRN-IDX) (1:6)
016200          TO WS-FIND-CODE
016210     PERFORM 7400-FIND-BY-CODE THRU 7400-EXIT
016220     IF WS-STATION-FOUND
016230         PERFORM 6000-BUILD-IMAGE THRU 6000-EXIT
016240         MOVE WS-STATION-IMAGE TO WS-JRN-BEFORE
016250         MOVE WS-JRN-TAB-BEFORE (WS-JRN-IDX)
016260              TO WS-STATION-IMAGE
016270         PERFORM 7600-RESTORE-IMAGE THRU 7600-EXIT
016280         REWRITE STATION-INDEX-RECORD
016290             INVALID KEY
016300                 DISPLAY "STATION-MAINT: warning - restore "
016310                         "rewrite failed for station "
016320                         WS-FIND-CODE
016330                 GO TO 7320-EXIT
016340         END-REWRITE
016350     ELSE
016360*        THE STATION VANISHED SINCE - PUT IT BACK WHOLE.
016370         MOVE SPACES TO WS-JRN-BEFORE
016380         MOVE WS-JRN-TAB-BEFORE (WS-JRN-IDX)
016390              TO WS-STATION-IMAGE
016400         PERFORM 7600-RESTORE-IMAGE THRU 7600-EXIT
016410         WRITE STATION-INDEX-RECORD
016420             INVALID KEY
016430                 DISPLAY "STATION-MAINT: warning - restore "
016440                         "write failed for station "
016450                         WS-FIND-CODE
016460                 GO TO 7320-EXIT
016470         END-WRITE
016480     END-IF
016490     MOVE WS-JRN-TAB-BEFORE (WS-JRN-IDX) TO WS-JRN-AFTER
016500     MOVE "R" TO WS-JRN-ACTION
016510     PERFORM 6100-WRITE-JOURNAL THRU 6100-EXIT
016520     ADD 1 TO WS-REVERSED-COUNT.
016530 7320-EXIT.
016540     EXIT.
016550
016560 7400-FIND-BY-CODE.
016570     MOVE 'N' TO WS-STATION-FOUND-SW
016580     MOVE WS-FIND-CODE TO SIX-CODE
016590     READ STATION-INDEX-FILE
016600         INVALID KEY
016610             GO TO 7400-EXIT
016620     END-READ
016630     SET WS-STATION-FOUND TO TRUE.
016640 7400-EXIT.
016650     EXIT.
016660
016670 7600-RESTORE-IMAGE.
016680     MOVE WSI-CODE      TO SIX-CODE
016690     MOVE WSI-NAME      TO SIX-NAME
016700     MOVE WSI-LOCATION  TO SIX-LOCATION
016710     MOVE WSI-ACTIVE    TO SIX-ACTIVE
016720     MOVE WSI-COMM-DATE TO SIX-COMM-DATE
016730*    AN ENTRY JOURNALED BEFORE COORDINATES WERE KEPT HAS A
016740*    BLANK TAIL AND RESTORES AS UNSURVEYED.
016750     IF WSI-LATITUDE-X = SPACES
016760         MOVE "N" TO SIX-GEO-SET
016770         MOVE 0   TO SIX-LATITUDE SIX-LONGITUDE SIX-ELEVATION
016780     ELSE
016790         MOVE "Y"           TO SIX-GEO-SET
016800         MOVE WSI-LATITUDE  TO SIX-LATITUDE
016810         MOVE WSI-LONGITUDE TO SIX-LONGITUDE
016820         MOVE WSI-ELEVATION TO SIX-ELEVATION
016830     END-IF.
016840 7600-EXIT.
016850     EXIT.
016860
016870*-----------------------------------------------------------*
016880* 7700-REVERSE-HISTORY - TAKES BACK THE HISTORY SIDE OF A    *
016890* REVERSED ENTRY.  A PERIOD IT APPENDED IS REMOVED (LATER    *
016900* PERIODS CLOSE UP); A CORRECTION (EVENT N) GETS THE BEFORE  *
016910* IMAGE'S NAME, LOCATION AND COMMISSION DATE BACK.           *
016920*-----------------------------------------------------------*
016930 7700-REVERSE-HISTORY.
016940     MOVE WS-JRN-TAB-BEFORE (WS-JRN-IDX) TO WS-STATION-IMAGE
016950     MOVE WSI-CODE TO SHX-CODE
016960     READ STATION-HIST-FILE
016970         INVALID KEY
016980             DISPLAY "STATION-MAINT: warning - no history for "
016990                     "station " WSI-CODE " of backout"
017000             GO TO 7700-EXIT
017010     END-READ
017020     IF WS-JRN-TAB-HIST-EVENT (WS-JRN-IDX) = "N"
017030         IF SHX-PERIOD-COUNT > 0
017040             MOVE SHX-PERIOD-COUNT TO WS-PERIOD-IDX
017050             MOVE WSI-NAME     TO SHX-NAME (WS-PERIOD-IDX)
017060             MOVE WSI-LOCATION TO SHX-LOCATION (WS-PERIOD-IDX)
017070             IF SHX-EVENT (1) = "C"
017080                 MOVE WSI-COMM-DATE TO WS-EFF-DATE
017090                 COMPUTE WS-EFF-HOUR = FUNCTION MOD
017100                         (SHX-EFF-STAMP (1), 100)
017110                 MOVE WS-EFF-STAMP TO SHX-EFF-STAMP (1)
017120             END-IF
017130         END-IF
017140     ELSE
017150         MOVE WS-JRN-TAB-HIST-STAMP (WS-JRN-IDX) TO WS-EFF-STAMP
017160         MOVE 0 TO WS-MATCH-IDX
017170         PERFORM 7710-MATCH-PERIOD THRU 7710-EXIT
017180             VARYING WS-PERIOD-IDX FROM 1 BY 1
017190             UNTIL WS-PERIOD-IDX > SHX-PERIOD-COUNT
017200         IF WS-MATCH-IDX = 0
017210             DISPLAY "STATION-MAINT: warning - period "
017220                     WS-JRN-TAB-HIST-EVENT (WS-JRN-IDX) " "
017230                     WS-EFF-STAMP " of station " WSI-CODE
017240                     " already gone"
017250             GO TO 7700-EXIT
017260         END-IF
017270         PERFORM 7720-CLOSE-UP-PERIOD THRU 7720-EXIT
017280             VARYING WS-SHIFT-IDX FROM WS-MATCH-IDX BY 1
017290             UNTIL WS-SHIFT-IDX >= SHX-PERIOD-COUNT
017300         SUBTRACT 1 FROM SHX-PERIOD-COUNT
017310     END-IF
017320     REWRITE STATION-HIST-RECORD
017330         INVALID KEY
017340             DISPLAY "STATION-MAINT: warning - history "
017350                     "rewrite failed for station " WSI-CODE
017360     END-REWRITE.
017370 7700-EXIT.
017380     EXIT.
017390
017400 7710-MATCH-PERIOD.
017410     IF SHX-EVENT (WS-PERIOD-IDX)
017420             = WS-JRN-TAB-HIST-EVENT (WS-JRN-IDX)
017430             AND SHX-EFF-STAMP (WS-PERIOD-IDX) = WS-EFF-STAMP
017440         MOVE WS-PERIOD-IDX TO WS-MATCH-IDX
017450     END-IF.
017460 7710-EXIT.
017470     EXIT.
017480
017490 7720-CLOSE-UP-PERIOD.
017500     MOVE SHX-PERIOD (WS-SHIFT-IDX + 1)
017510          TO SHX-PERIOD (WS-SHIFT-IDX).
017520 7720-EXIT.
017530     EXIT.
017540
017550*-----------------------------------------------------------*
017560* 9999-TERMINATE                                            *
017570*-----------------------------------------------------------*
017580 9999-TERMINATE.
017590     MOVE SPACES TO AUDIT-LINE
017600     WRITE AUDIT-LINE
017610     MOVE SPACES TO AUDIT-LINE
017620     STRING "END OF AUDIT LISTING - " WS-ADDED-COUNT
017630            " ADDED, " WS-CHANGED-COUNT " CHANGED, "
017640            WS-DEACTIVATED-COUNT " DEACTIVATED, "
017650            WS-RELOCATED-COUNT " RELOCATED, "
017660            WS-SENSOR-COUNT " SENSORS REPLACED, "
017670            WS-BACKOUT-COUNT " BACKOUTS ("
017680            WS-REVERSED-COUNT " ENTRIES REVERSED), "
017690            WS-CARD-ERROR-COUNT " CARDS IN ERROR, "
017700            WS-STATION-COUNT " STATIONS ON THE MASTER"
017710            DELIMITED BY SIZE INTO AUDIT-LINE
017720     WRITE AUDIT-LINE
017730     MOVE SPACES TO AUDIT-LINE
017740     STRING "CARDS HELD FOR AUTHORIZATION OR APPROVAL - "
017750            WS-HELD-COUNT " (ON MAINTPEND.DAT)"
017760            DELIMITED BY SIZE INTO AUDIT-LINE
017770     WRITE AUDIT-LINE
017780     CLOSE AUDIT-LISTING-FILE
017790     CLOSE PENDING-FILE
017800     CLOSE JOURNAL-FILE
017810     CLOSE STATION-INDEX-FILE
017820     CLOSE STATION-HIST-FILE
017830     DISPLAY "STATION-MAINT: " WS-CARD-READ-COUNT
017840             " cards read, " WS-ADDED-COUNT " added, "
017850             WS-CHANGED-COUNT " changed, "
017860             WS-DEACTIVATED-COUNT " deactivated, "
017870             WS-RELOCATED-COUNT " relocated, "
017880             WS-SENSOR-COUNT " sensors replaced, "
017890             WS-BACKOUT-COUNT " backouts, "
017900             WS-CARD-ERROR-COUNT " in error, "
017910             WS-HELD-COUNT " held for authorization, "
017920             WS-STATION-COUNT " stations on the master."
017930     IF WS-CARD-ERROR-COUNT > 0
017940         MOVE 8 TO RETURN-CODE
017950     ELSE
017960         IF WS-HELD-COUNT > 0
017970             MOVE 4 TO RETURN-CODE
017980         ELSE
017990             MOVE 0 TO RETURN-CODE
018000         END-IF
018010     END-IF.
018020 9999-EXIT.
018030     EXIT.
018040
