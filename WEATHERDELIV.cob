000210*                  NONZERO WHEN ANY DESTINATION IS           *
000220*                  UNDELIVERED OR THE EXTRACT ITSELF FAILS   *
000230*                  ITS TRAILER CHECK.                        *
000240* 2026-10-15  DSG  A DESTINATION WHOSE NAME IS A SUBSCRIBER  *
000250*                  ON WEATHERSUBS.DAT IS SENT ITS OWN        *
000260*                  WEATHERSUB-<NAME>.CSV FROM SUBS-EXTRACT   *
000270*                  IN PLACE OF THE FULL EXTRACT, CHECKED     *
000280*                  AGAINST THAT FILE'S OWN TRAILER.  A       *
000290*                  TRAILER IS RECOGNIZED WHATEVER DELIMITER  *
000300*                  FOLLOWS THE WORD TRAILER.                 *
000310*-----------------------------------------------------------*
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL DELIVERY-PARM-FILE ASSIGN TO
000370     "DELIVPARM.DAT"
000380     ORGANIZATION IS LINE SEQUENTIAL.
000390
000400     SELECT OPTIONAL EXTRACT-FILE ASSIGN TO
000410     "WEATHEREXTRACT.CSV"
000420     ORGANIZATION IS LINE SEQUENTIAL
000430     FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000440
000450     SELECT OPTIONAL VERIFY-FILE ASSIGN DYNAMIC
000460     WS-VERIFY-FILE-NAME
000470     ORGANIZATION IS LINE SEQUENTIAL
000480     FILE STATUS IS WS-VERIFY-FILE-STATUS.
000490
000500     SELECT OPTIONAL SUBSCRIPTION-FILE ASSIGN TO
000510     "WEATHERSUBS.DAT"
000520     ORGANIZATION IS LINE SEQUENTIAL.
000530
000540     SELECT RUN-LOG-FILE ASSIGN TO "WEATHERDELIV.LOG"
000550     ORGANIZATION IS LINE SEQUENTIAL
000560     FILE STATUS IS WS-RUN-LOG-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  DELIVERY-PARM-FILE.
000610 01  CATALOG-CARD.
000620     05 CAT-TAG                 PIC X(04).
000630     05 FILLER                  PIC X(01).
000640     05 CAT-VALUE               PIC X(195).
000650
000660 FD  EXTRACT-FILE.
000670 01  EXTRACT-LINE               PIC X(200).
000680
000690 FD  VERIFY-FILE.
000700 01  VERIFY-LINE                PIC X(200).
000710
000720*    ONLY THE NAME IS NEEDED HERE - SUBS-MAINT HAS THE LAYOUT.
000730 FD  SUBSCRIPTION-FILE.
000740 01  SUBSCRIPTION-RECORD.
000750     05 SB-SUBSCRIBER           PIC X(20).
000760     05 FILLER                  PIC X(629).
000770
000780 FD  RUN-LOG-FILE.
000790 01  LOG-RECORD                 PIC X(132).
000800
000810 WORKING-STORAGE SECTION.
000820 77  WS-EXTRACT-FILE-STATUS     PIC X(02)  VALUE "00".
000830 77  WS-VERIFY-FILE-STATUS      PIC X(02)  VALUE "00".
000840 77  WS-RUN-LOG-STATUS          PIC X(02)  VALUE "00".
000850 77  WS-VERIFY-FILE-NAME        PIC X(150) VALUE SPACES.
000860
000870 77  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
000880 77  WS-RUN-TIME                PIC 9(08)  VALUE ZERO.
000890
000900 77  WS-COPY-COMMAND            PIC X(300) VALUE SPACES.
000910 77  WS-RETRY-COUNT             PIC 9(02)  VALUE 1.
000920 77  WS-MAX-RETRIES             PIC 9(02)  VALUE 3.
000930 77  WS-RETURN-CODE-SAVE        PIC S9(04) VALUE 0.
000940
000950 77  WS-SOURCE-DATA-COUNT       PIC 9(08)  VALUE 0.
000960 77  WS-SOURCE-TRAILER-COUNT    PIC 9(08)  VALUE 0.
000970 77  WS-SENT-DATA-COUNT         PIC 9(08)  VALUE 0.
000980 77  WS-SENT-TRAILER-COUNT      PIC 9(08)  VALUE 0.
000990 77  WS-EXPECTED-COUNT          PIC 9(08)  VALUE 0.
001000 77  WS-SOURCE-FILE-NAME        PIC X(40)  VALUE SPACES.
001010
001020*    THE DESTINATION CATALOG - ONE ENTRY PER DEST CARD GROUP.
001030 77  WS-DEST-COUNT              PIC 9(02)  VALUE 0.
001040 77  WS-DEST-IDX                PIC 9(02)  VALUE 0.
001050 77  WS-DEST-FAIL-COUNT         PIC 9(02)  VALUE 0.
001060 01  WS-DEST-TABLE.
001070     05 WS-DEST-ENTRY       OCCURS 20 TIMES.
001080        10 WS-DEST-NAME         PIC X(20).
001090        10 WS-DEST-DIR          PIC X(100).
001100
001110*    SUBSCRIBERS ON WEATHERSUBS.DAT - THEIR DESTINATIONS GET
001120*    THE TAILORED FILE.
001130 77  WS-SUBSCRIBER-COUNT        PIC 9(02)  VALUE 0.
001140 77  WS-SUB-IDX                 PIC 9(02)  VALUE 0.
001150 01  WS-SUBSCRIBER-TABLE.
001160     05 WS-SUBSCRIBER-NAME  OCCURS 20 TIMES PIC X(20).
001170
001180 01  WS-SWITCHES.
001190     05 WS-CATALOG-EOF-SW       PIC X(01) VALUE 'N'.
001200        88 WS-CATALOG-EOF                 VALUE 'Y'.
001210     05 WS-DEST-SKIP-SW         PIC X(01) VALUE 'N'.
001220        88 WS-DEST-GROUP-SKIPPED          VALUE 'Y'.
001230     05 WS-EXTRACT-EOF-SW       PIC X(01) VALUE 'N'.
001240        88 WS-EXTRACT-EOF                 VALUE 'Y'.
001250     05 WS-VERIFY-EOF-SW        PIC X(01) VALUE 'N'.
001260        88 WS-VERIFY-EOF                  VALUE 'Y'.
001270     05 WS-EXTRACT-OK-SW        PIC X(01) VALUE 'N'.
001280        88 WS-EXTRACT-OK                  VALUE 'Y'.
001290     05 WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
001300        88 WS-TRAILER-SEEN                VALUE 'Y'.
001310     05 WS-DELIVERED-SW         PIC X(01) VALUE 'N'.
001320        88 WS-DELIVERED                   VALUE 'Y'.
001330     05 WS-SENT-TRAILER-SW      PIC X(01) VALUE 'N'.
001340        88 WS-SENT-TRAILER-SEEN           VALUE 'Y'.
001350     05 WS-FIRST-LINE-SW        PIC X(01) VALUE 'Y'.
001360        88 WS-FIRST-LINE                  VALUE 'Y'.
001370     05 WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.
001380        88 WS-SUB-EOF                     VALUE 'Y'.
001390     05 WS-SUBSCRIBER-DEST-SW   PIC X(01) VALUE 'N'.
001400        88 WS-SUBSCRIBER-DEST             VALUE 'Y'.
001410
001420 PROCEDURE DIVISION.
001430*
001440*-----------------------------------------------------------*
001450* 0000-MAIN-LOGIC                                           *
001460*-----------------------------------------------------------*
001470 0000-MAIN-LOGIC.
001480     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
001490     PERFORM 2000-VERIFY-EXTRACT    THRU 2000-EXIT
001500     PERFORM 3000-LOAD-DESTINATIONS THRU 3000-EXIT
001510     IF WS-EXTRACT-OK
001520         PERFORM 4000-DELIVER-ONE-DEST THRU 4000-EXIT
001530             VARYING WS-DEST-IDX FROM 1 BY 1
001540             UNTIL WS-DEST-IDX > WS-DEST-COUNT
001550     END-IF
001560     PERFORM 9999-TERMINATE         THRU 9999-EXIT
001570     GOBACK.
001580
001590*-----------------------------------------------------------*
001600* 1000-INITIALIZE                                           *
001610*-----------------------------------------------------------*
001620 1000-INITIALIZE.
001630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001640     ACCEPT WS-RUN-TIME FROM TIME
001650     OPEN EXTEND RUN-LOG-FILE
001660     IF WS-RUN-LOG-STATUS NOT = "00"
001670         OPEN OUTPUT RUN-LOG-FILE
001680     END-IF
001690     MOVE SPACES TO LOG-RECORD
001700     STRING WS-RUN-DATE "." WS-RUN-TIME
001710            " WEATHER-DELIVER STARTED"
001720            DELIMITED BY SIZE INTO LOG-RECORD
001730     WRITE LOG-RECORD.
001740 1000-EXIT.
001750     EXIT.
001760
001770*-----------------------------------------------------------*
001780* 2000-VERIFY-EXTRACT - BEFORE ANYTHING LEAVES THE BUILDING  *
001790* THE EXTRACT MUST AGREE WITH ITSELF: A TRAILER MUST BE      *
001800* PRESENT AND ITS COUNT MUST MATCH THE DATA ROWS ON FILE.    *
001810* A STALE OR TRUNCATED EXTRACT FAILS HERE AND NOTHING IS     *
001820* SENT - THAT IS THE POINT.                                  *
001830*-----------------------------------------------------------*
001840 2000-VERIFY-EXTRACT.
001850     OPEN INPUT EXTRACT-FILE
001860     IF WS-EXTRACT-FILE-STATUS NOT = "00"
001870         DISPLAY "WEATHER-DELIVER: unable to open "
001880                 "WEATHEREXTRACT.CSV - file status "
001890                 WS-EXTRACT-FILE-STATUS
001900         PERFORM 2500-LOG-BAD-EXTRACT THRU 2500-EXIT
001910         GO TO 2000-EXIT
001920     END-IF
001930     PERFORM 2100-COUNT-ONE-EXTRACT-LINE THRU 2100-EXIT
001940         UNTIL WS-EXTRACT-EOF
001950     CLOSE EXTRACT-FILE
001960     IF NOT WS-TRAILER-SEEN
001970         DISPLAY "WEATHER-DELIVER: extract has no trailer - "
001980                 "nothing will be sent"
001990         PERFORM 2500-LOG-BAD-EXTRACT THRU 2500-EXIT
002000         GO TO 2000-EXIT
002010     END-IF
002020     IF WS-SOURCE-TRAILER-COUNT NOT = WS-SOURCE-DATA-COUNT
002030         DISPLAY "WEATHER-DELIVER: extract trailer says "
002040                 WS-SOURCE-TRAILER-COUNT " but "
002050                 WS-SOURCE-DATA-COUNT " data rows are on "
002060                 "file - nothing will be sent"
002070         PERFORM 2500-LOG-BAD-EXTRACT THRU 2500-EXIT
002080         GO TO 2000-EXIT
002090     END-IF
002100     SET WS-EXTRACT-OK TO TRUE.
002110 2000-EXIT.
002120     EXIT.
002130
002140 2100-COUNT-ONE-EXTRACT-LINE.
002150     READ EXTRACT-FILE
002160         AT END
002170             SET WS-EXTRACT-EOF TO TRUE
002180             GO TO 2100-EXIT
002190     END-READ
002200     IF WS-FIRST-LINE
002210*        THE HEADER ROW IS NEITHER DATA NOR TRAILER.
002220         MOVE 'N' TO WS-FIRST-LINE-SW
002230         GO TO 2100-EXIT
002240     END-IF
002250     IF EXTRACT-LINE (1:8) = "TRAILER,"
002260         SET WS-TRAILER-SEEN TO TRUE
002270         IF EXTRACT-LINE (9:8) NUMERIC
002280             MOVE EXTRACT-LINE (9:8)
002290                  TO WS-SOURCE-TRAILER-COUNT
002300         END-IF
002310         GO TO 2100-EXIT
002320     END-IF
002330     ADD 1 TO WS-SOURCE-DATA-COUNT.
002340 2100-EXIT.
002350     EXIT.
002360
002370 2500-LOG-BAD-EXTRACT.
002380     MOVE SPACES TO LOG-RECORD
002390     STRING "  EXTRACT FAILED ITS TRAILER CHECK - "
002400            "NO DESTINATION ATTEMPTED"
002410            DELIMITED BY SIZE INTO LOG-RECORD
002420     WRITE LOG-RECORD.
002430 2500-EXIT.
002440     EXIT.
002450
002460*-----------------------------------------------------------*
002470* 3000-LOAD-DESTINATIONS - DELIVPARM.DAT IN THE TAG/VALUE    *
002480* CARD STYLE: A DEST CARD NAMES A CONSUMER AND THE DIR CARD  *
002490* THAT FOLLOWS SAYS WHERE ITS COPY GOES.  A DESTINATION      *
002500* PAST THE 20-ENTRY TABLE IS COUNTED UNDELIVERED - NEVER     *
002510* DROPPED SILENTLY.                                          *
002520*-----------------------------------------------------------*
002530 3000-LOAD-DESTINATIONS.
002540     OPEN INPUT DELIVERY-PARM-FILE
002550     PERFORM 3100-READ-CATALOG-CARD THRU 3100-EXIT
002560         UNTIL WS-CATALOG-EOF
002570     CLOSE DELIVERY-PARM-FILE
002580     IF WS-DEST-COUNT = 0
002590         DISPLAY "WEATHER-DELIVER: no destinations on "
002600                 "DELIVPARM.DAT - nothing to send"
002610     END-IF
002620     OPEN INPUT SUBSCRIPTION-FILE
002630     PERFORM 3200-READ-SUBSCRIBER THRU 3200-EXIT
002640         UNTIL WS-SUB-EOF
002650     CLOSE SUBSCRIPTION-FILE.
002660 3000-EXIT.
002670     EXIT.
002680
002690 3100-READ-CATALOG-CARD.
002700     READ DELIVERY-PARM-FILE
002710         AT END
002720             SET WS-CATALOG-EOF TO TRUE
002730             GO TO 3100-EXIT
002740     END-READ
002750     IF CAT-TAG = "DEST"
002760         IF WS-DEST-COUNT >= 20
002770             DISPLAY "WEATHER-DELIVER: error - more than 20 "
002780                     "destinations, " CAT-VALUE (1:20)
002790                     " counted undelivered"
002800             ADD 1 TO WS-DEST-FAIL-COUNT
002810*            THE REFUSED DESTINATION'S DIR CARD MUST BE
002820*            SKIPPED TOO, OR IT WOULD REDIRECT THE LAST
002830*            ACCEPTED DESTINATION'S COPY.
002840             SET WS-DEST-GROUP-SKIPPED TO TRUE
002850             GO TO 3100-EXIT
002860         END-IF
002870         MOVE 'N' TO WS-DEST-SKIP-SW
002880         ADD 1 TO WS-DEST-COUNT
002890         MOVE SPACES TO WS-DEST-ENTRY (WS-DEST-COUNT)
002900         MOVE CAT-VALUE (1:20)
002910              TO WS-DEST-NAME (WS-DEST-COUNT)
002920         GO TO 3100-EXIT
002930     END-IF
002940     IF WS-DEST-COUNT = 0 OR WS-DEST-GROUP-SKIPPED
002950         GO TO 3100-EXIT
002960     END-IF
002970     IF CAT-TAG = "DIR "
002980         MOVE CAT-VALUE (1:100)
002990              TO WS-DEST-DIR (WS-DEST-COUNT)
003000     END-IF.
003010 3100-EXIT.
003020     EXIT.
003030
003040 3200-READ-SUBSCRIBER.
003050     READ SUBSCRIPTION-FILE
003060         AT END
003070             SET WS-SUB-EOF TO TRUE
003080             GO TO 3200-EXIT
003090     END-READ
003100     IF WS-SUBSCRIBER-COUNT >= 20
003110         SET WS-SUB-EOF TO TRUE
003120         GO TO 3200-EXIT
003130     END-IF
003140     ADD 1 TO WS-SUBSCRIBER-COUNT
003150     MOVE SB-SUBSCRIBER
003160          TO WS-SUBSCRIBER-NAME (WS-SUBSCRIBER-COUNT).
003170 3200-EXIT.
003180     EXIT.
003190
003200*-----------------------------------------------------------*
003210* 4000-DELIVER-ONE-DEST - TRANSMITS THE EXTRACT TO ONE       *
003220* DESTINATION WITH UP TO WS-MAX-RETRIES ATTEMPTS.  AN        *
003230* ATTEMPT ONLY COUNTS AS DELIVERED WHEN THE COPY LANDS AND   *
003240* THE RECORDS SENT MATCH THE EXTRACT'S TRAILER COUNT.  A     *
003250* SUBSCRIBER IS SENT ITS OWN FILE, WHICH MUST FIRST PASS ITS *
003260* OWN TRAILER CHECK - THERE IS NO FALLING BACK TO THE FULL   *
003270* EXTRACT, WHICH WOULD SEND DATA THE SUBSCRIBER HAS NOT      *
003280* TAKEN.                                                     *
003290*-----------------------------------------------------------*
003300 4000-DELIVER-ONE-DEST.
003310     MOVE 'N' TO WS-DELIVERED-SW
003320     IF WS-DEST-DIR (WS-DEST-IDX) = SPACES
003330         DISPLAY "WEATHER-DELIVER: destination "
003340                 WS-DEST-NAME (WS-DEST-IDX)
003350                 " has no DIR card - undelivered"
003360         ADD 1 TO WS-DEST-FAIL-COUNT
003370         MOVE SPACES TO LOG-RECORD
003380         STRING "  DEST " DELIMITED BY SIZE
003390                WS-DEST-NAME (WS-DEST-IDX) DELIMITED BY SIZE
003400                " UNDELIVERED - NO DIR CARD"
003410                DELIMITED BY SIZE INTO LOG-RECORD
003420         WRITE LOG-RECORD
003430         GO TO 4000-EXIT
003440     END-IF
003450     MOVE 'N' TO WS-SUBSCRIBER-DEST-SW
003460     PERFORM 4050-MATCH-SUBSCRIBER THRU 4050-EXIT
003470         VARYING WS-SUB-IDX FROM 1 BY 1
003480         UNTIL WS-SUB-IDX > WS-SUBSCRIBER-COUNT
003490            OR WS-SUBSCRIBER-DEST
003500     IF WS-SUBSCRIBER-DEST
003510         MOVE SPACES TO WS-SOURCE-FILE-NAME
003520         STRING "WEATHERSUB-" DELIMITED BY SIZE
003530                WS-DEST-NAME (WS-DEST-IDX) DELIMITED BY SPACE
003540                ".CSV" DELIMITED BY SIZE
003550                INTO WS-SOURCE-FILE-NAME
003560         PERFORM 4300-VERIFY-SUBSCRIBER-FILE THRU 4300-EXIT
003570         IF WS-EXPECTED-COUNT = 99999999
003580             GO TO 4000-EXIT
003590         END-IF
003600     ELSE
003610         MOVE "WEATHEREXTRACT.CSV" TO WS-SOURCE-FILE-NAME
003620         MOVE WS-SOURCE-TRAILER-COUNT TO WS-EXPECTED-COUNT
003630     END-IF
003640     MOVE SPACES TO WS-VERIFY-FILE-NAME
003650     STRING WS-DEST-DIR (WS-DEST-IDX) DELIMITED BY SPACE
003660            "/WEATHEREXTRACT.CSV" DELIMITED BY SIZE
003670            INTO WS-VERIFY-FILE-NAME
003680     MOVE SPACES TO WS-COPY-COMMAND
003690     STRING "cp " DELIMITED BY SIZE
003700            WS-SOURCE-FILE-NAME DELIMITED BY SPACE
003710            " '" DELIMITED BY SIZE
003720            WS-VERIFY-FILE-NAME DELIMITED BY SPACE
003730            "'" DELIMITED BY SIZE INTO WS-COPY-COMMAND
003740     MOVE 1 TO WS-RETRY-COUNT
003750     PERFORM 4100-ATTEMPT-DELIVERY THRU 4100-EXIT
003760         UNTIL WS-DELIVERED
003770            OR WS-RETRY-COUNT > WS-MAX-RETRIES
003780     MOVE SPACES TO LOG-RECORD
003790     IF WS-DELIVERED
003800         STRING "  DEST " DELIMITED BY SIZE
003810                WS-DEST-NAME (WS-DEST-IDX) DELIMITED BY SIZE
003820                " DELIVERED - " WS-SENT-DATA-COUNT
003830                " RECORDS OF " DELIMITED BY SIZE
003840                WS-SOURCE-FILE-NAME DELIMITED BY SPACE
003850                " CONFIRMED AGAINST TRAILER"
003860                DELIMITED BY SIZE INTO LOG-RECORD
003870     ELSE
003880         ADD 1 TO WS-DEST-FAIL-COUNT
003890         STRING "  DEST " DELIMITED BY SIZE
003900                WS-DEST-NAME (WS-DEST-IDX) DELIMITED BY SIZE
003910                " UNDELIVERED AFTER " WS-MAX-RETRIES
003920                " ATTEMPTS"
003930                DELIMITED BY SIZE INTO LOG-RECORD
003940     END-IF
003950     WRITE LOG-RECORD.
003960 4000-EXIT.
003970     EXIT.
003980
003990 4050-MATCH-SUBSCRIBER.
004000     IF WS-SUBSCRIBER-NAME (WS-SUB-IDX)
004010             = WS-DEST-NAME (WS-DEST-IDX)
004020         SET WS-SUBSCRIBER-DEST TO TRUE
004030     END-IF.
004040 4050-EXIT.
004050     EXIT.
004060
004070 4100-ATTEMPT-DELIVERY.
004080     CALL "SYSTEM" USING WS-COPY-COMMAND
004090     COMPUTE WS-RETURN-CODE-SAVE = RETURN-CODE / 256
004100     IF WS-RETURN-CODE-SAVE NOT = 0
004110         DISPLAY "WEATHER-DELIVER: attempt " WS-RETRY-COUNT
004120                 " to " WS-DEST-NAME (WS-DEST-IDX)
004130                 " failed - copy error, RC="
004140                 WS-RETURN-CODE-SAVE
004150         MOVE SPACES TO LOG-RECORD
004160         STRING "  ATTEMPT " WS-RETRY-COUNT
004170                " FAILED - COPY ERROR RC="
004180                WS-RETURN-CODE-SAVE
004190                DELIMITED BY SIZE INTO LOG-RECORD
004200         WRITE LOG-RECORD
004210         ADD 1 TO WS-RETRY-COUNT
004220         GO TO 4100-EXIT
004230     END-IF
004240     PERFORM 4200-CONFIRM-DELIVERY THRU 4200-EXIT
004250     IF WS-DELIVERED
004260         DISPLAY "WEATHER-DELIVER: attempt " WS-RETRY-COUNT
004270                 " to " WS-DEST-NAME (WS-DEST-IDX)
004280                 " delivered and confirmed."
004290         GO TO 4100-EXIT
004300     END-IF
004310     DISPLAY "WEATHER-DELIVER: attempt " WS-RETRY-COUNT
004320             " to " WS-DEST-NAME (WS-DEST-IDX)
004330             " failed - records sent " WS-SENT-DATA-COUNT
004340             " do not confirm trailer "
004350             WS-EXPECTED-COUNT
004360     MOVE SPACES TO LOG-RECORD
004370     STRING "  ATTEMPT " WS-RETRY-COUNT
004380            " FAILED - SENT " WS-SENT-DATA-COUNT
004390            " RECORDS, TRAILER SAYS "
004400            WS-EXPECTED-COUNT
004410            DELIMITED BY SIZE INTO LOG-RECORD
004420     WRITE LOG-RECORD
004430     ADD 1 TO WS-RETRY-COUNT.
004440 4100-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------*
004480* 4200-CONFIRM-DELIVERY - READS THE COPY JUST LANDED AT THE  *
004490* DESTINATION AND COUNTS ITS DATA ROWS AND TRAILER.  ONLY    *
004500* WHEN BOTH AGREE WITH THE SOURCE TRAILER IS THE DESTINATION *
004510* MARKED DELIVERED - A HALF-WRITTEN COPY CANNOT PASS.        *
004520*-----------------------------------------------------------*
004530 4200-CONFIRM-DELIVERY.
004540     MOVE 0 TO WS-SENT-DATA-COUNT
004550     MOVE 0 TO WS-SENT-TRAILER-COUNT
004560     MOVE 'N' TO WS-VERIFY-EOF-SW
004570     MOVE 'N' TO WS-SENT-TRAILER-SW
004580     MOVE 'Y' TO WS-FIRST-LINE-SW
004590     OPEN INPUT VERIFY-FILE
004600     IF WS-VERIFY-FILE-STATUS NOT = "00"
004610         GO TO 4200-EXIT
004620     END-IF
004630     PERFORM 4210-COUNT-ONE-SENT-LINE THRU 4210-EXIT
004640         UNTIL WS-VERIFY-EOF
004650     CLOSE VERIFY-FILE
004660     IF WS-SENT-TRAILER-SEEN
004670             AND WS-SENT-DATA-COUNT = WS-EXPECTED-COUNT
004680             AND WS-SENT-TRAILER-COUNT
004690                 = WS-EXPECTED-COUNT
004700         SET WS-DELIVERED TO TRUE
004710     END-IF.
004720 4200-EXIT.
004730     EXIT.
004740
004750 4210-COUNT-ONE-SENT-LINE.
004760     READ VERIFY-FILE
004770         AT END
004780             SET WS-VERIFY-EOF TO TRUE
004790             GO TO 4210-EXIT
004800     END-READ
004810     IF WS-FIRST-LINE
004820         MOVE 'N' TO WS-FIRST-LINE-SW
004830         GO TO 4210-EXIT
004840     END-IF
004850     IF VERIFY-LINE (1:7) = "TRAILER"
004860         SET WS-SENT-TRAILER-SEEN TO TRUE
004870         IF VERIFY-LINE (9:8) NUMERIC
004880             MOVE VERIFY-LINE (9:8)
004890                  TO WS-SENT-TRAILER-COUNT
004900         END-IF
004910         GO TO 4210-EXIT
004920     END-IF
004930     ADD 1 TO WS-SENT-DATA-COUNT.
004940 4210-EXIT.
004950     EXIT.
004960
004970*-----------------------------------------------------------*
004980* 4300-VERIFY-SUBSCRIBER-FILE - THE SUBSCRIBER'S OWN FILE IS *
004990* HELD TO THE SAME RULE AS THE EXTRACT: A TRAILER MUST BE    *
005000* PRESENT AND AGREE WITH THE DATA ROWS.  ITS COUNT IS THEN   *
005010* WHAT THE LANDED COPY MUST CONFIRM.  A FAILING FILE LEAVES  *
005020* THE DESTINATION UNDELIVERED (WS-EXPECTED-COUNT ALL 9S).    *
005030*-----------------------------------------------------------*
005040 4300-VERIFY-SUBSCRIBER-FILE.
005050     MOVE WS-SOURCE-FILE-NAME TO WS-VERIFY-FILE-NAME
005060     MOVE 0 TO WS-SENT-DATA-COUNT
005070     MOVE 0 TO WS-SENT-TRAILER-COUNT
005080     MOVE 'N' TO WS-VERIFY-EOF-SW
005090     MOVE 'N' TO WS-SENT-TRAILER-SW
005100     MOVE 'Y' TO WS-FIRST-LINE-SW
005110     OPEN INPUT VERIFY-FILE
005120     IF WS-VERIFY-FILE-STATUS = "00"
005130         PERFORM 4210-COUNT-ONE-SENT-LINE THRU 4210-EXIT
005140             UNTIL WS-VERIFY-EOF
005150         CLOSE VERIFY-FILE
005160     END-IF
005170     IF WS-SENT-TRAILER-SEEN
005180             AND WS-SENT-TRAILER-COUNT = WS-SENT-DATA-COUNT
005190         MOVE WS-SENT-TRAILER-COUNT TO WS-EXPECTED-COUNT
005200         GO TO 4300-EXIT
005210     END-IF
005220     MOVE 99999999 TO WS-EXPECTED-COUNT
005230     DISPLAY "WEATHER-DELIVER: destination "
005240             WS-DEST-NAME (WS-DEST-IDX) " - "
005250             WS-SOURCE-FILE-NAME
005260             " failed its trailer check - undelivered"
005270     ADD 1 TO WS-DEST-FAIL-COUNT
005280     MOVE SPACES TO LOG-RECORD
005290     STRING "  DEST " DELIMITED BY SIZE
005300            WS-DEST-NAME (WS-DEST-IDX) DELIMITED BY SIZE
005310            " UNDELIVERED - " DELIMITED BY SIZE
005320            WS-SOURCE-FILE-NAME DELIMITED BY SPACE
005330            " FAILED ITS TRAILER CHECK" DELIMITED BY SIZE
005340            INTO LOG-RECORD
005350     WRITE LOG-RECORD.
005360 4300-EXIT.
005370     EXIT.
005380
005390*-----------------------------------------------------------*
005400* 9999-TERMINATE                                             *
005410*-----------------------------------------------------------*
005420 9999-TERMINATE.
005430     MOVE SPACES TO LOG-RECORD
005440     STRING "  WEATHER-DELIVER FINISHED - " WS-DEST-COUNT
005450            " DESTINATIONS, " WS-DEST-FAIL-COUNT
005460            " UNDELIVERED"
005470            DELIMITED BY SIZE INTO LOG-RECORD
005480     WRITE LOG-RECORD
005490     CLOSE RUN-LOG-FILE
005500     DISPLAY "WEATHER-DELIVER: " WS-DEST-COUNT
005510             " destinations, " WS-DEST-FAIL-COUNT
005520             " undelivered."
005530     IF NOT WS-EXTRACT-OK
005540         MOVE 16 TO RETURN-CODE
005550     ELSE
005560         IF WS-DEST-FAIL-COUNT > 0
005570             MOVE 16 TO RETURN-CODE
005580         ELSE
005590             MOVE 0 TO RETURN-CODE
005600         END-IF
005610     END-IF.
005620 9999-EXIT.
005630     EXIT.
005640
