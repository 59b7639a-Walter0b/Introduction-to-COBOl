000430*                  MANDATORY FEED SUCCEEDED.  AN ABSENT      *
000440*                  CATALOG KEEPS THE SINGLE-FEED HTTPPARM    *
000450*                  BEHAVIOR UNCHANGED.                       *
000460* 2026-10-15  DSG  FEED RESULT LINES IN THE RUN LOG NOW END  *
000470*                  WITH THE DATE AND TIME THE PULL FINISHED, *
000480*                  SO WEATHER-SLA CAN TELL AN ON-TIME PULL   *
000490*                  FROM A LATE ONE.  THE CATALOG NOW ALSO    *
000500*                  CARRIES EACH PROVIDER'S SERVICE-LEVEL     *
000510*                  TERMS (DUE/VOLM/FAIL/REJP CARDS), WHICH   *
000520*                  THIS PROGRAM PASSES OVER.                 *
000530* 2026-10-15  DSG  A FEED WITH A LAYO CARD IS NOT IN THE      *
000540*                  FIXED RECORD LAYOUT UNTIL WEATHER-REFORMAT *
000550*                  HAS NORMALIZED IT, SO THE FIRST-RECORD     *
000560*                  YEAR CHECK IS LEFT TO THAT STEP.           *
000570*-----------------------------------------------------------*
000580*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT OPTIONAL FEED-PARM-FILE ASSIGN TO "HTTPPARM.DAT"
000630     ORGANIZATION IS LINE SEQUENTIAL.
000640
000650     SELECT OPTIONAL FEED-CATALOG-FILE ASSIGN TO "HTTPFEED.DAT"
000660     ORGANIZATION IS LINE SEQUENTIAL.
000670
000680     SELECT OPTIONAL DOWNLOADED-FILE ASSIGN DYNAMIC WS-OUTPUT-FILE
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS WS-DOWNLOADED-FILE-STATUS.
000710
000720     SELECT RUN-LOG-FILE ASSIGN TO "HTTPREQUEST.LOG"
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     FILE STATUS IS WS-RUN-LOG-STATUS.
000750
000760     SELECT CONTROL-TOTAL-FILE ASSIGN TO "WEATHERCTL.DAT"
000770     ORGANIZATION IS LINE SEQUENTIAL
000780     FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
000790
000800     SELECT OPTIONAL HEADER-FILE ASSIGN TO "HTTPHDR.TMP"
000810     ORGANIZATION IS LINE SEQUENTIAL
000820     FILE STATUS IS WS-HEADER-FILE-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  FEED-PARM-FILE.
000870 01  PARM-CARD.
000880     05 PARM-TAG              PIC X(04).
000890     05 FILLER                PIC X(01).
000900     05 PARM-VALUE             PIC X(195).
000910
000920 FD  FEED-CATALOG-FILE.
000930 01  CATALOG-CARD.
000940     05 CAT-TAG               PIC X(04).
000950     05 FILLER                PIC X(01).
000960     05 CAT-VALUE             PIC X(195).
000970
000980 FD  DOWNLOADED-FILE.
000990 01  DOWNLOADED-RECORD         PIC X(132).
001000
001010 FD  RUN-LOG-FILE.
001020 01  LOG-RECORD                PIC X(132).
001030
001040 FD  CONTROL-TOTAL-FILE.
001050 01  CONTROL-TOTAL-RECORD.
001060     05 CT-FILE-NAME           PIC X(100).
001070     05 FILLER                 PIC X(01).
001080     05 CT-EXPECTED-COUNT      PIC 9(08).
001090
001100 FD  HEADER-FILE.
001110 01  HEADER-LINE                PIC X(132).
001120
001130 WORKING-STORAGE SECTION.
001140 77  HTTP-COMMAND               PIC X(250).
001150 77  CURL-COMMAND               PIC X(250).
001160
001170 77  WS-FEED-URL                PIC X(200)
001180                                 VALUE
001190     "https://weatherfeed.example.com/api/v1/export?year=2020".
001200 77  WS-OUTPUT-FILE             PIC X(100)
001210                                 VALUE "weather2020.dat".
001220 77  WS-AUTH-TOKEN              PIC X(100) VALUE SPACES.
001230
001240 77  WS-RETRY-COUNT             PIC 9(02) VALUE 1.
001250 77  WS-MAX-RETRIES             PIC 9(02) VALUE 3.
001260 77  WS-RETURN-CODE-SAVE        PIC S9(04) VALUE 0.
001270 77  WS-DOWNLOAD-LINE-COUNT     PIC 9(08) VALUE 0.
001280 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001290 77  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
001300 77  WS-FEED-END-DATE           PIC 9(08) VALUE ZERO.
001310 77  WS-FEED-END-TIME           PIC 9(08) VALUE ZERO.
001320 77  WS-RUN-LOG-STATUS          PIC X(02) VALUE "00".
001330 77  WS-DOWNLOADED-FILE-STATUS  PIC X(02) VALUE "00".
001340 77  WS-HEADER-FILE-STATUS      PIC X(02) VALUE "00".
001350 77  WS-CONTROL-TOTAL-STATUS    PIC X(02) VALUE "00".
001360
001370
001380*    THE FEED CATALOG - ONE ENTRY PER FEED CARD GROUP ON
001390*    HTTPFEED.DAT.  AN EMPTY CATALOG MEANS THE CLASSIC
001400*    SINGLE-FEED RUN DRIVEN BY HTTPPARM.DAT.
001410 77  WS-FEED-COUNT              PIC 9(02) VALUE 0.
001420 77  WS-FEED-IDX                PIC 9(02) VALUE 0.
001430 77  WS-FEED-FAIL-COUNT         PIC 9(02) VALUE 0.
001440 77  WS-MAND-FAIL-COUNT         PIC 9(02) VALUE 0.
001450 77  WS-FIRST-RECORD-YEAR       PIC X(04) VALUE SPACES.
001460 01  WS-FEED-TABLE.
001470     05 WS-FEED-ENTRY       OCCURS 20 TIMES.
001480        10 WS-FEED-NAME         PIC X(20).
001490        10 WS-FEED-TAB-URL      PIC X(200).
001500        10 WS-FEED-TAB-OUT      PIC X(100).
001510        10 WS-FEED-TAB-AUTH     PIC X(100).
001520        10 WS-FEED-TAB-YEAR     PIC X(04).
001530        10 WS-FEED-TAB-MAND     PIC X(01).
001540        10 WS-FEED-TAB-LAYO     PIC X(20).
001550
001560 77  WS-HEADER-LINE-UPPER       PIC X(132) VALUE SPACES.
001570 77  WS-HEADER-DISCARD          PIC X(132) VALUE SPACES.
001580 77  WS-HEADER-VALUE            PIC X(20)  VALUE SPACES.
001590 77  WS-HEADER-FIELDS-FOUND     PIC 9(02)  VALUE 0.
001600 77  WS-PROVIDER-COUNT          PIC 9(08)  VALUE 0.
001610
001620 01  WS-SWITCHES.
001630     05 WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
001640        88 WS-PARM-EOF                     VALUE 'Y'.
001650     05 WS-DOWNLOAD-FILE-EOF-SW PIC X(01) VALUE 'N'.
001660        88 WS-DOWNLOAD-FILE-EOF            VALUE 'Y'.
001670     05 WS-DOWNLOAD-OK-SW       PIC X(01) VALUE 'N'.
001680        88 WS-DOWNLOAD-OK                  VALUE 'Y'.
001690     05 WS-AUTH-REQUIRED-SW     PIC X(01) VALUE 'N'.
001700        88 WS-AUTH-REQUIRED                VALUE 'Y'.
001710     05 WS-HEADER-EOF-SW        PIC X(01) VALUE 'N'.
001720        88 WS-HEADER-EOF                  VALUE 'Y'.
001730     05 WS-PROVIDER-COUNT-SW    PIC X(01) VALUE 'N'.
001740        88 WS-PROVIDER-COUNT-FOUND        VALUE 'Y'.
001750     05 WS-CATALOG-EOF-SW       PIC X(01) VALUE 'N'.
001760        88 WS-CATALOG-EOF                 VALUE 'Y'.
001770     05 WS-FEED-SKIP-SW         PIC X(01) VALUE 'N'.
001780        88 WS-FEED-GROUP-SKIPPED          VALUE 'Y'.
001790
001800 PROCEDURE DIVISION.
001810*
001820*-----------------------------------------------------------*
001830* 0000-MAIN-LOGIC - CONTROLS THE DOWNLOAD ATTEMPT FROM END  *
001840* TO END AND SETS RETURN-CODE FOR ANY CALLING PROGRAM.      *
001850*-----------------------------------------------------------*
001860 0000-MAIN-LOGIC.
001870     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
001880     PERFORM 2000-LOAD-PARAMETERS THRU 2000-EXIT
001890     PERFORM 2500-LOAD-FEED-CATALOG THRU 2500-EXIT
001900     IF WS-FEED-COUNT = 0
001910         PERFORM 3000-BUILD-REQUEST   THRU 3000-EXIT
001920         PERFORM 4000-RUN-WITH-RETRY  THRU 4000-EXIT
001930         PERFORM 5000-RECORD-CONTROL-TOTAL THRU 5000-EXIT
001940     ELSE
001950         PERFORM 2700-PROCESS-ONE-FEED THRU 2700-EXIT
001960             VARYING WS-FEED-IDX FROM 1 BY 1
001970             UNTIL WS-FEED-IDX > WS-FEED-COUNT
001980     END-IF
001990     PERFORM 9999-TERMINATE       THRU 9999-EXIT
002000     GOBACK.
002010
002020*-----------------------------------------------------------*
002030* 1000-INITIALIZE                                           *
002040*-----------------------------------------------------------*
002050 1000-INITIALIZE.
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002070     ACCEPT WS-RUN-TIME FROM TIME
002080     OPEN EXTEND RUN-LOG-FILE
002090     IF WS-RUN-LOG-STATUS NOT = "00"
002100         OPEN OUTPUT RUN-LOG-FILE
002110     END-IF
002120     PERFORM 1100-WRITE-LOG-LINE THRU 1100-EXIT.
002130 1000-EXIT.
002140     EXIT.
002150
002160 1100-WRITE-LOG-LINE.
002170     MOVE SPACES TO LOG-RECORD
002180     STRING WS-RUN-DATE "." WS-RUN-TIME
002190            " HTTP-REQUEST STARTED"
002200            DELIMITED BY SIZE INTO LOG-RECORD
002210     WRITE LOG-RECORD.
002220 1100-EXIT.
002230     EXIT.
002240
002250*-----------------------------------------------------------*
002260* 2000-LOAD-PARAMETERS - READS HTTPPARM.DAT, A CONTROL CARD *
002270* FILE OF TAG/VALUE PAIRS, SO THE FEED URL, OUTPUT FILE,    *
002280* AND AUTH TOKEN CAN BE CHANGED WITHOUT TOUCHING THIS       *
002290* PROGRAM.  IF THE FILE IS ABSENT THE BUILT-IN DEFAULTS      *
002300* DECLARED IN WORKING-STORAGE ARE USED AS-IS.                *
002310*-----------------------------------------------------------*
002320 2000-LOAD-PARAMETERS.
002330     OPEN INPUT FEED-PARM-FILE
002340     PERFORM 2100-READ-PARM-CARD THRU 2100-EXIT
002350         UNTIL WS-PARM-EOF
002360     CLOSE FEED-PARM-FILE.
002370 2000-EXIT.
002380     EXIT.
002390
002400 2100-READ-PARM-CARD.
002410     READ FEED-PARM-FILE
002420         AT END
002430             SET WS-PARM-EOF TO TRUE
002440             GO TO 2100-EXIT
002450     END-READ
002460     EVALUATE PARM-TAG
002470         WHEN "URL "
002480             MOVE PARM-VALUE TO WS-FEED-URL
002490         WHEN "OUT "
002500             MOVE PARM-VALUE TO WS-OUTPUT-FILE
002510         WHEN "AUTH"
002520             MOVE PARM-VALUE TO WS-AUTH-TOKEN
002530         WHEN OTHER
002540             CONTINUE
002550     END-EVALUATE.
002560 2100-EXIT.
002570     EXIT.
002580
002590*-----------------------------------------------------------*
002600* 2500-LOAD-FEED-CATALOG - READS HTTPFEED.DAT.  A FEED CARD  *
002610* OPENS A NEW CATALOG ENTRY (MANDATORY BY DEFAULT) AND THE   *
002620* URL/OUT/AUTH/YEAR/MAND CARDS THAT FOLLOW FILL IT IN.  AN   *
002630* ABSENT OR EMPTY CATALOG LEAVES THE CLASSIC SINGLE-FEED     *
002640* RUN IN CHARGE.  A FEED PAST THE 20-ENTRY TABLE IS COUNTED  *
002650* AS A MANDATORY FAILURE SO THE DRIVER CANNOT PROCEED ON A   *
002660* PARTIAL PULL - NEVER DROPPED SILENTLY.  THE SERVICE-LEVEL  *
002670* CARDS (DUE/VOLM/FAIL/REJP) BELONG TO WEATHER-SLA AND FALL  *
002680* THROUGH WHEN OTHER HERE.  A LAYO CARD NAMES THE FEED'S     *
002690* LAYOUT ON WEATHERLAYOUT.DAT (SEE WEATHER-REFORMAT).        *
002700*-----------------------------------------------------------*
002710 2500-LOAD-FEED-CATALOG.
002720     OPEN INPUT FEED-CATALOG-FILE
002730     PERFORM 2600-READ-CATALOG-CARD THRU 2600-EXIT
002740         UNTIL WS-CATALOG-EOF
002750     CLOSE FEED-CATALOG-FILE.
002760 2500-EXIT.
002770     EXIT.
002780
002790 2600-READ-CATALOG-CARD.
002800     READ FEED-CATALOG-FILE
002810         AT END
002820             SET WS-CATALOG-EOF TO TRUE
002830             GO TO 2600-EXIT
002840     END-READ
002850     IF CAT-TAG = "FEED"
002860         IF WS-FEED-COUNT >= 20
002870             DISPLAY "HTTP-REQUEST: error - more than 20 feeds "
002880                     "on HTTPFEED.DAT, feed " CAT-VALUE (1:20)
002890                     " not pulled - counted as a mandatory "
002900                     "failure"
002910             ADD 1 TO WS-FEED-FAIL-COUNT
002920             ADD 1 TO WS-MAND-FAIL-COUNT
002930*            THE REFUSED FEED'S TAG CARDS MUST BE SKIPPED TOO,
002940*            OR THEY WOULD OVERWRITE THE LAST ACCEPTED ENTRY.
002950             SET WS-FEED-GROUP-SKIPPED TO TRUE
002960             GO TO 2600-EXIT
002970         END-IF
002980         MOVE 'N' TO WS-FEED-SKIP-SW
002990         ADD 1 TO WS-FEED-COUNT
003000         MOVE SPACES TO WS-FEED-ENTRY (WS-FEED-COUNT)
003010         MOVE CAT-VALUE (1:20)
003020              TO WS-FEED-NAME (WS-FEED-COUNT)
003030         MOVE "Y" TO WS-FEED-TAB-MAND (WS-FEED-COUNT)
003040         GO TO 2600-EXIT
003050     END-IF
003060     IF WS-FEED-COUNT = 0 OR WS-FEED-GROUP-SKIPPED
003070         GO TO 2600-EXIT
003080     END-IF
003090     EVALUATE CAT-TAG
003100         WHEN "URL "
003110             MOVE CAT-VALUE
003120                  TO WS-FEED-TAB-URL (WS-FEED-COUNT)
003130         WHEN "OUT "
003140             MOVE CAT-VALUE (1:100)
003150                  TO WS-FEED-TAB-OUT (WS-FEED-COUNT)
003160         WHEN "AUTH"
003170             MOVE CAT-VALUE (1:100)
003180                  TO WS-FEED-TAB-AUTH (WS-FEED-COUNT)
003190         WHEN "YEAR"
003200             MOVE CAT-VALUE (1:4)
003210                  TO WS-FEED-TAB-YEAR (WS-FEED-COUNT)
003220         WHEN "LAYO"
003230             MOVE CAT-VALUE (1:20)
003240                  TO WS-FEED-TAB-LAYO (WS-FEED-COUNT)
003250         WHEN "MAND"
003260             MOVE CAT-VALUE (1:1)
003270                  TO WS-FEED-TAB-MAND (WS-FEED-COUNT)
003280         WHEN OTHER
003290             CONTINUE
003300     END-EVALUATE.
003310 2600-EXIT.
003320     EXIT.
003330
003340*-----------------------------------------------------------*
003350* 2700-PROCESS-ONE-FEED - RUNS THE FULL BUILD/RETRY/CONTROL  *
003360* TOTAL CYCLE FOR ONE CATALOG ENTRY, WITH THE PER-PULL STATE *
003370* RESET SO ONE FEED'S OUTCOME CANNOT LEAK INTO THE NEXT, AND *
003380* LOGS A DISTINCT RESULT LINE PER FEED.                      *
003390*-----------------------------------------------------------*
003400 2700-PROCESS-ONE-FEED.
003410     MOVE WS-FEED-TAB-URL (WS-FEED-IDX)  TO WS-FEED-URL
003420     MOVE WS-FEED-TAB-OUT (WS-FEED-IDX)  TO WS-OUTPUT-FILE
003430     MOVE WS-FEED-TAB-AUTH (WS-FEED-IDX) TO WS-AUTH-TOKEN
003440     MOVE 'N' TO WS-DOWNLOAD-OK-SW
003450     MOVE 'N' TO WS-AUTH-REQUIRED-SW
003460     MOVE 'N' TO WS-DOWNLOAD-FILE-EOF-SW
003470     MOVE 0 TO WS-DOWNLOAD-LINE-COUNT
003480     MOVE SPACES TO CURL-COMMAND
003490     MOVE SPACES TO HTTP-COMMAND
003500     MOVE SPACES TO WS-FIRST-RECORD-YEAR
003510     MOVE SPACES TO LOG-RECORD
003520     STRING "  FEED " DELIMITED BY SIZE
003530            WS-FEED-NAME (WS-FEED-IDX) DELIMITED BY SIZE
003540            " STARTED" DELIMITED BY SIZE INTO LOG-RECORD
003550     WRITE LOG-RECORD
003560     IF WS-FEED-TAB-URL (WS-FEED-IDX) = SPACES
003570             OR WS-FEED-TAB-OUT (WS-FEED-IDX) = SPACES
003580         PERFORM 2750-STAMP-FEED-END THRU 2750-EXIT
003590         DISPLAY "HTTP-REQUEST: feed "
003600                 WS-FEED-NAME (WS-FEED-IDX)
003610                 " skipped - URL or OUT card missing"
003620         MOVE SPACES TO LOG-RECORD
003630         STRING "  FEED " DELIMITED BY SIZE
003640                WS-FEED-NAME (WS-FEED-IDX) DELIMITED BY SIZE
003650                " FAILED - URL OR OUT CARD MISSING AT "
003660                WS-FEED-END-DATE " " WS-FEED-END-TIME (1:6)
003670                DELIMITED BY SIZE INTO LOG-RECORD
003680         WRITE LOG-RECORD
003690         PERFORM 2800-COUNT-FEED-FAILURE THRU 2800-EXIT
003700         GO TO 2700-EXIT
003710     END-IF
003720     PERFORM 3000-BUILD-REQUEST   THRU 3000-EXIT
003730     PERFORM 4000-RUN-WITH-RETRY  THRU 4000-EXIT
003740     PERFORM 5000-RECORD-CONTROL-TOTAL THRU 5000-EXIT
003750     PERFORM 2750-STAMP-FEED-END THRU 2750-EXIT
003760     MOVE SPACES TO LOG-RECORD
003770     IF WS-DOWNLOAD-OK
003780         STRING "  FEED " DELIMITED BY SIZE
003790                WS-FEED-NAME (WS-FEED-IDX) DELIMITED BY SIZE
003800                " SUCCEEDED - " WS-DOWNLOAD-LINE-COUNT
003810                " RECORDS AT " WS-FEED-END-DATE " "
003820                WS-FEED-END-TIME (1:6)
003830                DELIMITED BY SIZE INTO LOG-RECORD
003840         WRITE LOG-RECORD
003850         IF WS-FEED-TAB-YEAR (WS-FEED-IDX) NOT = SPACES
003860                 AND WS-FEED-TAB-LAYO (WS-FEED-IDX) = SPACES
003870                 AND WS-DOWNLOAD-LINE-COUNT > 0
003880                 AND WS-FIRST-RECORD-YEAR
003890                     NOT = WS-FEED-TAB-YEAR (WS-FEED-IDX)
003900             MOVE SPACES TO LOG-RECORD
003910             STRING "  WARNING - FEED " DELIMITED BY SIZE
003920                    WS-FEED-NAME (WS-FEED-IDX)
003930                    DELIMITED BY SIZE
003940                    " FIRST RECORD YEAR "
003950                    WS-FIRST-RECORD-YEAR
003960                    " DOES NOT MATCH EXPECTED YEAR "
003970                    WS-FEED-TAB-YEAR (WS-FEED-IDX)
003980                    DELIMITED BY SIZE INTO LOG-RECORD
003990             WRITE LOG-RECORD
004000         END-IF
004010     ELSE
004020         STRING "  FEED " DELIMITED BY SIZE
004030                WS-FEED-NAME (WS-FEED-IDX) DELIMITED BY SIZE
004040                " FAILED AFTER " WS-MAX-RETRIES " ATTEMPTS AT "
004050                WS-FEED-END-DATE " " WS-FEED-END-TIME (1:6)
004060                DELIMITED BY SIZE INTO LOG-RECORD
004070         WRITE LOG-RECORD
004080         PERFORM 2800-COUNT-FEED-FAILURE THRU 2800-EXIT
004090     END-IF.
004100 2700-EXIT.
004110     EXIT.
004120
004130 2750-STAMP-FEED-END.
004140     ACCEPT WS-FEED-END-DATE FROM DATE YYYYMMDD
004150     ACCEPT WS-FEED-END-TIME FROM TIME.
004160 2750-EXIT.
004170     EXIT.
004180
004190 2800-COUNT-FEED-FAILURE.
004200     ADD 1 TO WS-FEED-FAIL-COUNT
004210     IF WS-FEED-TAB-MAND (WS-FEED-IDX) NOT = "N"
004220         ADD 1 TO WS-MAND-FAIL-COUNT
004230     END-IF.
004240 2800-EXIT.
004250     EXIT.
004260
004270*-----------------------------------------------------------*
004280* 3000-BUILD-REQUEST - ASSEMBLES EITHER A PLAIN WGET PULL OR *
004290* AN AUTHENTICATED CURL PULL, DEPENDING ON WHETHER AN AUTH   *
004300* TOKEN WAS SUPPLIED ON THE PARM CARD.  BOTH FORMS FAIL ON   *
004310* AN HTTP ERROR STATUS INSTEAD OF TREATING THE ERROR BODY AS *
004320* A GOOD DOWNLOAD, AND BOTH CAPTURE THE RESPONSE HEADERS TO  *
004330* HTTPHDR.TMP FOR 5000-RECORD-CONTROL-TOTAL TO READ.         *
004340*-----------------------------------------------------------*
004350 3000-BUILD-REQUEST.
004360     IF WS-AUTH-TOKEN NOT = SPACES
004370         SET WS-AUTH-REQUIRED TO TRUE
004380         STRING "curl -s -S -f -L -D HTTPHDR.TMP -o '"
004390                DELIMITED BY SIZE
004400                WS-OUTPUT-FILE DELIMITED BY SPACE
004410                "' -H 'Authorization: Bearer "
004420                DELIMITED BY SIZE
004430                WS-AUTH-TOKEN DELIMITED BY SPACE
004440                "' '" DELIMITED BY SIZE
004450                WS-FEED-URL DELIMITED BY SPACE
004460                "'" DELIMITED BY SIZE INTO CURL-COMMAND
004470     ELSE
004480         STRING "wget -q -S -O '" DELIMITED BY SIZE
004490                WS-OUTPUT-FILE DELIMITED BY SPACE
004500                "' '" DELIMITED BY SIZE
004510                WS-FEED-URL DELIMITED BY SPACE
004520                "' 2>HTTPHDR.TMP" DELIMITED BY SIZE
004530                INTO HTTP-COMMAND
004540     END-IF.
004550 3000-EXIT.
004560     EXIT.
004570
004580*-----------------------------------------------------------*
004590* 4000-RUN-WITH-RETRY - ISSUES THE DOWNLOAD COMMAND, RETRYING*
004600* UP TO WS-MAX-RETRIES TIMES AND LOGGING A DISTINCT REASON   *
004610* FOR EACH FAILED ATTEMPT, BEFORE GIVING UP.                 *
004620*-----------------------------------------------------------*
004630 4000-RUN-WITH-RETRY.
004640     MOVE 1 TO WS-RETRY-COUNT
004650     PERFORM 4100-ATTEMPT-DOWNLOAD THRU 4100-EXIT
004660         UNTIL WS-DOWNLOAD-OK
004670            OR WS-RETRY-COUNT > WS-MAX-RETRIES.
004680 4000-EXIT.
004690     EXIT.
004700
004710 4100-ATTEMPT-DOWNLOAD.
004720     IF WS-AUTH-REQUIRED
004730         CALL "SYSTEM" USING CURL-COMMAND
004740     ELSE
004750         CALL "SYSTEM" USING HTTP-COMMAND
004760     END-IF
004770     COMPUTE WS-RETURN-CODE-SAVE = RETURN-CODE / 256
004780*    WGET AND CURL DO NOT AGREE ON WHAT EACH EXIT CODE MEANS,
004790*    SO RC=4 AND RC=6 ARE CLASSIFIED SEPARATELY DEPENDING ON
004800*    WHICH COMMAND ACTUALLY RAN; ONLY 0/8/22 MEAN THE SAME
004810*    THING IN BOTH TOOLS AND ARE LEFT AS A SHARED CLASSIFICATION.
004820     EVALUATE TRUE
004830         WHEN WS-RETURN-CODE-SAVE = 0
004840             SET WS-DOWNLOAD-OK TO TRUE
004850             DISPLAY "HTTP-REQUEST: attempt " WS-RETRY-COUNT
004860                     " succeeded."
004870             MOVE SPACES TO LOG-RECORD
004880             STRING "  ATTEMPT " WS-RETRY-COUNT
004890                    " SUCCEEDED"
004900                    DELIMITED BY SIZE INTO LOG-RECORD
004910             WRITE LOG-RECORD
004920         WHEN NOT WS-AUTH-REQUIRED AND WS-RETURN-CODE-SAVE = 4
004930             DISPLAY "HTTP-REQUEST: attempt " WS-RETRY-COUNT
004940                     " failed - network/DNS error, RC="
004950                     WS-RETURN-CODE-SAVE
004960             MOVE SPACES TO LOG-RECORD
004970             STRING "  ATTEMPT " WS-RETRY-COUNT
004980                    " FAILED - NETWORK/DNS ERROR RC="
004990                    WS-RETURN-CODE-SAVE
005000                    DELIMITED BY SIZE INTO LOG-RECORD
005010             WRITE LOG-RECORD
005020         WHEN NOT WS-AUTH-REQUIRED AND WS-RETURN-CODE-SAVE = 6
005030             DISPLAY "HTTP-REQUEST: attempt " WS-RETRY-COUNT
005040                     " failed - authentication rejected, RC="
005050                     WS-RETURN-CODE-SAVE
005060             MOVE SPACES TO LOG-RECORD
005070             STRING "  ATTEMPT " WS-RETRY-COUNT
005080                    " FAILED - AUTHENTICATION REJECTED RC="
005090                    WS-RETURN-CODE-SAVE
005100                    DELIMITED BY SIZE INTO LOG-RECORD
005110             WRITE LOG-RECORD
005120         WHEN WS-AUTH-REQUIRED AND WS-RETURN-CODE-SAVE = 6
005130             DISPLAY "HTTP-REQUEST: attempt " WS-RETRY-COUNT
005140                     " failed - could not resolve host (DNS), "
005150                     "RC=" WS-RETURN-CODE-SAVE
005160             MOVE SPACES TO LOG-RECORD
005170             STRING "  ATTEMPT " WS-RETRY-COUNT
005180                    " FAILED - COULD NOT RESOLVE HOST RC="
005190                    WS-RETURN-CODE-SAVE
005200                    DELIMITED BY SIZE INTO LOG-RECORD
005210             WRITE LOG-RECORD
005220         WHEN WS-AUTH-REQUIRED AND WS-RETURN-CODE-SAVE = 7
005230             DISPLAY "HTTP-REQUEST: attempt " WS-RETRY-COUNT
005240                     " failed - could not connect to host, RC="
005250                     WS-RETURN-CODE-SAVE
005260             MOVE SPACES TO LOG-RECORD
005270             STRING "  ATTEMPT " WS-RETRY-COUNT
005280                    " FAILED - COULD NOT CONNECT RC="
005290                    WS-RETURN-CODE-SAVE
005300                    DELIMITED BY SIZE INTO LOG-RECORD
005310             WRITE LOG-RECORD
005320         WHEN WS-AUTH-REQUIRED AND WS-RETURN-CODE-SAVE = 28
005330             DISPLAY "HTTP-REQUEST: attempt " WS-RETRY-COUNT
005340                     " failed - operation timed out, RC="
005350                     WS-RETURN-CODE-SAVE
005360             MOVE SPACES TO LOG-RECORD
005370             STRING "  ATTEMPT " WS-RETRY-COUNT
005380                    " FAILED - OPERATION TIMED OUT RC="
005390                    WS-RETURN-CODE-SAVE
005400                    DELIMITED BY SIZE INTO LOG-RECORD
005410             WRITE LOG-RECORD
005420         WHEN WS-RETURN-CODE-SAVE = 8
005430             DISPLAY "HTTP-REQUEST: attempt " WS-RETRY-COUNT
005440                     " failed - server returned an error "
005450                     "status, RC=" WS-RETURN-CODE-SAVE
005460             MOVE SPACES TO LOG-RECORD
005470             STRING "  ATTEMPT " WS-RETRY-COUNT
005480                    " FAILED - SERVER ERROR STATUS RC="
005490                    WS-RETURN-CODE-SAVE
005500                    DELIMITED BY SIZE INTO LOG-RECORD
005510             WRITE LOG-RECORD
005520         WHEN WS-RETURN-CODE-SAVE = 22
005530             DISPLAY "HTTP-REQUEST: attempt " WS-RETRY-COUNT
005540                     " failed - HTTP error response (auth "
005550                     "rejected or not found), RC="
005560                     WS-RETURN-CODE-SAVE
005570             MOVE SPACES TO LOG-RECORD
005580             STRING "  ATTEMPT " WS-RETRY-COUNT
005590                    " FAILED - HTTP ERROR RESPONSE RC="
005600                    WS-RETURN-CODE-SAVE
005610                    DELIMITED BY SIZE INTO LOG-RECORD
005620             WRITE LOG-RECORD
005630         WHEN OTHER
005640             DISPLAY "HTTP-REQUEST: attempt " WS-RETRY-COUNT
005650                     " failed - unclassified error, RC="
005660                     WS-RETURN-CODE-SAVE
005670             MOVE SPACES TO LOG-RECORD
005680             STRING "  ATTEMPT " WS-RETRY-COUNT
005690                    " FAILED - UNCLASSIFIED ERROR RC="
005700                    WS-RETURN-CODE-SAVE
005710                    DELIMITED BY SIZE INTO LOG-RECORD
005720             WRITE LOG-RECORD
005730     END-EVALUATE
005740     IF NOT WS-DOWNLOAD-OK
005750         ADD 1 TO WS-RETRY-COUNT
005760     END-IF.
005770 4100-EXIT.
005780     EXIT.
005790
005800*-----------------------------------------------------------*
005810* 5000-RECORD-CONTROL-TOTAL - ON A SUCCESSFUL PULL, FILES THE*
005820* EXPECTED RECORD COUNT IN WEATHERCTL.DAT SO READTESTDATA CAN*
005830* LATER RECONCILE WHAT IT READ AGAINST WHAT WAS DOWNLOADED.  *
005840* THE EXPECTED COUNT COMES FROM THE PROVIDER'S X-TOTAL-COUNT *
005850* RESPONSE HEADER WHEN ONE WAS SENT - THAT IS INDEPENDENT OF *
005860* THE FILE THIS PROGRAM JUST WROTE, SO A TRUNCATED TRANSFER  *
005870* WILL SHOW UP AS A MISMATCH.  WHEN THE PROVIDER DOES NOT    *
005880* SEND SUCH A HEADER, THIS FALLS BACK TO A RECOUNT OF THE    *
005890* DOWNLOADED FILE (WHICH CANNOT CATCH A TRUNCATED TRANSFER   *
005900* SINCE IT IS COUNTING THE SAME BYTES TWICE) AND SAYS SO IN  *
005910* THE RUN LOG.                                                *
005920*-----------------------------------------------------------*
005930 5000-RECORD-CONTROL-TOTAL.
005940     IF NOT WS-DOWNLOAD-OK
005950         GO TO 5000-EXIT
005960     END-IF
005970     MOVE 0 TO WS-DOWNLOAD-LINE-COUNT
005980     OPEN INPUT DOWNLOADED-FILE
005990     IF WS-DOWNLOADED-FILE-STATUS = "00"
006000         PERFORM 5100-COUNT-DOWNLOADED-LINE THRU 5100-EXIT
006010             UNTIL WS-DOWNLOAD-FILE-EOF
006020         CLOSE DOWNLOADED-FILE
006030     END-IF
006040     PERFORM 5050-READ-PROVIDER-COUNT THRU 5050-EXIT
006050     OPEN EXTEND CONTROL-TOTAL-FILE
006060     IF WS-CONTROL-TOTAL-STATUS NOT = "00"
006070         OPEN OUTPUT CONTROL-TOTAL-FILE
006080     END-IF
006090     MOVE SPACES TO CONTROL-TOTAL-RECORD
006100     MOVE WS-OUTPUT-FILE TO CT-FILE-NAME
006110     IF WS-PROVIDER-COUNT-FOUND
006120         MOVE WS-PROVIDER-COUNT TO CT-EXPECTED-COUNT
006130     ELSE
006140         DISPLAY "HTTP-REQUEST: warning - provider sent no "
006150                 "X-Total-Count header, control total is a "
006160                 "recount of the downloaded file."
006170         MOVE SPACES TO LOG-RECORD
006180         STRING "  WARNING - NO PROVIDER COUNT HEADER - "
006190                "CONTROL TOTAL IS A RECOUNT OF THE DOWNLOADED "
006200                "FILE"
006210                DELIMITED BY SIZE INTO LOG-RECORD
006220         WRITE LOG-RECORD
006230         MOVE WS-DOWNLOAD-LINE-COUNT TO CT-EXPECTED-COUNT
006240     END-IF
006250     WRITE CONTROL-TOTAL-RECORD
006260     CLOSE CONTROL-TOTAL-FILE.
006270 5000-EXIT.
006280     EXIT.
006290
006300 5050-READ-PROVIDER-COUNT.
006310     MOVE 'N' TO WS-HEADER-EOF-SW
006320     MOVE 'N' TO WS-PROVIDER-COUNT-SW
006330     OPEN INPUT HEADER-FILE
006340     IF WS-HEADER-FILE-STATUS = "00"
006350         PERFORM 5060-SCAN-HEADER-LINE THRU 5060-EXIT
006360             UNTIL WS-HEADER-EOF OR WS-PROVIDER-COUNT-FOUND
006370         CLOSE HEADER-FILE
006380     END-IF.
006390 5050-EXIT.
006400     EXIT.
006410
006420 5060-SCAN-HEADER-LINE.
006430     READ HEADER-FILE
006440         AT END
006450             SET WS-HEADER-EOF TO TRUE
006460             GO TO 5060-EXIT
006470     END-READ
006480     MOVE FUNCTION UPPER-CASE (HEADER-LINE)
006490          TO WS-HEADER-LINE-UPPER
006500     MOVE SPACES TO WS-HEADER-DISCARD
006510     MOVE SPACES TO WS-HEADER-VALUE
006520     MOVE 0 TO WS-HEADER-FIELDS-FOUND
006530     UNSTRING WS-HEADER-LINE-UPPER DELIMITED BY "X-TOTAL-COUNT:"
006540         INTO WS-HEADER-DISCARD WS-HEADER-VALUE
006550         TALLYING IN WS-HEADER-FIELDS-FOUND
006560     IF WS-HEADER-FIELDS-FOUND > 1
006570         INSPECT WS-HEADER-VALUE REPLACING ALL X"0D" BY SPACE
006580         IF FUNCTION TEST-NUMVAL (WS-HEADER-VALUE) = 0
006590             COMPUTE WS-PROVIDER-COUNT =
006600                     FUNCTION NUMVAL (WS-HEADER-VALUE)
006610             SET WS-PROVIDER-COUNT-FOUND TO TRUE
006620         END-IF
006630     END-IF.
006640 5060-EXIT.
006650     EXIT.
006660
006670 5100-COUNT-DOWNLOADED-LINE.
006680     READ DOWNLOADED-FILE
006690         AT END
006700             SET WS-DOWNLOAD-FILE-EOF TO TRUE
006710             GO TO 5100-EXIT
006720     END-READ
006730     ADD 1 TO WS-DOWNLOAD-LINE-COUNT
006740*    THE FIRST RECORD'S DATA2 YEAR IS KEPT SO A CATALOG FEED
006750*    WITH AN EXPECTED YEAR CAN BE SPOT-CHECKED AFTER THE PULL.
006760     IF WS-DOWNLOAD-LINE-COUNT = 1
006770         MOVE DOWNLOADED-RECORD (7:4) TO WS-FIRST-RECORD-YEAR
006780     END-IF.
006790 5100-EXIT.
006800     EXIT.
006810
006820*-----------------------------------------------------------*
006830* 9500-TERMINATE-CATALOG-RUN - SUMMARY RESULT OF A MULTI-    *
006840* FEED RUN.  THE JOB IS GOOD ONLY WHEN EVERY MANDATORY FEED  *
006850* SUCCEEDED - AN OPTIONAL FEED MAY FAIL WITHOUT BLOCKING     *
006860* THE REPORT STEP.                                           *
006870*-----------------------------------------------------------*
006880 9500-TERMINATE-CATALOG-RUN.
006890     DISPLAY "HTTP-REQUEST: " WS-FEED-COUNT " feeds in "
006900             "catalog, " WS-FEED-FAIL-COUNT " failed, "
006910             WS-MAND-FAIL-COUNT " mandatory failures."
006920     MOVE SPACES TO LOG-RECORD
006930     STRING "  HTTP-REQUEST FINISHED - " WS-FEED-COUNT
006940            " FEEDS, " WS-FEED-FAIL-COUNT " FAILED, "
006950            WS-MAND-FAIL-COUNT " MANDATORY FAILURES"
006960            DELIMITED BY SIZE INTO LOG-RECORD
006970     WRITE LOG-RECORD
006980     CLOSE RUN-LOG-FILE
006990     IF WS-MAND-FAIL-COUNT = 0
007000         MOVE 0 TO RETURN-CODE
007010     ELSE
007020         MOVE 16 TO RETURN-CODE
007030     END-IF.
007040 9500-EXIT.
007050     EXIT.
007060
007070*-----------------------------------------------------------*
007080* 9999-TERMINATE - SETS THE FINAL RETURN-CODE FOR ANY        *
007090* CALLING DRIVER AND CLOSES THE RUN LOG.                     *
007100*-----------------------------------------------------------*
007110 9999-TERMINATE.
007120     IF WS-FEED-COUNT > 0
007130         PERFORM 9500-TERMINATE-CATALOG-RUN THRU 9500-EXIT
007140         GO TO 9999-EXIT
007150     END-IF
007160     MOVE SPACES TO LOG-RECORD
007170     IF WS-DOWNLOAD-OK
007180         DISPLAY "HTTP request successful."
007190         STRING "  HTTP-REQUEST FINISHED - SUCCESS, "
007200                WS-DOWNLOAD-LINE-COUNT " RECORDS"
007210                DELIMITED BY SIZE INTO LOG-RECORD
007220         MOVE 0 TO RETURN-CODE
007230     ELSE
007240         DISPLAY "HTTP request failed."
007250         STRING "  HTTP-REQUEST FINISHED - FAILED AFTER "
007260                WS-MAX-RETRIES " ATTEMPTS"
007270                DELIMITED BY SIZE INTO LOG-RECORD
007280         MOVE 16 TO RETURN-CODE
007290     END-IF
007300     WRITE LOG-RECORD
007310     CLOSE RUN-LOG-FILE.
007320 9999-EXIT.
007330     EXIT.
007340
