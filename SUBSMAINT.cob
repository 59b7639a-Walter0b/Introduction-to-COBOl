000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUBS-MAINT.
000030 AUTHOR. DATA-SERVICES-GROUP.
000040 INSTALLATION. WEATHER-REPORTING-SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15  DSG  ORIGINAL - CARD DRIVEN MAINTENANCE OF THE *
000120*                  CONSUMER SUBSCRIPTION FILE                *
000130*                  (WEATHERSUBS.DAT).  EACH SUBSCRIBER IS    *
000140*                  NAMED AS ITS DEST CARD ON DELIVPARM.DAT   *
000150*                  AND CARRIES THE STATIONS OR LOCATIONS IT  *
000160*                  IS LICENSED FOR, THE DATA3-DATA8 AND      *
000170*                  DERIVED-MEASURE COLUMNS IT GETS, THE      *
000180*                  PERIOD IT COVERS AND ITS DELIMITER AND    *
000190*                  DATE FORMAT.  SUBS-EXTRACT BUILDS EACH    *
000200*                  SUBSCRIBER'S OWN EXTRACT FROM IT.         *
000210*-----------------------------------------------------------*
000220*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT MAINT-CARD-FILE ASSIGN TO "WEATHERSUBMNT.DAT"
000270     ORGANIZATION IS LINE SEQUENTIAL
000280     FILE STATUS IS WS-CARD-FILE-STATUS.
000290
000300     SELECT OPTIONAL SUBSCRIPTION-FILE ASSIGN TO
000310     "WEATHERSUBS.DAT"
000320     ORGANIZATION IS LINE SEQUENTIAL.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360*    ACTION A ADDS A SUBSCRIBER, C CHANGES ONE ITEM OF ITS
000370*    PROFILE, D DELETES IT.  AN A CARD MAY CARRY AN ITEM TOO.
000380*    ITEMS -
000390*      STN  NNNNNN / ALL       GRANT A STATION, OR ALL STATIONS
000400*      XSTN NNNNNN / ALL       WITHDRAW ONE STATION, OR ALL
000410*      LOC  LOCATION           GRANT EVERY STATION AT A LOCATION
000420*      XLOC LOCATION           WITHDRAW A LOCATION
000430*      FLDS 3458 / NONE        THE DATA3-DATA8 COLUMNS IT GETS
000440*      MEAS NAME NAME.. / ALL / NONE   DERIVED-MEASURE COLUMNS
000450*      FROM YYYYMMDD[HH]       FIRST READING HOUR (BLANK = OPEN)
000460*      THRU YYYYMMDD[HH]       LAST READING HOUR (BLANK = OPEN)
000470*      DLIM , ; | OR TAB       COLUMN DELIMITER
000480*      DATE YMDH ISO MDY DMY   HOW DATA2 IS WRITTEN
000490 FD  MAINT-CARD-FILE.
000500 01  MAINT-CARD.
000510     05 MNT-ACTION              PIC X(01).
000520     05 FILLER                  PIC X(01).
000530     05 MNT-SUBSCRIBER          PIC X(20).
000540     05 FILLER                  PIC X(01).
000550     05 MNT-ITEM                PIC X(04).
000560     05 FILLER                  PIC X(01).
000570     05 MNT-VALUE               PIC X(50).
000580     05 MNT-STATION-VALUE REDEFINES MNT-VALUE.
000590        10 MNT-STATION          PIC X(06).
000600        10 FILLER               PIC X(44).
000610
000620*    ONE RECORD PER SUBSCRIBER.  SB-ALL-STATIONS Y GRANTS
000630*    EVERY STATION; OTHERWISE A READING IS LICENSED WHEN ITS
000640*    STATION IS LISTED OR THE STATION'S LOCATION ON THE MASTER
000650*    IS.  SB-FIELD-FLAG (1) IS DATA3 ... (6) IS DATA8.
000660*    SB-MEASURE-MODE A IS EVERY DERIVED MEASURE, N NONE, L THE
000670*    MEASURES LISTED.
000680 FD  SUBSCRIPTION-FILE.
000690 01  SUBSCRIPTION-RECORD.
000700     05 SB-SUBSCRIBER           PIC X(20).
000710     05 FILLER                  PIC X(01).
000720     05 SB-FROM-STAMP           PIC 9(10).
000730     05 FILLER                  PIC X(01).
000740     05 SB-THRU-STAMP           PIC 9(10).
000750     05 FILLER                  PIC X(01).
000760     05 SB-DELIMITER            PIC X(03).
000770     05 FILLER                  PIC X(01).
000780     05 SB-DATE-FORMAT          PIC X(04).
000790     05 FILLER                  PIC X(01).
000800     05 SB-FIELD-FLAG       OCCURS 6 TIMES PIC X(01).
000810     05 FILLER                  PIC X(01).
000820     05 SB-MEASURE-MODE         PIC X(01).
000830     05 SB-MEASURE-COUNT        PIC 9(02).
000840     05 SB-MEASURE-NAME     OCCURS 10 TIMES PIC X(08).
000850     05 FILLER                  PIC X(01).
000860     05 SB-ALL-STATIONS         PIC X(01).
000870     05 SB-STATION-COUNT        PIC 9(02).
000880     05 SB-STATION          OCCURS 50 TIMES PIC 9(06).
000890     05 FILLER                  PIC X(01).
000900     05 SB-LOCATION-COUNT       PIC 9(02).
000910     05 SB-LOCATION         OCCURS 10 TIMES PIC X(20).
000920
000930 WORKING-STORAGE SECTION.
000940 77  WS-CARD-FILE-STATUS        PIC X(02) VALUE "00".
000950 77  WS-CARD-READ-COUNT         PIC 9(06) VALUE 0.
000960 77  WS-ADDED-COUNT             PIC 9(06) VALUE 0.
000970 77  WS-CHANGED-COUNT           PIC 9(06) VALUE 0.
000980 77  WS-DELETED-COUNT           PIC 9(06) VALUE 0.
000990 77  WS-CARD-ERROR-COUNT        PIC 9(06) VALUE 0.
001000
001010 77  WS-SUB-COUNT               PIC 9(02) VALUE 0.
001020 77  WS-SUB-IDX                 PIC 9(02) VALUE 0.
001030 77  WS-MATCH-IDX               PIC 9(02) VALUE 0.
001040 77  WS-SHIFT-IDX               PIC 9(02) VALUE 0.
001050 77  WS-LIST-IDX                PIC 9(02) VALUE 0.
001060 77  WS-LIST-MATCH              PIC 9(02) VALUE 0.
001070 77  WS-CHAR-IDX                PIC 9(02) VALUE 0.
001080 77  WS-WORD-IDX                PIC 9(02) VALUE 0.
001090 77  WS-FIRST-WORD              PIC X(20) VALUE SPACES.
001100 77  WS-STAMP-WORK              PIC X(10) VALUE SPACES.
001110 77  WS-ERROR-TEXT              PIC X(50) VALUE SPACES.
001120
001130*    THE SUBSCRIPTION FILE HELD WHOLE, IN THE RECORD'S OWN
001140*    LAYOUT, SO THE CARDS CAN BE APPLIED AND THE FILE REWRITTEN.
001150 01  WS-SUB-TABLE.
001160     05 WS-SUB-ENTRY        OCCURS 20 TIMES.
001170        10 WS-SB-SUBSCRIBER     PIC X(20).
001180        10 WS-SB-FROM-STAMP     PIC 9(10).
001190        10 WS-SB-THRU-STAMP     PIC 9(10).
001200        10 WS-SB-DELIMITER      PIC X(03).
001210        10 WS-SB-DATE-FORMAT    PIC X(04).
001220        10 WS-SB-FIELD-FLAG OCCURS 6 TIMES PIC X(01).
001230        10 WS-SB-MEASURE-MODE   PIC X(01).
001240        10 WS-SB-MEASURE-COUNT  PIC 9(02).
001250        10 WS-SB-MEASURE-NAME OCCURS 10 TIMES PIC X(08).
001260        10 WS-SB-ALL-STATIONS   PIC X(01).
001270        10 WS-SB-STATION-COUNT  PIC 9(02).
001280        10 WS-SB-STATION   OCCURS 50 TIMES PIC 9(06).
001290        10 WS-SB-LOCATION-COUNT PIC 9(02).
001300        10 WS-SB-LOCATION  OCCURS 10 TIMES PIC X(20).
001310
001320*    MEASURE NAMES CUT FROM A MEAS CARD.
001330 01  WS-WORD-TABLE.
001340     05 WS-WORD          OCCURS 6 TIMES PIC X(09).
001350
001360 01  WS-SWITCHES.
001370     05 WS-CARDS-EOF-SW         PIC X(01) VALUE 'N'.
001380        88 WS-CARDS-EOF                    VALUE 'Y'.
001390     05 WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.
001400        88 WS-SUB-EOF                      VALUE 'Y'.
001410     05 WS-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
001420        88 WS-ENTRY-FOUND                  VALUE 'Y'.
001430     05 WS-SUB-OVERFLOW-SW      PIC X(01) VALUE 'N'.
001440        88 WS-SUB-OVERFLOW                 VALUE 'Y'.
001450     05 WS-FIELDS-OK-SW         PIC X(01) VALUE 'Y'.
001460        88 WS-FIELDS-OK                    VALUE 'Y'.
001470
001480 PROCEDURE DIVISION.
001490*
001500*-----------------------------------------------------------*
001510* 0000-MAIN-LOGIC                                           *
001520*-----------------------------------------------------------*
001530 0000-MAIN-LOGIC.
001540     PERFORM 1000-LOAD-SUBSCRIPTIONS THRU 1000-EXIT
001550*    A FILE THE TABLE CANNOT HOLD WHOLE MUST NOT BE REWRITTEN
001560*    FROM A TRUNCATED LOAD - THE RUN IS REFUSED AND THE FILE
001570*    ON DISK IS LEFT EXACTLY AS IT WAS.
001580     IF WS-SUB-OVERFLOW
001590         DISPLAY "SUBS-MAINT: run refused - no cards "
001600                 "applied, WEATHERSUBS.DAT left untouched"
001610     ELSE
001620         PERFORM 2000-APPLY-ALL-CARDS THRU 2000-EXIT
001630         PERFORM 3000-REWRITE-SUBSCRIPTIONS THRU 3000-EXIT
001640     END-IF
001650     PERFORM 9999-TERMINATE       THRU 9999-EXIT
001660     GOBACK.
001670
001680*-----------------------------------------------------------*
001690* 1000-LOAD-SUBSCRIPTIONS - AN ABSENT OR EMPTY FILE IS NOT   *
001700* AN ERROR - THE FIRST RUN OF THIS PROGRAM CREATES IT.       *
001710*-----------------------------------------------------------*
001720 1000-LOAD-SUBSCRIPTIONS.
001730     OPEN INPUT SUBSCRIPTION-FILE
001740     PERFORM 1100-READ-SUB-RECORD THRU 1100-EXIT
001750         UNTIL WS-SUB-EOF
001760     CLOSE SUBSCRIPTION-FILE.
001770 1000-EXIT.
001780     EXIT.
001790
001800 1100-READ-SUB-RECORD.
001810     READ SUBSCRIPTION-FILE
001820         AT END
001830             SET WS-SUB-EOF TO TRUE
001840             GO TO 1100-EXIT
001850     END-READ
001860     IF WS-SUB-COUNT >= 20
001870         DISPLAY "SUBS-MAINT: error - more than 20 "
001880                 "subscribers on WEATHERSUBS.DAT"
001890         SET WS-SUB-OVERFLOW TO TRUE
001900         SET WS-SUB-EOF TO TRUE
001910         GO TO 1100-EXIT
001920     END-IF
001930     ADD 1 TO WS-SUB-COUNT
001940     MOVE SB-SUBSCRIBER   TO WS-SB-SUBSCRIBER (WS-SUB-COUNT)
001950     MOVE SB-FROM-STAMP   TO WS-SB-FROM-STAMP (WS-SUB-COUNT)
001960     MOVE SB-THRU-STAMP   TO WS-SB-THRU-STAMP (WS-SUB-COUNT)
001970     MOVE SB-DELIMITER    TO WS-SB-DELIMITER (WS-SUB-COUNT)
001980     MOVE SB-DATE-FORMAT  TO WS-SB-DATE-FORMAT (WS-SUB-COUNT)
001990     MOVE SB-MEASURE-MODE TO WS-SB-MEASURE-MODE (WS-SUB-COUNT)
002000     MOVE SB-MEASURE-COUNT
002010          TO WS-SB-MEASURE-COUNT (WS-SUB-COUNT)
002020     MOVE SB-ALL-STATIONS TO WS-SB-ALL-STATIONS (WS-SUB-COUNT)
002030     MOVE SB-STATION-COUNT
002040          TO WS-SB-STATION-COUNT (WS-SUB-COUNT)
002050     MOVE SB-LOCATION-COUNT
002060          TO WS-SB-LOCATION-COUNT (WS-SUB-COUNT)
002070     PERFORM 1110-LOAD-ONE-FIELD-FLAG THRU 1110-EXIT
002080         VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 6
002090     PERFORM 1120-LOAD-ONE-MEASURE THRU 1120-EXIT
002100         VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 10
002110     PERFORM 1130-LOAD-ONE-STATION THRU 1130-EXIT
002120         VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 50
002130     PERFORM 1140-LOAD-ONE-LOCATION THRU 1140-EXIT
002140         VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 10.
002150 1100-EXIT.
002160     EXIT.
002170
002180 1110-LOAD-ONE-FIELD-FLAG.
002190     MOVE SB-FIELD-FLAG (WS-LIST-IDX)
002200          TO WS-SB-FIELD-FLAG (WS-SUB-COUNT, WS-LIST-IDX).
002210 1110-EXIT.
002220     EXIT.
002230
002240 1120-LOAD-ONE-MEASURE.
002250     MOVE SB-MEASURE-NAME (WS-LIST-IDX)
002260          TO WS-SB-MEASURE-NAME (WS-SUB-COUNT, WS-LIST-IDX).
002270 1120-EXIT.
002280     EXIT.
002290
002300 1130-LOAD-ONE-STATION.
002310     MOVE SB-STATION (WS-LIST-IDX)
002320          TO WS-SB-STATION (WS-SUB-COUNT, WS-LIST-IDX).
002330 1130-EXIT.
002340     EXIT.
002350
002360 1140-LOAD-ONE-LOCATION.
002370     MOVE SB-LOCATION (WS-LIST-IDX)
002380          TO WS-SB-LOCATION (WS-SUB-COUNT, WS-LIST-IDX).
002390 1140-EXIT.
002400     EXIT.
002410
002420*-----------------------------------------------------------*
002430* 2000-APPLY-ALL-CARDS                                       *
002440*-----------------------------------------------------------*
002450 2000-APPLY-ALL-CARDS.
002460     OPEN INPUT MAINT-CARD-FILE
002470     IF WS-CARD-FILE-STATUS NOT = "00"
002480         DISPLAY "SUBS-MAINT: unable to open "
002490                 "WEATHERSUBMNT.DAT - file status "
002500                 WS-CARD-FILE-STATUS
002510         SET WS-CARDS-EOF TO TRUE
002520         GO TO 2000-EXIT
002530     END-IF
002540     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
002550         UNTIL WS-CARDS-EOF
002560     CLOSE MAINT-CARD-FILE.
002570 2000-EXIT.
002580     EXIT.
002590
002600 2100-APPLY-ONE-CARD.
002610     READ MAINT-CARD-FILE
002620         AT END
002630             SET WS-CARDS-EOF TO TRUE
002640             GO TO 2100-EXIT
002650     END-READ
002660     ADD 1 TO WS-CARD-READ-COUNT
002670*    THE NAME BECOMES PART OF THE SUBSCRIBER'S FILE NAME, SO
002680*    IT MAY NOT START WITH OR CONTAIN A SPACE.
002690     MOVE SPACES TO WS-FIRST-WORD
002700     UNSTRING MNT-SUBSCRIBER DELIMITED BY SPACE
002710         INTO WS-FIRST-WORD
002720     END-UNSTRING
002730     IF MNT-SUBSCRIBER = SPACES
002740             OR WS-FIRST-WORD NOT = MNT-SUBSCRIBER
002750         ADD 1 TO WS-CARD-ERROR-COUNT
002760         DISPLAY "SUBS-MAINT: card " WS-CARD-READ-COUNT
002770                 " rejected - subscriber name missing or "
002780                 "contains a space: " MNT-SUBSCRIBER
002790         GO TO 2100-EXIT
002800     END-IF
002810     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT
002820     EVALUATE MNT-ACTION
002830         WHEN "A"
002840             PERFORM 2300-ADD-ENTRY THRU 2300-EXIT
002850         WHEN "C"
002860             IF NOT WS-ENTRY-FOUND
002870                 ADD 1 TO WS-CARD-ERROR-COUNT
002880                 DISPLAY "SUBS-MAINT: card " WS-CARD-READ-COUNT
002890                         " rejected - subscriber "
002900                         MNT-SUBSCRIBER " not on file"
002910             ELSE
002920                 PERFORM 2500-CHANGE-ITEM THRU 2500-EXIT
002930             END-IF
002940         WHEN "D"
002950             PERFORM 2400-DELETE-ENTRY THRU 2400-EXIT
002960         WHEN OTHER
002970             ADD 1 TO WS-CARD-ERROR-COUNT
002980             DISPLAY "SUBS-MAINT: card " WS-CARD-READ-COUNT
002990                     " rejected - unknown action code "
003000                     MNT-ACTION
003010     END-EVALUATE.
003020 2100-EXIT.
003030     EXIT.
003040
003050 2200-FIND-ENTRY.
003060     MOVE 'N' TO WS-ENTRY-FOUND-SW
003070     MOVE 0   TO WS-MATCH-IDX
003080     PERFORM 2210-CHECK-ONE-ENTRY THRU 2210-EXIT
003090         VARYING WS-SUB-IDX FROM 1 BY 1
003100         UNTIL WS-SUB-IDX > WS-SUB-COUNT
003110            OR WS-ENTRY-FOUND.
003120 2200-EXIT.
003130     EXIT.
003140
003150 2210-CHECK-ONE-ENTRY.
003160     IF WS-SB-SUBSCRIBER (WS-SUB-IDX) = MNT-SUBSCRIBER
003170         SET WS-ENTRY-FOUND TO TRUE
003180         MOVE WS-SUB-IDX TO WS-MATCH-IDX
003190     END-IF.
003200 2210-EXIT.
003210     EXIT.
003220
003230*-----------------------------------------------------------*
003240* 2300-ADD-ENTRY - A NEW SUBSCRIBER STARTS WITH NO STATIONS, *
003250* NO DATA COLUMNS AND NO MEASURES, SO NOTHING FLOWS UNTIL    *
003260* ITS LICENCE HAS BEEN KEYED.  THE PERIOD IS OPEN, THE       *
003270* DELIMITER A COMMA AND DATA2 WRITTEN AS YYYYMMDDHH.         *
003280*-----------------------------------------------------------*
003290 2300-ADD-ENTRY.
003300     IF WS-ENTRY-FOUND
003310         ADD 1 TO WS-CARD-ERROR-COUNT
003320         DISPLAY "SUBS-MAINT: card " WS-CARD-READ-COUNT
003330                 " rejected - subscriber " MNT-SUBSCRIBER
003340                 " already on file"
003350         GO TO 2300-EXIT
003360     END-IF
003370     IF WS-SUB-COUNT >= 20
003380         ADD 1 TO WS-CARD-ERROR-COUNT
003390         DISPLAY "SUBS-MAINT: card " WS-CARD-READ-COUNT
003400                 " rejected - subscription table is full"
003410         GO TO 2300-EXIT
003420     END-IF
003430     ADD 1 TO WS-SUB-COUNT
003440     MOVE WS-SUB-COUNT TO WS-MATCH-IDX
003450     INITIALIZE WS-SUB-ENTRY (WS-MATCH-IDX)
003460     MOVE MNT-SUBSCRIBER TO WS-SB-SUBSCRIBER (WS-MATCH-IDX)
003470     MOVE 0          TO WS-SB-FROM-STAMP (WS-MATCH-IDX)
003480     MOVE 9999999999 TO WS-SB-THRU-STAMP (WS-MATCH-IDX)
003490     MOVE ","        TO WS-SB-DELIMITER (WS-MATCH-IDX)
003500     MOVE "YMDH"     TO WS-SB-DATE-FORMAT (WS-MATCH-IDX)
003510     MOVE "N"        TO WS-SB-MEASURE-MODE (WS-MATCH-IDX)
003520     MOVE "N"        TO WS-SB-ALL-STATIONS (WS-MATCH-IDX)
003530     PERFORM 2310-CLEAR-ONE-FIELD-FLAG THRU 2310-EXIT
003540         VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 6
003550     ADD 1 TO WS-ADDED-COUNT
003560     DISPLAY "SUBS-MAINT: added subscriber " MNT-SUBSCRIBER
003570     IF MNT-ITEM NOT = SPACES
003580         PERFORM 2500-CHANGE-ITEM THRU 2500-EXIT
003590     END-IF.
003600 2300-EXIT.
003610     EXIT.
003620
003630 2310-CLEAR-ONE-FIELD-FLAG.
003640     MOVE "N" TO WS-SB-FIELD-FLAG (WS-MATCH-IDX, WS-LIST-IDX).
003650 2310-EXIT.
003660     EXIT.
003670
003680*-----------------------------------------------------------*
003690* 2400-DELETE-ENTRY - THE ENTRIES ABOVE THE DELETED ONE ARE  *
003700* SHIFTED DOWN ONE SLOT SO THE TABLE STAYS DENSE.            *
003710*-----------------------------------------------------------*
003720 2400-DELETE-ENTRY.
003730     IF NOT WS-ENTRY-FOUND
003740         ADD 1 TO WS-CARD-ERROR-COUNT
003750         DISPLAY "SUBS-MAINT: card " WS-CARD-READ-COUNT
003760                 " rejected - subscriber " MNT-SUBSCRIBER
003770                 " not on file"
003780         GO TO 2400-EXIT
003790     END-IF
003800     PERFORM 2410-SHIFT-ONE-ENTRY THRU 2410-EXIT
003810         VARYING WS-SHIFT-IDX FROM WS-MATCH-IDX BY 1
003820         UNTIL WS-SHIFT-IDX >= WS-SUB-COUNT
003830     SUBTRACT 1 FROM WS-SUB-COUNT
003840     ADD 1 TO WS-DELETED-COUNT
003850     DISPLAY "SUBS-MAINT: deleted subscriber " MNT-SUBSCRIBER.
003860 2400-EXIT.
003870     EXIT.
003880
003890 2410-SHIFT-ONE-ENTRY.
003900     MOVE WS-SUB-ENTRY (WS-SHIFT-IDX + 1)
003910          TO WS-SUB-ENTRY (WS-SHIFT-IDX).
003920 2410-EXIT.
003930     EXIT.
003940
003950*-----------------------------------------------------------*
003960* 2500-CHANGE-ITEM - APPLIES ONE PROFILE ITEM TO THE         *
003970* SUBSCRIBER AT WS-MATCH-IDX.  A BAD VALUE LEAVES THE        *
003980* PROFILE AS IT WAS.                                         *
003990*-----------------------------------------------------------*
004000 2500-CHANGE-ITEM.
004010     MOVE SPACES TO WS-ERROR-TEXT
004020     EVALUATE MNT-ITEM
004030         WHEN "STN "
004040             PERFORM 2510-GRANT-STATION THRU 2510-EXIT
004050         WHEN "XSTN"
004060             PERFORM 2520-WITHDRAW-STATION THRU 2520-EXIT
004070         WHEN "LOC "
004080             PERFORM 2530-GRANT-LOCATION THRU 2530-EXIT
004090         WHEN "XLOC"
004100             PERFORM 2540-WITHDRAW-LOCATION THRU 2540-EXIT
004110         WHEN "FLDS"
004120             PERFORM 2550-SET-FIELDS THRU 2550-EXIT
004130         WHEN "MEAS"
004140             PERFORM 2560-SET-MEASURES THRU 2560-EXIT
004150         WHEN "FROM"
004160         WHEN "THRU"
004170             PERFORM 2570-SET-PERIOD THRU 2570-EXIT
004180         WHEN "DLIM"
004190             EVALUATE MNT-VALUE (1:4)
004200                 WHEN ",   "
004210                 WHEN ";   "
004220                 WHEN "|   "
004230                 WHEN "TAB "
004240                     MOVE MNT-VALUE (1:3)
004250                          TO WS-SB-DELIMITER (WS-MATCH-IDX)
004260                 WHEN OTHER
004270                     MOVE "DELIMITER MUST BE , ; | OR TAB"
004280                          TO WS-ERROR-TEXT
004290             END-EVALUATE
004300         WHEN "DATE"
004310             EVALUATE MNT-VALUE (1:5)
004320                 WHEN "YMDH "
004330                 WHEN "ISO  "
004340                 WHEN "MDY  "
004350                 WHEN "DMY  "
004360                     MOVE MNT-VALUE (1:4)
004370                          TO WS-SB-DATE-FORMAT (WS-MATCH-IDX)
004380                 WHEN OTHER
004390                     MOVE "DATE MUST BE YMDH ISO MDY OR DMY"
004400                          TO WS-ERROR-TEXT
004410             END-EVALUATE
004420         WHEN OTHER
004430             STRING "UNKNOWN ITEM " MNT-ITEM
004440                    DELIMITED BY SIZE INTO WS-ERROR-TEXT
004450     END-EVALUATE
004460     IF WS-ERROR-TEXT NOT = SPACES
004470         ADD 1 TO WS-CARD-ERROR-COUNT
004480         DISPLAY "SUBS-MAINT: card " WS-CARD-READ-COUNT
004490                 " rejected - " WS-ERROR-TEXT
004500         GO TO 2500-EXIT
004510     END-IF
004520     ADD 1 TO WS-CHANGED-COUNT
004530     DISPLAY "SUBS-MAINT: " MNT-SUBSCRIBER " " MNT-ITEM " "
004540             MNT-VALUE.
004550 2500-EXIT.
004560     EXIT.
004570
004580 2510-GRANT-STATION.
004590     IF MNT-VALUE (1:4) = "ALL "
004600         MOVE "Y" TO WS-SB-ALL-STATIONS (WS-MATCH-IDX)
004610         GO TO 2510-EXIT
004620     END-IF
004630     IF MNT-STATION NOT NUMERIC
004640         MOVE "STATION MUST BE 6 DIGITS OR ALL" TO WS-ERROR-TEXT
004650         GO TO 2510-EXIT
004660     END-IF
004670     PERFORM 2580-FIND-STATION THRU 2580-EXIT
004680     IF WS-LIST-MATCH > 0
004690         MOVE "STATION ALREADY GRANTED" TO WS-ERROR-TEXT
004700         GO TO 2510-EXIT
004710     END-IF
004720     IF WS-SB-STATION-COUNT (WS-MATCH-IDX) >= 50
004730         MOVE "50 STATIONS ALREADY GRANTED - USE LOC"
004740              TO WS-ERROR-TEXT
004750         GO TO 2510-EXIT
004760     END-IF
004770     ADD 1 TO WS-SB-STATION-COUNT (WS-MATCH-IDX)
004780     MOVE MNT-STATION TO WS-SB-STATION (WS-MATCH-IDX,
004790                         WS-SB-STATION-COUNT (WS-MATCH-IDX)).
004800 2510-EXIT.
004810     EXIT.
004820
004830*    XSTN ALL WITHDRAWS EVERY STATION GRANT, BY NUMBER OR ALL;
004840*    LOCATION GRANTS ARE LEFT FOR XLOC.
004850 2520-WITHDRAW-STATION.
004860     IF MNT-VALUE (1:4) = "ALL "
004870         MOVE "N" TO WS-SB-ALL-STATIONS (WS-MATCH-IDX)
004880         MOVE 0 TO WS-SB-STATION-COUNT (WS-MATCH-IDX)
004890         GO TO 2520-EXIT
004900     END-IF
004910     IF MNT-STATION NOT NUMERIC
004920         MOVE "STATION MUST BE 6 DIGITS OR ALL" TO WS-ERROR-TEXT
004930         GO TO 2520-EXIT
004940     END-IF
004950     PERFORM 2580-FIND-STATION THRU 2580-EXIT
004960     IF WS-LIST-MATCH = 0
004970         MOVE "STATION NOT GRANTED" TO WS-ERROR-TEXT
004980         GO TO 2520-EXIT
004990     END-IF
005000     PERFORM 2521-SHIFT-ONE-STATION THRU 2521-EXIT
005010         VARYING WS-SHIFT-IDX FROM WS-LIST-MATCH BY 1
005020         UNTIL WS-SHIFT-IDX >= WS-SB-STATION-COUNT (WS-MATCH-IDX)
005030     SUBTRACT 1 FROM WS-SB-STATION-COUNT (WS-MATCH-IDX).
005040 2520-EXIT.
005050     EXIT.
005060
005070 2521-SHIFT-ONE-STATION.
005080     MOVE WS-SB-STATION (WS-MATCH-IDX, WS-SHIFT-IDX + 1)
005090          TO WS-SB-STATION (WS-MATCH-IDX, WS-SHIFT-IDX).
005100 2521-EXIT.
005110     EXIT.
005120
005130 2530-GRANT-LOCATION.
005140     IF MNT-VALUE (1:20) = SPACES
005150         MOVE "LOCATION MISSING" TO WS-ERROR-TEXT
005160         GO TO 2530-EXIT
005170     END-IF
005180     PERFORM 2590-FIND-LOCATION THRU 2590-EXIT
005190     IF WS-LIST-MATCH > 0
005200         MOVE "LOCATION ALREADY GRANTED" TO WS-ERROR-TEXT
005210         GO TO 2530-EXIT
005220     END-IF
005230     IF WS-SB-LOCATION-COUNT (WS-MATCH-IDX) >= 10
005240         MOVE "10 LOCATIONS ALREADY GRANTED" TO WS-ERROR-TEXT
005250         GO TO 2530-EXIT
005260     END-IF
005270     ADD 1 TO WS-SB-LOCATION-COUNT (WS-MATCH-IDX)
005280     MOVE MNT-VALUE (1:20) TO WS-SB-LOCATION (WS-MATCH-IDX,
005290          WS-SB-LOCATION-COUNT (WS-MATCH-IDX)).
005300 2530-EXIT.
005310     EXIT.
005320
005330 2540-WITHDRAW-LOCATION.
005340     PERFORM 2590-FIND-LOCATION THRU 2590-EXIT
005350     IF WS-LIST-MATCH = 0
005360         MOVE "LOCATION NOT GRANTED" TO WS-ERROR-TEXT
005370         GO TO 2540-EXIT
005380     END-IF
005390     PERFORM 2541-SHIFT-ONE-LOCATION THRU 2541-EXIT
005400         VARYING WS-SHIFT-IDX FROM WS-LIST-MATCH BY 1
005410         UNTIL WS-SHIFT-IDX >= WS-SB-LOCATION-COUNT (WS-MATCH-IDX)
005420     SUBTRACT 1 FROM WS-SB-LOCATION-COUNT (WS-MATCH-IDX).
005430 2540-EXIT.
005440     EXIT.
005450
005460 2541-SHIFT-ONE-LOCATION.
005470     MOVE WS-SB-LOCATION (WS-MATCH-IDX, WS-SHIFT-IDX + 1)
005480          TO WS-SB-LOCATION (WS-MATCH-IDX, WS-SHIFT-IDX).
005490 2541-EXIT.
005500     EXIT.
005510
005520*    FLDS REPLACES THE WHOLE SET: EACH DIGIT 3-8 ON THE CARD
005530*    GRANTS THAT DATA COLUMN AND EVERY OTHER IS WITHDRAWN.
005540 2550-SET-FIELDS.
005550     IF MNT-VALUE (1:5) = "NONE "
005560         PERFORM 2551-CLEAR-ONE-FIELD THRU 2551-EXIT
005570             VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 6
005580         GO TO 2550-EXIT
005590     END-IF
005600     IF MNT-VALUE (1:6) = SPACES OR MNT-VALUE (7:44) NOT = SPACES
005610         MOVE "FLDS MUST BE DIGITS 3-8 OR NONE" TO WS-ERROR-TEXT
005620         GO TO 2550-EXIT
005630     END-IF
005640     SET WS-FIELDS-OK TO TRUE
005650     PERFORM 2552-CHECK-ONE-FIELD-DIGIT THRU 2552-EXIT
005660         VARYING WS-CHAR-IDX FROM 1 BY 1 UNTIL WS-CHAR-IDX > 6
005670     IF NOT WS-FIELDS-OK
005680         MOVE "FLDS MUST BE DIGITS 3-8 OR NONE" TO WS-ERROR-TEXT
005690         GO TO 2550-EXIT
005700     END-IF
005710     PERFORM 2551-CLEAR-ONE-FIELD THRU 2551-EXIT
005720         VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 6
005730     PERFORM 2553-SET-ONE-FIELD THRU 2553-EXIT
005740         VARYING WS-CHAR-IDX FROM 1 BY 1 UNTIL WS-CHAR-IDX > 6.
005750 2550-EXIT.
005760     EXIT.
005770
005780 2551-CLEAR-ONE-FIELD.
005790     MOVE "N" TO WS-SB-FIELD-FLAG (WS-MATCH-IDX, WS-LIST-IDX).
005800 2551-EXIT.
005810     EXIT.
005820
005830 2552-CHECK-ONE-FIELD-DIGIT.
005840     IF MNT-VALUE (WS-CHAR-IDX:1) = SPACE
005850         GO TO 2552-EXIT
005860     END-IF
005870     IF MNT-VALUE (WS-CHAR-IDX:1) < "3"
005880             OR MNT-VALUE (WS-CHAR-IDX:1) > "8"
005890         MOVE 'N' TO WS-FIELDS-OK-SW
005900     END-IF.
005910 2552-EXIT.
005920     EXIT.
005930
005940 2553-SET-ONE-FIELD.
005950     IF MNT-VALUE (WS-CHAR-IDX:1) NOT = SPACE
005960         MOVE MNT-VALUE (WS-CHAR-IDX:1) TO WS-LIST-IDX
005970         SUBTRACT 2 FROM WS-LIST-IDX
005980         MOVE "Y" TO WS-SB-FIELD-FLAG (WS-MATCH-IDX, WS-LIST-IDX)
005990     END-IF.
006000 2553-EXIT.
006010     EXIT.
006020
006030*    MEAS NAME ... ADDS UP TO FIVE MEASURES PER CARD TO THE
006040*    LISTED SET; ALL AND NONE REPLACE WHATEVER WAS THERE.
006050 2560-SET-MEASURES.
006060     IF MNT-VALUE (1:4) = "ALL "
006070         MOVE "A" TO WS-SB-MEASURE-MODE (WS-MATCH-IDX)
006080         MOVE 0 TO WS-SB-MEASURE-COUNT (WS-MATCH-IDX)
006090         GO TO 2560-EXIT
006100     END-IF
006110     IF MNT-VALUE (1:5) = "NONE "
006120         MOVE "N" TO WS-SB-MEASURE-MODE (WS-MATCH-IDX)
006130         MOVE 0 TO WS-SB-MEASURE-COUNT (WS-MATCH-IDX)
006140         GO TO 2560-EXIT
006150     END-IF
006160     MOVE SPACES TO WS-WORD-TABLE
006170     UNSTRING MNT-VALUE DELIMITED BY ALL SPACE
006180         INTO WS-WORD (1) WS-WORD (2) WS-WORD (3)
006190              WS-WORD (4) WS-WORD (5) WS-WORD (6)
006200     END-UNSTRING
006210     IF WS-WORD (1) = SPACES OR WS-WORD (6) NOT = SPACES
006220         MOVE "MEAS NEEDS 1-5 NAMES, ALL OR NONE"
006230              TO WS-ERROR-TEXT
006240         GO TO 2560-EXIT
006250     END-IF
006260     PERFORM 2561-CHECK-ONE-WORD THRU 2561-EXIT
006270         VARYING WS-WORD-IDX FROM 1 BY 1 UNTIL WS-WORD-IDX > 5
006280     IF WS-ERROR-TEXT NOT = SPACES
006290         GO TO 2560-EXIT
006300     END-IF
006310     IF WS-SB-MEASURE-MODE (WS-MATCH-IDX) NOT = "L"
006320         MOVE "L" TO WS-SB-MEASURE-MODE (WS-MATCH-IDX)
006330         MOVE 0 TO WS-SB-MEASURE-COUNT (WS-MATCH-IDX)
006340     END-IF
006350     PERFORM 2562-ADD-ONE-WORD THRU 2562-EXIT
006360         VARYING WS-WORD-IDX FROM 1 BY 1 UNTIL WS-WORD-IDX > 5.
006370 2560-EXIT.
006380     EXIT.
006390
006400 2561-CHECK-ONE-WORD.
006410     IF WS-WORD (WS-WORD-IDX) (9:1) NOT = SPACE
006420         MOVE "MEASURE NAMES ARE AT MOST 8 CHARACTERS"
006430              TO WS-ERROR-TEXT
006440     END-IF.
006450 2561-EXIT.
006460     EXIT.
006470
006480 2562-ADD-ONE-WORD.
006490     IF WS-WORD (WS-WORD-IDX) = SPACES
006500         GO TO 2562-EXIT
006510     END-IF
006520     MOVE 0 TO WS-LIST-MATCH
006530     PERFORM 2563-MATCH-ONE-MEASURE THRU 2563-EXIT
006540         VARYING WS-LIST-IDX FROM 1 BY 1
006550         UNTIL WS-LIST-IDX > WS-SB-MEASURE-COUNT (WS-MATCH-IDX)
006560     IF WS-LIST-MATCH > 0
006570         GO TO 2562-EXIT
006580     END-IF
006590     IF WS-SB-MEASURE-COUNT (WS-MATCH-IDX) >= 10
006600         DISPLAY "SUBS-MAINT: card " WS-CARD-READ-COUNT
006610                 " - 10 measures already listed, "
006620                 WS-WORD (WS-WORD-IDX) " not added"
006630         GO TO 2562-EXIT
006640     END-IF
006650     ADD 1 TO WS-SB-MEASURE-COUNT (WS-MATCH-IDX)
006660     MOVE WS-WORD (WS-WORD-IDX) TO WS-SB-MEASURE-NAME
006670          (WS-MATCH-IDX, WS-SB-MEASURE-COUNT (WS-MATCH-IDX)).
006680 2562-EXIT.
006690     EXIT.
006700
006710 2563-MATCH-ONE-MEASURE.
006720     IF WS-SB-MEASURE-NAME (WS-MATCH-IDX, WS-LIST-IDX)
006730             = WS-WORD (WS-WORD-IDX)
006740         MOVE WS-LIST-IDX TO WS-LIST-MATCH
006750     END-IF.
006760 2563-EXIT.
006770     EXIT.
006780
006790*    A DATE ALONE MEANS FROM THE FIRST HOUR OR THRU THE LAST
006800*    HOUR OF THAT DAY.
006810 2570-SET-PERIOD.
006820     MOVE MNT-VALUE (1:10) TO WS-STAMP-WORK
006830     IF WS-STAMP-WORK = SPACES
006840         IF MNT-ITEM = "FROM"
006850             MOVE 0 TO WS-SB-FROM-STAMP (WS-MATCH-IDX)
006860         ELSE
006870             MOVE 9999999999 TO WS-SB-THRU-STAMP (WS-MATCH-IDX)
006880         END-IF
006890         GO TO 2570-EXIT
006900     END-IF
006910     IF WS-STAMP-WORK (9:2) = SPACES
006920         IF MNT-ITEM = "FROM"
006930             MOVE "00" TO WS-STAMP-WORK (9:2)
006940         ELSE
006950             MOVE "23" TO WS-STAMP-WORK (9:2)
006960         END-IF
006970     END-IF
006980     IF WS-STAMP-WORK NOT NUMERIC
006990             OR WS-STAMP-WORK (5:2) < "01"
007000             OR WS-STAMP-WORK (5:2) > "12"
007010             OR WS-STAMP-WORK (7:2) < "01"
007020             OR WS-STAMP-WORK (7:2) > "31"
007030             OR WS-STAMP-WORK (9:2) > "23"
007040         MOVE "PERIOD MUST BE YYYYMMDD OR YYYYMMDDHH"
007050              TO WS-ERROR-TEXT
007060         GO TO 2570-EXIT
007070     END-IF
007080     IF MNT-ITEM = "FROM"
007090         IF WS-STAMP-WORK > WS-SB-THRU-STAMP (WS-MATCH-IDX)
007100             MOVE "FROM IS AFTER THRU" TO WS-ERROR-TEXT
007110             GO TO 2570-EXIT
007120         END-IF
007130         MOVE WS-STAMP-WORK TO WS-SB-FROM-STAMP (WS-MATCH-IDX)
007140     ELSE
007150         IF WS-STAMP-WORK < WS-SB-FROM-STAMP (WS-MATCH-IDX)
007160             MOVE "THRU IS BEFORE FROM" TO WS-ERROR-TEXT
007170             GO TO 2570-EXIT
007180         END-IF
007190         MOVE WS-STAMP-WORK TO WS-SB-THRU-STAMP (WS-MATCH-IDX)
007200     END-IF.
007210 2570-EXIT.
007220     EXIT.
007230
007240 2580-FIND-STATION.
007250     MOVE 0 TO WS-LIST-MATCH
007260     PERFORM 2581-MATCH-ONE-STATION THRU 2581-EXIT
007270         VARYING WS-LIST-IDX FROM 1 BY 1
007280         UNTIL WS-LIST-IDX > WS-SB-STATION-COUNT (WS-MATCH-IDX).
007290 2580-EXIT.
007300     EXIT.
007310
007320 2581-MATCH-ONE-STATION.
007330     IF WS-SB-STATION (WS-MATCH-IDX, WS-LIST-IDX) = MNT-STATION
007340         MOVE WS-LIST-IDX TO WS-LIST-MATCH
007350     END-IF.
007360 2581-EXIT.
007370     EXIT.
007380
007390 2590-FIND-LOCATION.
007400     MOVE 0 TO WS-LIST-MATCH
007410     PERFORM 2591-MATCH-ONE-LOCATION THRU 2591-EXIT
007420         VARYING WS-LIST-IDX FROM 1 BY 1
007430         UNTIL WS-LIST-IDX > WS-SB-LOCATION-COUNT (WS-MATCH-IDX).
007440 2590-EXIT.
007450     EXIT.
007460
007470 2591-MATCH-ONE-LOCATION.
007480     IF WS-SB-LOCATION (WS-MATCH-IDX, WS-LIST-IDX)
007490             = MNT-VALUE (1:20)
007500         MOVE WS-LIST-IDX TO WS-LIST-MATCH
007510     END-IF.
007520 2591-EXIT.
007530     EXIT.
007540
007550*-----------------------------------------------------------*
007560* 3000-REWRITE-SUBSCRIPTIONS - WRITES THE UPDATED TABLE BACK *
007570* OVER THE SUBSCRIPTION FILE.                                *
007580*-----------------------------------------------------------*
007590 3000-REWRITE-SUBSCRIPTIONS.
007600     OPEN OUTPUT SUBSCRIPTION-FILE
007610     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
007620         VARYING WS-SUB-IDX FROM 1 BY 1
007630         UNTIL WS-SUB-IDX > WS-SUB-COUNT
007640     CLOSE SUBSCRIPTION-FILE.
007650 3000-EXIT.
007660     EXIT.
007670
007680 3100-WRITE-ONE-ENTRY.
007690     MOVE SPACES TO SUBSCRIPTION-RECORD
007700     MOVE WS-SB-SUBSCRIBER (WS-SUB-IDX)  TO SB-SUBSCRIBER
007710     MOVE WS-SB-FROM-STAMP (WS-SUB-IDX)  TO SB-FROM-STAMP
007720     MOVE WS-SB-THRU-STAMP (WS-SUB-IDX)  TO SB-THRU-STAMP
007730     MOVE WS-SB-DELIMITER (WS-SUB-IDX)   TO SB-DELIMITER
007740     MOVE WS-SB-DATE-FORMAT (WS-SUB-IDX) TO SB-DATE-FORMAT
007750     MOVE WS-SB-MEASURE-MODE (WS-SUB-IDX) TO SB-MEASURE-MODE
007760     MOVE WS-SB-MEASURE-COUNT (WS-SUB-IDX) TO SB-MEASURE-COUNT
007770     MOVE WS-SB-ALL-STATIONS (WS-SUB-IDX) TO SB-ALL-STATIONS
007780     MOVE WS-SB-STATION-COUNT (WS-SUB-IDX) TO SB-STATION-COUNT
007790     MOVE WS-SB-LOCATION-COUNT (WS-SUB-IDX)
007800          TO SB-LOCATION-COUNT
007810     PERFORM 3110-WRITE-ONE-FIELD-FLAG THRU 3110-EXIT
007820         VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 6
007830     PERFORM 3120-WRITE-ONE-MEASURE THRU 3120-EXIT
007840         VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 10
007850     PERFORM 3130-WRITE-ONE-STATION THRU 3130-EXIT
007860         VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 50
007870     PERFORM 3140-WRITE-ONE-LOCATION THRU 3140-EXIT
007880         VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 10
007890     WRITE SUBSCRIPTION-RECORD.
007900 3100-EXIT.
007910     EXIT.
007920
007930 3110-WRITE-ONE-FIELD-FLAG.
007940     MOVE WS-SB-FIELD-FLAG (WS-SUB-IDX, WS-LIST-IDX)
007950          TO SB-FIELD-FLAG (WS-LIST-IDX).
007960 3110-EXIT.
007970     EXIT.
007980
007990 3120-WRITE-ONE-MEASURE.
008000     IF WS-LIST-IDX > WS-SB-MEASURE-COUNT (WS-SUB-IDX)
008010         MOVE SPACES TO SB-MEASURE-NAME (WS-LIST-IDX)
008020     ELSE
008030         MOVE WS-SB-MEASURE-NAME (WS-SUB-IDX, WS-LIST-IDX)
008040              TO SB-MEASURE-NAME (WS-LIST-IDX)
008050     END-IF.
008060 3120-EXIT.
008070     EXIT.
008080
008090 3130-WRITE-ONE-STATION.
008100     IF WS-LIST-IDX > WS-SB-STATION-COUNT (WS-SUB-IDX)
008110         MOVE 0 TO SB-STATION (WS-LIST-IDX)
008120     ELSE
008130         MOVE WS-SB-STATION (WS-SUB-IDX, WS-LIST-IDX)
008140              TO SB-STATION (WS-LIST-IDX)
008150     END-IF.
008160 3130-EXIT.
008170     EXIT.
008180
008190 3140-WRITE-ONE-LOCATION.
008200     IF WS-LIST-IDX > WS-SB-LOCATION-COUNT (WS-SUB-IDX)
008210         MOVE SPACES TO SB-LOCATION (WS-LIST-IDX)
008220     ELSE
008230         MOVE WS-SB-LOCATION (WS-SUB-IDX, WS-LIST-IDX)
008240              TO SB-LOCATION (WS-LIST-IDX)
008250     END-IF.
008260 3140-EXIT.
008270     EXIT.
008280
008290*-----------------------------------------------------------*
008300* 9999-TERMINATE                                             *
008310*-----------------------------------------------------------*
008320 9999-TERMINATE.
008330     DISPLAY "SUBS-MAINT: " WS-CARD-READ-COUNT
008340             " cards read, " WS-ADDED-COUNT " added, "
008350             WS-CHANGED-COUNT " changed, "
008360             WS-DELETED-COUNT " deleted, "
008370             WS-CARD-ERROR-COUNT " in error."
008380     IF WS-SUB-OVERFLOW
008390         MOVE 16 TO RETURN-CODE
008400         GO TO 9999-EXIT
008410     END-IF
008420     IF WS-CARD-ERROR-COUNT > 0
008430         MOVE 8 TO RETURN-CODE
008440     ELSE
008450         MOVE 0 TO RETURN-CODE
008460     END-IF.
008470 9999-EXIT.
008480     EXIT.
