000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALIB-MAINT.
000030 AUTHOR. DATA-SERVICES-GROUP.
000040 INSTALLATION. WEATHER-REPORTING-SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY                                      *
000100*-----------------------------------------------------------*
000110* 2026-10-15  DSG  ORIGINAL - CARD DRIVEN MAINTENANCE OF THE *
000120*                  SENSOR CALIBRATION FILE (WEATHERCALIB.DAT)*
000130*                  ACTION A ADDS AN EFFECTIVE-DATED OFFSET   *
000140*                  AND/OR MULTIPLIER FOR ONE FIELD (DATA3    *
000150*                  THRU DATA8) OF ONE STATION, ACTION D      *
000160*                  DELETES ONE BY STATION, FIELD AND FROM-   *
000170*                  STAMP.  READTESTDATA APPLIES THE MATCHING *
000180*                  CORRECTION BEFORE THE RANGE EDIT.         *
000190*-----------------------------------------------------------*
000200*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT MAINT-CARD-FILE ASSIGN TO "WEATHERCALMNT.DAT"
000250     ORGANIZATION IS LINE SEQUENTIAL
000260     FILE STATUS IS WS-CARD-FILE-STATUS.
000270
000280     SELECT OPTIONAL CALIBRATION-FILE ASSIGN TO
000290     "WEATHERCALIB.DAT"
000300     ORGANIZATION IS LINE SEQUENTIAL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  MAINT-CARD-FILE.
000350 01  MAINT-CARD.
000360     05 MNT-ACTION              PIC X(01).
000370     05 FILLER                  PIC X(01).
000380     05 MNT-STATION             PIC X(06).
000390     05 FILLER                  PIC X(01).
000400     05 MNT-FIELD               PIC X(01).
000410     05 FILLER                  PIC X(01).
000420     05 MNT-FROM-STAMP          PIC X(10).
000430     05 FILLER                  PIC X(01).
000440     05 MNT-TO-STAMP            PIC X(10).
000450     05 FILLER                  PIC X(01).
000460     05 MNT-OFFSET              PIC X(06).
000470     05 FILLER                  PIC X(01).
000480     05 MNT-MULTIPLIER          PIC X(06).
000490     05 FILLER                  PIC X(01).
000500     05 MNT-REASON              PIC X(30).
000510
000520*    ONE CORRECTION PER RECORD.  CB-FIELD IS THE DATA FIELD
000530*    NUMBER (3 = DATA3 ... 8 = DATA8).  THE CORRECTED VALUE IS
000540*    RAW VALUE TIMES CB-MULTIPLIER PLUS CB-OFFSET, APPLIED TO
000550*    READINGS WHOSE DATA2 FALLS FROM CB-FROM-STAMP THRU
000560*    CB-TO-STAMP INCLUSIVE.
000570 FD  CALIBRATION-FILE.
000580 01  CALIBRATION-RECORD.
000590     05 CB-STATION              PIC 9(06).
000600     05 FILLER                  PIC X(01).
000610     05 CB-FIELD                PIC 9(01).
000620     05 FILLER                  PIC X(01).
000630     05 CB-FROM-STAMP           PIC 9(10).
000640     05 FILLER                  PIC X(01).
000650     05 CB-TO-STAMP             PIC 9(10).
000660     05 FILLER                  PIC X(01).
000670     05 CB-OFFSET               PIC +999.9.
000680     05 CB-OFFSET-X REDEFINES CB-OFFSET
000690                                PIC X(06).
000700     05 FILLER                  PIC X(01).
000710     05 CB-MULTIPLIER           PIC 9.9999.
000720     05 CB-MULTIPLIER-X REDEFINES CB-MULTIPLIER
000730                                PIC X(06).
000740     05 FILLER                  PIC X(01).
000750     05 CB-REASON               PIC X(30).
000760
000770 WORKING-STORAGE SECTION.
000780 77  WS-CARD-FILE-STATUS        PIC X(02) VALUE "00".
000790 77  WS-CARD-READ-COUNT         PIC 9(06) VALUE 0.
000800 77  WS-ADDED-COUNT             PIC 9(06) VALUE 0.
000810 77  WS-DELETED-COUNT           PIC 9(06) VALUE 0.
000820 77  WS-CARD-ERROR-COUNT        PIC 9(06) VALUE 0.
000830
000840 77  WS-CALIB-COUNT             PIC 9(03) VALUE 0.
000850 77  WS-CALIB-IDX               PIC 9(03) VALUE 0.
000860 77  WS-MATCH-IDX               PIC 9(03) VALUE 0.
000870 77  WS-SHIFT-IDX               PIC 9(03) VALUE 0.
000880 01  WS-CALIB-TABLE.
000890     05 WS-CALIB-ENTRY      OCCURS 200 TIMES.
000900        10 WS-CB-STATION        PIC 9(06).
000910        10 WS-CB-FIELD          PIC 9(01).
000920        10 WS-CB-FROM-STAMP     PIC 9(10).
000930        10 WS-CB-TO-STAMP       PIC 9(10).
000940        10 WS-CB-OFFSET         PIC S9(03)V9.
000950        10 WS-CB-MULTIPLIER     PIC 9(01)V9(04).
000960        10 WS-CB-REASON         PIC X(30).
000970
000980 77  WS-NEW-OFFSET              PIC S9(03)V9 VALUE 0.
000990 77  WS-NEW-MULTIPLIER          PIC 9(01)V9(04) VALUE 0.
001000 77  WS-NUMVAL-WORK             PIC S9(05)V9(04) VALUE 0.
001010
001020 01  WS-SWITCHES.
001030     05 WS-CARDS-EOF-SW         PIC X(01) VALUE 'N'.
001040        88 WS-CARDS-EOF                    VALUE 'Y'.
001050     05 WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
001060        88 WS-CAL-EOF                      VALUE 'Y'.
001070     05 WS-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
001080        88 WS-ENTRY-FOUND                  VALUE 'Y'.
001090     05 WS-OVERLAP-FOUND-SW     PIC X(01) VALUE 'N'.
001100        88 WS-OVERLAP-FOUND                VALUE 'Y'.
001110     05 WS-CAL-OVERFLOW-SW      PIC X(01) VALUE 'N'.
001120        88 WS-CAL-OVERFLOW                 VALUE 'Y'.
001130
001140 PROCEDURE DIVISION.
001150*
001160*-----------------------------------------------------------*
001170* 0000-MAIN-LOGIC                                           *
001180*-----------------------------------------------------------*
001190 0000-MAIN-LOGIC.
001200     PERFORM 1000-LOAD-CALIBRATIONS THRU 1000-EXIT
001210*    A FILE THE TABLE CANNOT HOLD WHOLE MUST NOT BE REWRITTEN
001220*    FROM A TRUNCATED LOAD - THE RUN IS REFUSED AND THE FILE
001230*    ON DISK IS LEFT EXACTLY AS IT WAS.
001240     IF WS-CAL-OVERFLOW
001250         DISPLAY "CALIB-MAINT: run refused - no cards "
001260                 "applied, WEATHERCALIB.DAT left untouched"
001270     ELSE
001280         PERFORM 2000-APPLY-ALL-CARDS THRU 2000-EXIT
001290         PERFORM 3000-REWRITE-CALIBRATIONS THRU 3000-EXIT
001300     END-IF
001310     PERFORM 9999-TERMINATE       THRU 9999-EXIT
001320     GOBACK.
001330
001340*-----------------------------------------------------------*
001350* 1000-LOAD-CALIBRATIONS - READS THE CURRENT CALIBRATION     *
001360* FILE INTO THE WORKING STORAGE TABLE.  AN ABSENT OR EMPTY   *
001370* FILE IS NOT AN ERROR - THE FIRST EVER RUN OF THIS PROGRAM  *
001380* IS HOW THE FILE GETS CREATED.                              *
001390*-----------------------------------------------------------*
001400 1000-LOAD-CALIBRATIONS.
001410     OPEN INPUT CALIBRATION-FILE
001420     PERFORM 1100-READ-CAL-RECORD THRU 1100-EXIT
001430         UNTIL WS-CAL-EOF
001440     CLOSE CALIBRATION-FILE.
001450 1000-EXIT.
001460     EXIT.
001470
001480 1100-READ-CAL-RECORD.
001490     READ CALIBRATION-FILE
001500         AT END
001510             SET WS-CAL-EOF TO TRUE
001520             GO TO 1100-EXIT
001530     END-READ
001540     IF WS-CALIB-COUNT >= 200
001550         DISPLAY "CALIB-MAINT: error - more than 200 "
001560                 "corrections on WEATHERCALIB.DAT - purge "
001570                 "retired corrections first"
001580         SET WS-CAL-OVERFLOW TO TRUE
001590         SET WS-CAL-EOF TO TRUE
001600         GO TO 1100-EXIT
001610     END-IF
001620     ADD 1 TO WS-CALIB-COUNT
001630     MOVE CB-STATION    TO WS-CB-STATION (WS-CALIB-COUNT)
001640     MOVE CB-FIELD      TO WS-CB-FIELD (WS-CALIB-COUNT)
001650     MOVE CB-FROM-STAMP TO WS-CB-FROM-STAMP (WS-CALIB-COUNT)
001660     MOVE CB-TO-STAMP   TO WS-CB-TO-STAMP (WS-CALIB-COUNT)
001670     COMPUTE WS-CB-OFFSET (WS-CALIB-COUNT) =
001680             FUNCTION NUMVAL (CB-OFFSET-X)
001690     COMPUTE WS-CB-MULTIPLIER (WS-CALIB-COUNT) =
001700             FUNCTION NUMVAL (CB-MULTIPLIER-X)
001710     MOVE CB-REASON     TO WS-CB-REASON (WS-CALIB-COUNT).
001720 1100-EXIT.
001730     EXIT.
001740
001750*-----------------------------------------------------------*
001760* 2000-APPLY-ALL-CARDS                                       *
001770*-----------------------------------------------------------*
001780 2000-APPLY-ALL-CARDS.
001790     OPEN INPUT MAINT-CARD-FILE
001800     IF WS-CARD-FILE-STATUS NOT = "00"
001810         DISPLAY "CALIB-MAINT: unable to open "
001820                 "WEATHERCALMNT.DAT - file status "
001830                 WS-CARD-FILE-STATUS
001840         SET WS-CARDS-EOF TO TRUE
001850         GO TO 2000-EXIT
001860     END-IF
001870     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
001880         UNTIL WS-CARDS-EOF
001890     CLOSE MAINT-CARD-FILE.
001900 2000-EXIT.
001910     EXIT.
001920
001930 2100-APPLY-ONE-CARD.
001940     READ MAINT-CARD-FILE
001950         AT END
001960             SET WS-CARDS-EOF TO TRUE
001970             GO TO 2100-EXIT
001980     END-READ
001990     ADD 1 TO WS-CARD-READ-COUNT
002000     IF MNT-STATION NOT NUMERIC
002010             OR MNT-FROM-STAMP NOT NUMERIC
002020         ADD 1 TO WS-CARD-ERROR-COUNT
002030         DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
002040                 " rejected - station and from-stamp must be "
002050                 "numeric: " MNT-STATION " " MNT-FROM-STAMP
002060         GO TO 2100-EXIT
002070     END-IF
002080     IF MNT-FIELD < "3" OR MNT-FIELD > "8"
002090         ADD 1 TO WS-CARD-ERROR-COUNT
002100         DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
002110                 " rejected - field must be 3 thru 8 (DATA3 "
002120                 "thru DATA8): " MNT-FIELD
002130         GO TO 2100-EXIT
002140     END-IF
002150     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT
002160     EVALUATE MNT-ACTION
002170         WHEN "A"
002180             PERFORM 2300-ADD-ENTRY THRU 2300-EXIT
002190         WHEN "D"
002200             PERFORM 2400-DELETE-ENTRY THRU 2400-EXIT
002210         WHEN OTHER
002220             ADD 1 TO WS-CARD-ERROR-COUNT
002230             DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
002240                     " rejected - unknown action code "
002250                     MNT-ACTION
002260     END-EVALUATE.
002270 2100-EXIT.
002280     EXIT.
002290
002300 2200-FIND-ENTRY.
002310     MOVE 'N' TO WS-ENTRY-FOUND-SW
002320     MOVE 0   TO WS-MATCH-IDX
002330     PERFORM 2210-CHECK-ONE-ENTRY THRU 2210-EXIT
002340         VARYING WS-CALIB-IDX FROM 1 BY 1
002350         UNTIL WS-CALIB-IDX > WS-CALIB-COUNT
002360            OR WS-ENTRY-FOUND.
002370 2200-EXIT.
002380     EXIT.
002390
002400 2210-CHECK-ONE-ENTRY.
002410     IF WS-CB-STATION (WS-CALIB-IDX) = MNT-STATION
002420             AND WS-CB-FIELD (WS-CALIB-IDX) = MNT-FIELD
002430             AND WS-CB-FROM-STAMP (WS-CALIB-IDX)
002440                 = MNT-FROM-STAMP
002450         SET WS-ENTRY-FOUND TO TRUE
002460         MOVE WS-CALIB-IDX TO WS-MATCH-IDX
002470     END-IF.
002480 2210-EXIT.
002490     EXIT.
002500
002510*-----------------------------------------------------------*
002520* 2300-ADD-ENTRY - A BLANK OFFSET MEANS NO OFFSET AND A      *
002530* BLANK MULTIPLIER MEANS 1.0000, BUT A CARD MUST CARRY AT    *
002540* LEAST ONE OF THE TWO.  TWO CORRECTIONS FOR THE SAME        *
002550* STATION AND FIELD MAY NOT OVERLAP IN TIME, OR A READING    *
002560* WOULD BE CORRECTED BY WHICHEVER ONE HAPPENED TO LOAD FIRST.*
002570*-----------------------------------------------------------*
002580 2300-ADD-ENTRY.
002590     IF WS-ENTRY-FOUND
002600         ADD 1 TO WS-CARD-ERROR-COUNT
002610         DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
002620                 " rejected - correction for station "
002630                 MNT-STATION " DATA" MNT-FIELD
002640                 " from " MNT-FROM-STAMP " already on file"
002650         GO TO 2300-EXIT
002660     END-IF
002670     IF MNT-TO-STAMP NOT NUMERIC
002680         ADD 1 TO WS-CARD-ERROR-COUNT
002690         DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
002700                 " rejected - to-stamp not numeric: "
002710                 MNT-TO-STAMP
002720         GO TO 2300-EXIT
002730     END-IF
002740     IF MNT-TO-STAMP < MNT-FROM-STAMP
002750         ADD 1 TO WS-CARD-ERROR-COUNT
002760         DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
002770                 " rejected - correction ends before it starts"
002780         GO TO 2300-EXIT
002790     END-IF
002800     IF MNT-OFFSET = SPACES AND MNT-MULTIPLIER = SPACES
002810         ADD 1 TO WS-CARD-ERROR-COUNT
002820         DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
002830                 " rejected - no offset or multiplier given"
002840         GO TO 2300-EXIT
002850     END-IF
002860     MOVE 0 TO WS-NEW-OFFSET
002870     IF MNT-OFFSET NOT = SPACES
002880         IF FUNCTION TEST-NUMVAL (MNT-OFFSET) NOT = 0
002890             ADD 1 TO WS-CARD-ERROR-COUNT
002900             DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
002910                     " rejected - offset not numeric: "
002920                     MNT-OFFSET
002930             GO TO 2300-EXIT
002940         END-IF
002950         COMPUTE WS-NUMVAL-WORK = FUNCTION NUMVAL (MNT-OFFSET)
002960         IF WS-NUMVAL-WORK > 999.9 OR WS-NUMVAL-WORK < -999.9
002970             ADD 1 TO WS-CARD-ERROR-COUNT
002980             DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
002990                     " rejected - offset out of range: "
003000                     MNT-OFFSET
003010             GO TO 2300-EXIT
003020         END-IF
003030         MOVE WS-NUMVAL-WORK TO WS-NEW-OFFSET
003040     END-IF
003050     MOVE 1 TO WS-NEW-MULTIPLIER
003060     IF MNT-MULTIPLIER NOT = SPACES
003070         IF FUNCTION TEST-NUMVAL (MNT-MULTIPLIER) NOT = 0
003080             ADD 1 TO WS-CARD-ERROR-COUNT
003090             DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
003100                     " rejected - multiplier not numeric: "
003110                     MNT-MULTIPLIER
003120             GO TO 2300-EXIT
003130         END-IF
003140         COMPUTE WS-NUMVAL-WORK =
003150                 FUNCTION NUMVAL (MNT-MULTIPLIER)
003160         IF WS-NUMVAL-WORK NOT > 0 OR WS-NUMVAL-WORK > 9.9999
003170             ADD 1 TO WS-CARD-ERROR-COUNT
003180             DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
003190                     " rejected - multiplier must be above 0 "
003200                     "and below 10: " MNT-MULTIPLIER
003210             GO TO 2300-EXIT
003220         END-IF
003230         MOVE WS-NUMVAL-WORK TO WS-NEW-MULTIPLIER
003240     END-IF
003250     MOVE 'N' TO WS-OVERLAP-FOUND-SW
003260     PERFORM 2310-CHECK-ONE-OVERLAP THRU 2310-EXIT
003270         VARYING WS-CALIB-IDX FROM 1 BY 1
003280         UNTIL WS-CALIB-IDX > WS-CALIB-COUNT
003290            OR WS-OVERLAP-FOUND
003300     IF WS-OVERLAP-FOUND
003310         ADD 1 TO WS-CARD-ERROR-COUNT
003320         DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
003330                 " rejected - overlaps the correction for "
003340                 "station " MNT-STATION " DATA" MNT-FIELD
003350                 " from " WS-CB-FROM-STAMP (WS-MATCH-IDX)
003360         GO TO 2300-EXIT
003370     END-IF
003380     IF WS-CALIB-COUNT >= 200
003390         ADD 1 TO WS-CARD-ERROR-COUNT
003400         DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
003410                 " rejected - calibration table is full"
003420         GO TO 2300-EXIT
003430     END-IF
003440     ADD 1 TO WS-CALIB-COUNT
003450     MOVE MNT-STATION    TO WS-CB-STATION (WS-CALIB-COUNT)
003460     MOVE MNT-FIELD      TO WS-CB-FIELD (WS-CALIB-COUNT)
003470     MOVE MNT-FROM-STAMP TO WS-CB-FROM-STAMP (WS-CALIB-COUNT)
003480     MOVE MNT-TO-STAMP   TO WS-CB-TO-STAMP (WS-CALIB-COUNT)
003490     MOVE WS-NEW-OFFSET  TO WS-CB-OFFSET (WS-CALIB-COUNT)
003500     MOVE WS-NEW-MULTIPLIER
003510                         TO WS-CB-MULTIPLIER (WS-CALIB-COUNT)
003520     MOVE MNT-REASON     TO WS-CB-REASON (WS-CALIB-COUNT)
003530     ADD 1 TO WS-ADDED-COUNT
003540     DISPLAY "CALIB-MAINT: added correction for station "
003550             MNT-STATION " DATA" MNT-FIELD " "
003560             MNT-FROM-STAMP " thru " MNT-TO-STAMP.
003570 2300-EXIT.
003580     EXIT.
003590
003600 2310-CHECK-ONE-OVERLAP.
003610     IF WS-CB-STATION (WS-CALIB-IDX) = MNT-STATION
003620             AND WS-CB-FIELD (WS-CALIB-IDX) = MNT-FIELD
003630             AND WS-CB-FROM-STAMP (WS-CALIB-IDX)
003640                 NOT > MNT-TO-STAMP
003650             AND WS-CB-TO-STAMP (WS-CALIB-IDX)
003660                 NOT < MNT-FROM-STAMP
003670         SET WS-OVERLAP-FOUND TO TRUE
003680         MOVE WS-CALIB-IDX TO WS-MATCH-IDX
003690     END-IF.
003700 2310-EXIT.
003710     EXIT.
003720
003730*-----------------------------------------------------------*
003740* 2400-DELETE-ENTRY - THE ENTRIES ABOVE THE DELETED ONE ARE  *
003750* SHIFTED DOWN ONE SLOT SO THE TABLE STAYS DENSE FOR THE     *
003760* REWRITE.                                                   *
003770*-----------------------------------------------------------*
003780 2400-DELETE-ENTRY.
003790     IF NOT WS-ENTRY-FOUND
003800         ADD 1 TO WS-CARD-ERROR-COUNT
003810         DISPLAY "CALIB-MAINT: card " WS-CARD-READ-COUNT
003820                 " rejected - correction for station "
003830                 MNT-STATION " DATA" MNT-FIELD
003840                 " from " MNT-FROM-STAMP " not on file"
003850         GO TO 2400-EXIT
003860     END-IF
003870     PERFORM 2410-SHIFT-ONE-ENTRY THRU 2410-EXIT
003880         VARYING WS-SHIFT-IDX FROM WS-MATCH-IDX BY 1
003890         UNTIL WS-SHIFT-IDX >= WS-CALIB-COUNT
003900     SUBTRACT 1 FROM WS-CALIB-COUNT
003910     ADD 1 TO WS-DELETED-COUNT
003920     DISPLAY "CALIB-MAINT: deleted correction for station "
003930             MNT-STATION " DATA" MNT-FIELD
003940             " from " MNT-FROM-STAMP.
003950 2400-EXIT.
003960     EXIT.
003970
003980 2410-SHIFT-ONE-ENTRY.
003990     MOVE WS-CALIB-ENTRY (WS-SHIFT-IDX + 1)
004000          TO WS-CALIB-ENTRY (WS-SHIFT-IDX).
004010 2410-EXIT.
004020     EXIT.
004030
004040*-----------------------------------------------------------*
004050* 3000-REWRITE-CALIBRATIONS - WRITES THE UPDATED TABLE BACK  *
004060* OVER THE CALIBRATION FILE.                                 *
004070*-----------------------------------------------------------*
004080 3000-REWRITE-CALIBRATIONS.
004090     OPEN OUTPUT CALIBRATION-FILE
004100     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
004110         VARYING WS-CALIB-IDX FROM 1 BY 1
004120         UNTIL WS-CALIB-IDX > WS-CALIB-COUNT
004130     CLOSE CALIBRATION-FILE.
004140 3000-EXIT.
004150     EXIT.
004160
004170 3100-WRITE-ONE-ENTRY.
004180     MOVE SPACES TO CALIBRATION-RECORD
004190     MOVE WS-CB-STATION (WS-CALIB-IDX)    TO CB-STATION
004200     MOVE WS-CB-FIELD (WS-CALIB-IDX)      TO CB-FIELD
004210     MOVE WS-CB-FROM-STAMP (WS-CALIB-IDX) TO CB-FROM-STAMP
004220     MOVE WS-CB-TO-STAMP (WS-CALIB-IDX)   TO CB-TO-STAMP
004230     MOVE WS-CB-OFFSET (WS-CALIB-IDX)     TO CB-OFFSET
004240     MOVE WS-CB-MULTIPLIER (WS-CALIB-IDX) TO CB-MULTIPLIER
004250     MOVE WS-CB-REASON (WS-CALIB-IDX)     TO CB-REASON
004260     WRITE CALIBRATION-RECORD.
004270 3100-EXIT.
004280     EXIT.
004290
004300*-----------------------------------------------------------*
004310* 9999-TERMINATE                                             *
004320*-----------------------------------------------------------*
004330 9999-TERMINATE.
004340     DISPLAY "CALIB-MAINT: " WS-CARD-READ-COUNT
004350             " cards read, " WS-ADDED-COUNT " added, "
004360             WS-DELETED-COUNT " deleted, "
004370             WS-CARD-ERROR-COUNT " in error."
004380     IF WS-CAL-OVERFLOW
004390         MOVE 16 TO RETURN-CODE
004400         GO TO 9999-EXIT
004410     END-IF
004420     IF WS-CARD-ERROR-COUNT > 0
004430         MOVE 8 TO RETURN-CODE
004440     ELSE
004450         MOVE 0 TO RETURN-CODE
004460     END-IF.
004470 9999-EXIT.
004480     EXIT.
004490
