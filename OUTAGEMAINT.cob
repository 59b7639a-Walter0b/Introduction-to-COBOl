000150*                  READTESTDATA READS THE CALENDAR TO MARK   *
000160*                  GAPS AND ALERTS INSIDE A WINDOW AS        *
000170*                  PLANNED INSTEAD OF RAISING THEM.          *
000180* 2026-10-15  DSG  OPERATOR AUTHORIZATION - EVERY CARD NOW   *
000190*                  CARRIES THE SUBMITTING OPERATOR'S ID,     *
000200*                  WHICH OPERAUTH.DAT MUST GRANT OUTM CARDS. *
000210*                  A WINDOW LONGER THAN THE OUTH HOURS ON    *
000220*                  APPRPARM.DAT ALSO NEEDS A SECOND,         *
000230*                  DIFFERENT AUTHORIZED OPERATOR AS          *
000240*                  APPROVER.  A CARD FAILING EITHER TEST IS  *
000250*                  HELD ON MAINTPEND.DAT, NOT APPLIED.  NEW  *
000260*                  LISTING OUTAGEMAINT.TXT SHOWS EVERY CARD  *
000270*                  WITH BOTH IDS AND WHAT BECAME OF IT.      *
000280*-----------------------------------------------------------*
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MAINT-CARD-FILE ASSIGN TO "OUTAGEMNT.DAT"
000340     ORGANIZATION IS LINE SEQUENTIAL
000350     FILE STATUS IS WS-CARD-FILE-STATUS.
000360
000370     SELECT OPTIONAL OUTAGE-CAL-FILE ASSIGN TO
000380     "OUTAGECAL.DAT"
000390     ORGANIZATION IS LINE SEQUENTIAL.
000400
000410     SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
000420     ORGANIZATION IS LINE SEQUENTIAL.
000430
000440     SELECT OPTIONAL APPROVAL-PARM-FILE ASSIGN TO
000450     "APPRPARM.DAT"
000460     ORGANIZATION IS LINE SEQUENTIAL.
000470
000480     SELECT OPTIONAL PENDING-FILE ASSIGN TO "MAINTPEND.DAT"
000490     ORGANIZATION IS LINE SEQUENTIAL.
000500
000510     SELECT LISTING-FILE ASSIGN TO "OUTAGEMAINT.TXT"
000520     ORGANIZATION IS LINE SEQUENTIAL.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  MAINT-CARD-FILE.
000570 01  MAINT-CARD.
000580     05 MNT-ACTION              PIC X(01).
000590     05 FILLER                  PIC X(01).
000600     05 MNT-STATION             PIC X(06).
000610     05 FILLER                  PIC X(01).
000620     05 MNT-FROM-STAMP          PIC X(10).
000630     05 FILLER                  PIC X(01).
000640     05 MNT-TO-STAMP            PIC X(10).
000650     05 FILLER                  PIC X(01).
000660     05 MNT-REASON              PIC X(30).
000670     05 FILLER                  PIC X(01).
000680     05 MNT-SUBMITTER           PIC X(08).
000690     05 FILLER                  PIC X(01).
000700     05 MNT-APPROVER            PIC X(08).
000710*    COLUMNS 63-70 CARRY THE SUBMITTING OPERATOR'S ID AND 72-79
000720*    THE SECOND APPROVER'S.  THE APPROVER IS REQUIRED ONLY ON
000730*    AN A CARD WHOSE WINDOW IS LONGER THAN THE OUTH HOURS.
000740
000750 FD  OUTAGE-CAL-FILE.
000760 01  OUTAGE-CAL-RECORD.
000770     05 OUT-STATION             PIC 9(06).
000780     05 FILLER                  PIC X(01).
000790     05 OUT-FROM-STAMP          PIC 9(10).
000800     05 FILLER                  PIC X(01).
000810     05 OUT-TO-STAMP            PIC 9(10).
000820     05 FILLER                  PIC X(01).
000830     05 OUT-REASON              PIC X(30).
000840
000850*    OPERATORS AND THE CARD TYPES EACH MAY SUBMIT OR APPROVE -
000860*    STNM STATION-MAINT, OUTM OUTAGE-MAINT, RSUB
000870*    WEATHER-RESUBMIT.
000880 FD  OPERATOR-AUTH-FILE.
000890 01  OPERATOR-AUTH-RECORD.
000900     05 OPA-ID                  PIC X(08).
000910     05 FILLER                  PIC X(01).
000920     05 OPA-TYPE-SLOT OCCURS 6 TIMES.
000930        10 OPA-CARD-TYPE        PIC X(04).
000940        10 FILLER               PIC X(01).
000950     05 OPA-NAME                PIC X(30).
000960
000970*    TAG/VALUE CARDS SHARED WITH WEATHER-RESUBMIT - ONLY OUTH
000980*    IS READ HERE.
000990 FD  APPROVAL-PARM-FILE.
001000 01  PARM-CARD.
001010     05 PARM-TAG                PIC X(04).
001020     05 FILLER                  PIC X(01).
001030     05 PARM-VALUE              PIC X(20).
001040
001050*    CARDS HELD FOR AUTHORIZATION OR APPROVAL BY ANY OF THE
001060*    MAINTENANCE PROGRAMS, WITH THE CARD IMAGE AS SUBMITTED.
001070 FD  PENDING-FILE.
001080 01  PENDING-RECORD.
001090     05 PND-CARD-TYPE           PIC X(04).
001100     05 FILLER                  PIC X(01).
001110     05 PND-RUN-ID              PIC 9(14).
001120     05 FILLER                  PIC X(01).
001130     05 PND-CARD-NUMBER         PIC 9(06).
001140     05 FILLER                  PIC X(01).
001150     05 PND-REASON              PIC X(40).
001160     05 FILLER                  PIC X(01).
001170     05 PND-CARD-IMAGE          PIC X(132).
001180
001190 FD  LISTING-FILE.
001200 01  LISTING-LINE               PIC X(132).
001210
001220 WORKING-STORAGE SECTION.
001230 77  WS-CARD-FILE-STATUS        PIC X(02) VALUE "00".
001240 77  WS-CARD-READ-COUNT         PIC 9(06) VALUE 0.
001250 77  WS-ADDED-COUNT             PIC 9(06) VALUE 0.
001260 77  WS-DELETED-COUNT           PIC 9(06) VALUE 0.
001270 77  WS-CARD-ERROR-COUNT        PIC 9(06) VALUE 0.
001280 77  WS-HELD-COUNT              PIC 9(06) VALUE 0.
001290
001300 77  WS-OUTAGE-COUNT            PIC 9(03) VALUE 0.
001310 77  WS-OUTAGE-IDX              PIC 9(03) VALUE 0.
001320 77  WS-MATCH-IDX               PIC 9(03) VALUE 0.
001330 77  WS-SHIFT-IDX               PIC 9(03) VALUE 0.
001340 01  WS-OUTAGE-TABLE.
001350     05 WS-OUTAGE-ENTRY     OCCURS 200 TIMES.
001360        10 WS-OUT-STATION       PIC 9(06).
001370        10 WS-OUT-FROM-STAMP    PIC 9(10).
001380        10 WS-OUT-TO-STAMP      PIC 9(10).
001390        10 WS-OUT-REASON        PIC X(30).
001400
001410*    OPERATORS OFF OPERAUTH.DAT, FLAGGED Y WHEN GRANTED OUTM.
001420 77  WS-OPER-COUNT              PIC 9(03) VALUE 0.
001430 77  WS-OPER-IDX                PIC 9(03) VALUE 0.
001440 77  WS-TYPE-IDX                PIC 9(01) VALUE 0.
001450 01  WS-OPER-TABLE.
001460     05 WS-OPER-ENTRY       OCCURS 100 TIMES.
001470        10 WS-OPER-ID           PIC X(08).
001480        10 WS-OPER-GRANTED      PIC X(01).
001490 77  WS-CHECK-ID                PIC X(08) VALUE SPACES.
001500 77  WS-HOLD-REASON             PIC X(40) VALUE SPACES.
001510 77  WS-CARD-RESULT             PIC X(60) VALUE SPACES.
001520
001530*    A WINDOW COVERING MORE HOURS THAN THIS NEEDS AN APPROVER.
001540 77  WS-MAX-WINDOW-HOURS        PIC 9(04) VALUE 24.
001550 77  WS-MAX-HOURS-ED            PIC Z(03)9.
001560 77  WS-PARM-NUMVAL             PIC S9(7)V9 VALUE 0.
001570 77  WS-WINDOW-HOURS            PIC S9(09) VALUE 0.
001580 77  WS-WINDOW-HOURS-ED         PIC Z(08)9.
001590 77  WS-FROM-DAY                PIC 9(07) VALUE 0.
001600 77  WS-FROM-HOUR               PIC 9(02) VALUE 0.
001610 77  WS-TO-DAY                  PIC 9(07) VALUE 0.
001620 01  WS-STAMP-WORK              PIC 9(10) VALUE 0.
001630 01  WS-STAMP-WORK-X  REDEFINES WS-STAMP-WORK.
001640     05 WS-STAMP-DATE           PIC 9(08).
001650     05 WS-STAMP-HOUR           PIC 9(02).
001660
001670 77  WS-RUN-ID                  PIC 9(14) VALUE 0.
001680 01  WS-NOW-STAMP               PIC 9(14) VALUE 0.
001690 01  WS-NOW-STAMP-X  REDEFINES WS-NOW-STAMP.
001700     05 WS-NOW-DATE             PIC 9(08).
001710     05 WS-NOW-TIME             PIC 9(06).
001720 77  WS-NOW-TIME-RAW            PIC 9(08) VALUE 0.
001730
001740 01  WS-SWITCHES.
001750     05 WS-CARDS-EOF-SW         PIC X(01) VALUE 'N'.
001760        88 WS-CARDS-EOF                    VALUE 'Y'.
001770     05 WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
001780        88 WS-CAL-EOF                      VALUE 'Y'.
001790     05 WS-WINDOW-FOUND-SW      PIC X(01) VALUE 'N'.
001800        88 WS-WINDOW-FOUND                 VALUE 'Y'.
001810     05 WS-CAL-OVERFLOW-SW      PIC X(01) VALUE 'N'.
001820        88 WS-CAL-OVERFLOW                 VALUE 'Y'.
001830     05 WS-AUTH-EOF-SW          PIC X(01) VALUE 'N'.
001840        88 WS-AUTH-EOF                     VALUE 'Y'.
001850     05 WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
001860        88 WS-PARM-EOF                     VALUE 'Y'.
001870     05 WS-OPER-FOUND-SW        PIC X(01) VALUE 'N'.
001880        88 WS-OPER-FOUND                   VALUE 'Y'.
001890     05 WS-OPER-AUTH-SW         PIC X(01) VALUE 'N'.
001900        88 WS-OPER-AUTHORIZED              VALUE 'Y'.
001910     05 WS-APPROVAL-SW          PIC X(01) VALUE 'N'.
001920        88 WS-APPROVAL-NEEDED              VALUE 'Y'.
001930
001940 PROCEDURE DIVISION.
001950*
001960*-----------------------------------------------------------*
001970* 0000-MAIN-LOGIC                                           *
001980*-----------------------------------------------------------*
001990 0000-MAIN-LOGIC.
002000     PERFORM 0500-INITIALIZE      THRU 0500-EXIT
002010     PERFORM 1000-LOAD-CALENDAR   THRU 1000-EXIT
002020*    A CALENDAR THE TABLE CANNOT HOLD WHOLE MUST NOT BE
002030*    REWRITTEN FROM A TRUNCATED LOAD - THE RUN IS REFUSED
002040*    AND THE FILE ON DISK IS LEFT EXACTLY AS IT WAS.
002050     IF WS-CAL-OVERFLOW
002060         DISPLAY "OUTAGE-MAINT: run refused - no cards "
002070                 "applied, OUTAGECAL.DAT left untouched"
002080         MOVE SPACES TO LISTING-LINE
002090         STRING "RUN REFUSED - MORE THAN 200 WINDOWS ON "
002100                "OUTAGECAL.DAT, NO CARDS APPLIED"
002110                DELIMITED BY SIZE INTO LISTING-LINE
002120         WRITE LISTING-LINE
002130     ELSE
002140         PERFORM 2000-APPLY-ALL-CARDS THRU 2000-EXIT
002150         PERFORM 3000-REWRITE-CALENDAR THRU 3000-EXIT
002160     END-IF
002170     PERFORM 9999-TERMINATE       THRU 9999-EXIT
002180     GOBACK.
002190
002200*-----------------------------------------------------------*
002210* 0500-INITIALIZE - GIVES THE RUN A DATE/TIME ID FOR THE     *
002220* PENDING FILE, LOADS THE OPERATOR AUTHORITIES AND THE       *
002230* APPROVAL LIMIT, AND STARTS THE LISTING.  WITH NO           *
002240* OPERAUTH.DAT NOBODY IS AUTHORIZED AND EVERY CARD IS HELD.  *
002250*-----------------------------------------------------------*
002260 0500-INITIALIZE.
002270     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
002280     ACCEPT WS-NOW-TIME-RAW FROM TIME
002290*    TIME COMES BACK HHMMSSHH - ONLY HHMMSS IS KEPT.
002300     COMPUTE WS-NOW-TIME = WS-NOW-TIME-RAW / 100
002310     MOVE WS-NOW-STAMP TO WS-RUN-ID
002320     OPEN INPUT OPERATOR-AUTH-FILE
002330     PERFORM 0600-READ-AUTHORITY THRU 0600-EXIT
002340         UNTIL WS-AUTH-EOF
002350     CLOSE OPERATOR-AUTH-FILE
002360     IF WS-OPER-COUNT = 0
002370         DISPLAY "OUTAGE-MAINT: warning - no operators on "
002380                 "OPERAUTH.DAT, every card will be held"
002390     END-IF
002400     OPEN INPUT APPROVAL-PARM-FILE
002410     PERFORM 0700-READ-PARM-CARD THRU 0700-EXIT
002420         UNTIL WS-PARM-EOF
002430     CLOSE APPROVAL-PARM-FILE
002440     OPEN EXTEND PENDING-FILE
002450     OPEN OUTPUT LISTING-FILE
002460     MOVE SPACES TO LISTING-LINE
002470     STRING "OUTAGE CALENDAR MAINTENANCE LISTING - RUN "
002480            WS-RUN-ID
002490            DELIMITED BY SIZE INTO LISTING-LINE
002500     WRITE LISTING-LINE
002510     MOVE WS-MAX-WINDOW-HOURS TO WS-MAX-HOURS-ED
002520     MOVE SPACES TO LISTING-LINE
002530     STRING " WINDOWS LONGER THAN " WS-MAX-HOURS-ED
002540            " HOURS NEED A SECOND APPROVER"
002550            DELIMITED BY SIZE INTO LISTING-LINE
002560     WRITE LISTING-LINE
002570     MOVE SPACES TO LISTING-LINE
002580     WRITE LISTING-LINE
002590     MOVE SPACES TO LISTING-LINE
002600     STRING " CARD    A  STATN  FROM       THRU       "
002610            "SUBMITR  APPROVER  RESULT"
002620            DELIMITED BY SIZE INTO LISTING-LINE
002630     WRITE LISTING-LINE.
002640 0500-EXIT.
002650     EXIT.
002660
002670 0600-READ-AUTHORITY.
002680     READ OPERATOR-AUTH-FILE
002690         AT END
002700             SET WS-AUTH-EOF TO TRUE
002710             GO TO 0600-EXIT
002720     END-READ
002730     IF OPA-ID = SPACES
002740         GO TO 0600-EXIT
002750     END-IF
002760     IF WS-OPER-COUNT >= 100
002770         DISPLAY "OUTAGE-MAINT: warning - more than 100 "
002780                 "operators on OPERAUTH.DAT, ignoring " OPA-ID
002790         GO TO 0600-EXIT
002800     END-IF
002810     ADD 1 TO WS-OPER-COUNT
002820     MOVE OPA-ID TO WS-OPER-ID (WS-OPER-COUNT)
002830     MOVE "N"    TO WS-OPER-GRANTED (WS-OPER-COUNT)
002840     PERFORM 0610-CHECK-ONE-TYPE THRU 0610-EXIT
002850         VARYING WS-TYPE-IDX FROM 1 BY 1
002860         UNTIL WS-TYPE-IDX > 6.
002870 0600-EXIT.
002880     EXIT.
002890
002900 0610-CHECK-ONE-TYPE.
002910     IF OPA-CARD-TYPE (WS-TYPE-IDX) = "OUTM"
002920         MOVE "Y" TO WS-OPER-GRANTED (WS-OPER-COUNT)
002930     END-IF.
002940 0610-EXIT.
002950     EXIT.
002960
002970*-----------------------------------------------------------*
002980* 0700-READ-PARM-CARD - OUTH IS THE LONGEST WINDOW IN HOURS  *
002990* ONE OPERATOR MAY DECLARE ALONE (DEFAULT 24, AT MOST A      *
003000* YEAR).  OTHER TAGS BELONG TO WEATHER-RESUBMIT.             *
003010*-----------------------------------------------------------*
003020 0700-READ-PARM-CARD.
003030     READ APPROVAL-PARM-FILE
003040         AT END
003050             SET WS-PARM-EOF TO TRUE
003060             GO TO 0700-EXIT
003070     END-READ
003080     IF PARM-TAG NOT = "OUTH"
003090         GO TO 0700-EXIT
003100     END-IF
003110     IF FUNCTION TEST-NUMVAL (PARM-VALUE) NOT = 0
003120         DISPLAY "OUTAGE-MAINT: warning - parameter "
003130                 PARM-TAG " value not numeric, ignored"
003140         GO TO 0700-EXIT
003150     END-IF
003160     COMPUTE WS-PARM-NUMVAL = FUNCTION NUMVAL (PARM-VALUE)
003170     IF WS-PARM-NUMVAL >= 1 AND WS-PARM-NUMVAL <= 8784
003180         MOVE WS-PARM-NUMVAL TO WS-MAX-WINDOW-HOURS
003190     ELSE
003200         DISPLAY "OUTAGE-MAINT: warning - OUTH "
003210                 "must be 1 to 8784, ignored"
003220     END-IF.
003230 0700-EXIT.
003240     EXIT.
003250
003260*-----------------------------------------------------------*
003270* 1000-LOAD-CALENDAR - READS THE CURRENT OUTAGE CALENDAR     *
003280* INTO THE WORKING STORAGE TABLE.  AN ABSENT OR EMPTY        *
003290* CALENDAR IS NOT AN ERROR - THE FIRST EVER RUN OF THIS      *
003300* PROGRAM IS HOW THE CALENDAR GETS CREATED.                  *
003310*-----------------------------------------------------------*
003320 1000-LOAD-CALENDAR.
003330     OPEN INPUT OUTAGE-CAL-FILE
003340     PERFORM 1100-READ-CAL-RECORD THRU 1100-EXIT
003350         UNTIL WS-CAL-EOF
003360     CLOSE OUTAGE-CAL-FILE.
003370 1000-EXIT.
003380     EXIT.
003390
003400 1100-READ-CAL-RECORD.
003410     READ OUTAGE-CAL-FILE
003420         AT END
003430             SET WS-CAL-EOF TO TRUE
003440             GO TO 1100-EXIT
003450     END-READ
003460     IF WS-OUTAGE-COUNT >= 200
003470         DISPLAY "OUTAGE-MAINT: error - more than 200 windows "
003480                 "on OUTAGECAL.DAT - purge expired windows "
003490                 "first"
003500         SET WS-CAL-OVERFLOW TO TRUE
003510         SET WS-CAL-EOF TO TRUE
003520         GO TO 1100-EXIT
003530     END-IF
003540     ADD 1 TO WS-OUTAGE-COUNT
003550     MOVE OUT-STATION    TO WS-OUT-STATION (WS-OUTAGE-COUNT)
003560     MOVE OUT-FROM-STAMP TO WS-OUT-FROM-STAMP (WS-OUTAGE-COUNT)
003570     MOVE OUT-TO-STAMP   TO WS-OUT-TO-STAMP (WS-OUTAGE-COUNT)
003580     MOVE OUT-REASON     TO WS-OUT-REASON (WS-OUTAGE-COUNT).
003590 1100-EXIT.
003600     EXIT.
003610
003620*-----------------------------------------------------------*
003630* 2000-APPLY-ALL-CARDS                                       *
003640*-----------------------------------------------------------*
003650 2000-APPLY-ALL-CARDS.
003660     OPEN INPUT MAINT-CARD-FILE
003670     IF WS-CARD-FILE-STATUS NOT = "00"
003680         DISPLAY "OUTAGE-MAINT: unable to open OUTAGEMNT.DAT"
003690                 " - file status " WS-CARD-FILE-STATUS
003700         SET WS-CARDS-EOF TO TRUE
003710         GO TO 2000-EXIT
003720     END-IF
003730     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
003740         UNTIL WS-CARDS-EOF
003750     CLOSE MAINT-CARD-FILE.
003760 2000-EXIT.
003770     EXIT.
003780
003790*-----------------------------------------------------------*
003800* 2100-APPLY-ONE-CARD - EVERY CARD READ GETS ONE LINE ON THE *
003810* LISTING, WHATEVER BECAME OF IT.                            *
003820*-----------------------------------------------------------*
003830 2100-APPLY-ONE-CARD.
003840     READ MAINT-CARD-FILE
003850         AT END
003860             SET WS-CARDS-EOF TO TRUE
003870             GO TO 2100-EXIT
003880     END-READ
003890     ADD 1 TO WS-CARD-READ-COUNT
003900     MOVE SPACES TO WS-CARD-RESULT
003910     PERFORM 2150-PROCESS-CARD THRU 2150-EXIT
003920     PERFORM 2900-LIST-CARD THRU 2900-EXIT.
003930 2100-EXIT.
003940     EXIT.
003950
003960 2150-PROCESS-CARD.
003970     IF MNT-STATION NOT NUMERIC
003980             OR MNT-FROM-STAMP NOT NUMERIC
003990         ADD 1 TO WS-CARD-ERROR-COUNT
004000         DISPLAY "OUTAGE-MAINT: card " WS-CARD-READ-COUNT
004010                 " rejected - station and from-stamp must be "
004020                 "numeric: " MNT-STATION " " MNT-FROM-STAMP
004030         MOVE "REJECTED - STATION/FROM-STAMP NOT NUMERIC"
004040              TO WS-CARD-RESULT
004050         GO TO 2150-EXIT
004060     END-IF
004070     PERFORM 2500-CHECK-OPERATOR THRU 2500-EXIT
004080     IF WS-HOLD-REASON NOT = SPACES
004090         PERFORM 2600-HOLD-CARD THRU 2600-EXIT
004100         GO TO 2150-EXIT
004110     END-IF
004120     PERFORM 2200-FIND-WINDOW THRU 2200-EXIT
004130     EVALUATE MNT-ACTION
004140         WHEN "A"
004150             PERFORM 2300-ADD-WINDOW THRU 2300-EXIT
004160         WHEN "D"
004170             PERFORM 2400-DELETE-WINDOW THRU 2400-EXIT
004180         WHEN OTHER
004190             ADD 1 TO WS-CARD-ERROR-COUNT
004200             DISPLAY "OUTAGE-MAINT: card " WS-CARD-READ-COUNT
004210                     " rejected - unknown action code "
004220                     MNT-ACTION
004230             MOVE "REJECTED - UNKNOWN ACTION CODE"
004240                  TO WS-CARD-RESULT
004250     END-EVALUATE.
004260 2150-EXIT.
004270     EXIT.
004280
004290 2200-FIND-WINDOW.
004300     MOVE 'N' TO WS-WINDOW-FOUND-SW
004310     MOVE 0   TO WS-MATCH-IDX
004320     PERFORM 2210-CHECK-ONE-WINDOW THRU 2210-EXIT
004330         VARYING WS-OUTAGE-IDX FROM 1 BY 1
004340         UNTIL WS-OUTAGE-IDX > WS-OUTAGE-COUNT
004350            OR WS-WINDOW-FOUND.
004360 2200-EXIT.
004370     EXIT.
004380
004390 2210-CHECK-ONE-WINDOW.
004400     IF WS-OUT-STATION (WS-OUTAGE-IDX) = MNT-STATION
004410             AND WS-OUT-FROM-STAMP (WS-OUTAGE-IDX)
004420                 = MNT-FROM-STAMP
004430         SET WS-WINDOW-FOUND TO TRUE
004440         MOVE WS-OUTAGE-IDX TO WS-MATCH-IDX
004450     END-IF.
004460 2210-EXIT.
004470     EXIT.
004480
004490 2300-ADD-WINDOW.
004500     IF WS-WINDOW-FOUND
004510         ADD 1 TO WS-CARD-ERROR-COUNT
004520         DISPLAY "OUTAGE-MAINT: card " WS-CARD-READ-COUNT
004530                 " rejected - window for station " MNT-STATION
004540                 " from " MNT-FROM-STAMP
004550                 " already on the calendar"
004560         MOVE "REJECTED - WINDOW ALREADY ON THE CALENDAR"
004570              TO WS-CARD-RESULT
004580         GO TO 2300-EXIT
004590     END-IF
004600     IF MNT-TO-STAMP NOT NUMERIC
004610         ADD 1 TO WS-CARD-ERROR-COUNT
004620         DISPLAY "OUTAGE-MAINT: card " WS-CARD-READ-COUNT
004630                 " rejected - to-stamp not numeric: "
004640                 MNT-TO-STAMP
004650         MOVE "REJECTED - TO-STAMP NOT NUMERIC"
004660              TO WS-CARD-RESULT
004670         GO TO 2300-EXIT
004680     END-IF
004690     IF MNT-TO-STAMP < MNT-FROM-STAMP
004700         ADD 1 TO WS-CARD-ERROR-COUNT
004710         DISPLAY "OUTAGE-MAINT: card " WS-CARD-READ-COUNT
004720                 " rejected - window ends before it starts"
004730         MOVE "REJECTED - WINDOW ENDS BEFORE IT STARTS"
004740              TO WS-CARD-RESULT
004750         GO TO 2300-EXIT
004760     END-IF
004770     IF WS-OUTAGE-COUNT >= 200
004780         ADD 1 TO WS-CARD-ERROR-COUNT
004790         DISPLAY "OUTAGE-MAINT: card " WS-CARD-READ-COUNT
004800                 " rejected - outage table is full"
004810         MOVE "REJECTED - OUTAGE TABLE IS FULL"
004820              TO WS-CARD-RESULT
004830         GO TO 2300-EXIT
004840     END-IF
004850     ADD 1 TO WS-OUTAGE-COUNT
004860     MOVE MNT-STATION    TO WS-OUT-STATION (WS-OUTAGE-COUNT)
004870     MOVE MNT-FROM-STAMP TO WS-OUT-FROM-STAMP (WS-OUTAGE-COUNT)
004880     MOVE MNT-TO-STAMP   TO WS-OUT-TO-STAMP (WS-OUTAGE-COUNT)
004890     MOVE MNT-REASON     TO WS-OUT-REASON (WS-OUTAGE-COUNT)
004900     ADD 1 TO WS-ADDED-COUNT
004910     MOVE WS-WINDOW-HOURS TO WS-WINDOW-HOURS-ED
004920     STRING "ADDED - " WS-WINDOW-HOURS-ED " HOURS"
004930            DELIMITED BY SIZE INTO WS-CARD-RESULT
004940     DISPLAY "OUTAGE-MAINT: added window for station "
004950             MNT-STATION " " MNT-FROM-STAMP " thru "
004960             MNT-TO-STAMP.
004970 2300-EXIT.
004980     EXIT.
004990
005000*-----------------------------------------------------------*
005010* 2400-DELETE-WINDOW - THE ENTRIES ABOVE THE DELETED WINDOW  *
005020* ARE SHIFTED DOWN ONE SLOT SO THE TABLE STAYS DENSE FOR THE *
005030* REWRITE.                                                   *
005040*-----------------------------------------------------------*
005050 2400-DELETE-WINDOW.
005060     IF NOT WS-WINDOW-FOUND
005070         ADD 1 TO WS-CARD-ERROR-COUNT
005080         DISPLAY "OUTAGE-MAINT: card " WS-CARD-READ-COUNT
005090                 " rejected - window for station " MNT-STATION
005100                 " from " MNT-FROM-STAMP
005110                 " not on the calendar"
005120         MOVE "REJECTED - WINDOW NOT ON THE CALENDAR"
005130              TO WS-CARD-RESULT
005140         GO TO 2400-EXIT
005150     END-IF
005160     PERFORM 2410-SHIFT-ONE-WINDOW THRU 2410-EXIT
005170         VARYING WS-SHIFT-IDX FROM WS-MATCH-IDX BY 1
005180         UNTIL WS-SHIFT-IDX >= WS-OUTAGE-COUNT
005190     SUBTRACT 1 FROM WS-OUTAGE-COUNT
005200     ADD 1 TO WS-DELETED-COUNT
005210     MOVE "DELETED" TO WS-CARD-RESULT
005220     DISPLAY "OUTAGE-MAINT: deleted window for station "
005230             MNT-STATION " from " MNT-FROM-STAMP.
005240 2400-EXIT.
005250     EXIT.
005260
005270 2410-SHIFT-ONE-WINDOW.
005280     MOVE WS-OUTAGE-ENTRY (WS-SHIFT-IDX + 1)
005290          TO WS-OUTAGE-ENTRY (WS-SHIFT-IDX).
005300 2410-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------*
005340* 2500-CHECK-OPERATOR - THE SUBMITTER MUST BE ON OPERAUTH.DAT *
005350* WITH OUTM.  AN APPROVER, WHEN THE CARD NEEDS ONE OR NAMES  *
005360* ONE, MUST BE A DIFFERENT OPERATOR ALSO HOLDING OUTM.  A    *
005370* NON-BLANK WS-HOLD-REASON TELLS THE CALLER TO HOLD THE CARD.*
005380*-----------------------------------------------------------*
005390 2500-CHECK-OPERATOR.
005400     MOVE SPACES TO WS-HOLD-REASON
005410     MOVE 'N' TO WS-APPROVAL-SW
005420     MOVE 0 TO WS-WINDOW-HOURS
005430     IF MNT-ACTION = "A"
005440         PERFORM 2550-MEASURE-WINDOW THRU 2550-EXIT
005450     END-IF
005460     IF MNT-SUBMITTER = SPACES
005470         MOVE "NO SUBMITTER ID ON CARD" TO WS-HOLD-REASON
005480         GO TO 2500-EXIT
005490     END-IF
005500     MOVE MNT-SUBMITTER TO WS-CHECK-ID
005510     PERFORM 2510-FIND-OPERATOR THRU 2510-EXIT
005520     IF NOT WS-OPER-FOUND
005530         MOVE "SUBMITTER NOT ON OPERAUTH.DAT" TO WS-HOLD-REASON
005540         GO TO 2500-EXIT
005550     END-IF
005560     IF NOT WS-OPER-AUTHORIZED
005570         MOVE "SUBMITTER NOT AUTHORIZED FOR OUTM CARDS"
005580              TO WS-HOLD-REASON
005590         GO TO 2500-EXIT
005600     END-IF
005610     IF MNT-APPROVER = SPACES
005620         IF WS-APPROVAL-NEEDED
005630             MOVE "LONG WINDOW - SECOND APPROVER REQUIRED"
005640                  TO WS-HOLD-REASON
005650         END-IF
005660         GO TO 2500-EXIT
005670     END-IF
005680     IF MNT-APPROVER = MNT-SUBMITTER
005690         MOVE "APPROVER MUST NOT BE THE SUBMITTER"
005700              TO WS-HOLD-REASON
005710         GO TO 2500-EXIT
005720     END-IF
005730     MOVE MNT-APPROVER TO WS-CHECK-ID
005740     PERFORM 2510-FIND-OPERATOR THRU 2510-EXIT
005750     IF NOT WS-OPER-FOUND
005760         MOVE "APPROVER NOT ON OPERAUTH.DAT" TO WS-HOLD-REASON
005770         GO TO 2500-EXIT
005780     END-IF
005790     IF NOT WS-OPER-AUTHORIZED
005800         MOVE "APPROVER NOT AUTHORIZED FOR OUTM CARDS"
005810              TO WS-HOLD-REASON
005820     END-IF.
005830 2500-EXIT.
005840     EXIT.
005850
005860*    AN ID LISTED MORE THAN ONCE IS AUTHORIZED IF ANY OF ITS
005870*    ENTRIES GRANTS OUTM.
005880 2510-FIND-OPERATOR.
005890     MOVE 'N' TO WS-OPER-FOUND-SW
005900     MOVE 'N' TO WS-OPER-AUTH-SW
005910     PERFORM 2520-MATCH-ONE-OPERATOR THRU 2520-EXIT
005920         VARYING WS-OPER-IDX FROM 1 BY 1
005930         UNTIL WS-OPER-IDX > WS-OPER-COUNT
005940            OR WS-OPER-AUTHORIZED.
005950 2510-EXIT.
005960     EXIT.
005970
005980 2520-MATCH-ONE-OPERATOR.
005990     IF WS-OPER-ID (WS-OPER-IDX) = WS-CHECK-ID
006000         SET WS-OPER-FOUND TO TRUE
006010         IF WS-OPER-GRANTED (WS-OPER-IDX) = "Y"
006020             SET WS-OPER-AUTHORIZED TO TRUE
006030         END-IF
006040     END-IF.
006050 2520-EXIT.
006060     EXIT.
006070
006080*-----------------------------------------------------------*
006090* 2550-MEASURE-WINDOW - HOURS COVERED BY AN A CARD'S WINDOW, *
006100* BOTH END HOURS INCLUDED.  A WINDOW THE ADD EDIT WILL       *
006110* REJECT ANYWAY IS NOT MEASURED; ONE WHOSE STAMPS ARE NOT    *
006120* REAL DATES AND HOURS CANNOT BE MEASURED AND SO NEEDS THE   *
006130* APPROVER.                                                  *
006140*-----------------------------------------------------------*
006150 2550-MEASURE-WINDOW.
006160     IF MNT-TO-STAMP NOT NUMERIC
006170             OR MNT-TO-STAMP < MNT-FROM-STAMP
006180         GO TO 2550-EXIT
006190     END-IF
006200     MOVE MNT-FROM-STAMP TO WS-STAMP-WORK
006210     MOVE WS-STAMP-HOUR  TO WS-FROM-HOUR
006220     COMPUTE WS-FROM-DAY =
006230             FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE)
006240     MOVE MNT-TO-STAMP TO WS-STAMP-WORK
006250     COMPUTE WS-TO-DAY =
006260             FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE)
006270     IF WS-FROM-DAY = 0 OR WS-TO-DAY = 0
006280             OR WS-FROM-HOUR > 23 OR WS-STAMP-HOUR > 23
006290         SET WS-APPROVAL-NEEDED TO TRUE
006300         GO TO 2550-EXIT
006310     END-IF
006320     COMPUTE WS-WINDOW-HOURS = (WS-TO-DAY - WS-FROM-DAY) * 24
006330                             + WS-STAMP-HOUR - WS-FROM-HOUR + 1
006340     IF WS-WINDOW-HOURS > WS-MAX-WINDOW-HOURS
006350         SET WS-APPROVAL-NEEDED TO TRUE
006360     END-IF.
006370 2550-EXIT.
006380     EXIT.
006390
006400*-----------------------------------------------------------*
006410* 2600-HOLD-CARD - PUTS THE CARD AS SUBMITTED ON THE PENDING *
006420* FILE.  IT IS APPLIED ONLY WHEN SUBMITTED AGAIN WITH THE    *
006430* AUTHORITY OR APPROVAL IT LACKED.                           *
006440*-----------------------------------------------------------*
006450 2600-HOLD-CARD.
006460     ADD 1 TO WS-HELD-COUNT
006470     MOVE SPACES TO PENDING-RECORD
006480     MOVE "OUTM"             TO PND-CARD-TYPE
006490     MOVE WS-RUN-ID          TO PND-RUN-ID
006500     MOVE WS-CARD-READ-COUNT TO PND-CARD-NUMBER
006510     MOVE WS-HOLD-REASON     TO PND-REASON
006520     MOVE MAINT-CARD         TO PND-CARD-IMAGE
006530     WRITE PENDING-RECORD
006540     STRING "HELD - " WS-HOLD-REASON
006550            DELIMITED BY SIZE INTO WS-CARD-RESULT
006560     DISPLAY "OUTAGE-MAINT: card " WS-CARD-READ-COUNT
006570             " held - " WS-HOLD-REASON.
006580 2600-EXIT.
006590     EXIT.
006600
006610 2900-LIST-CARD.
006620     MOVE SPACES TO LISTING-LINE
006630     STRING " " WS-CARD-READ-COUNT "  " MNT-ACTION
006640            "  " MNT-STATION " " MNT-FROM-STAMP
006650            " " MNT-TO-STAMP " " MNT-SUBMITTER
006660            " " MNT-APPROVER "  " WS-CARD-RESULT
006670            DELIMITED BY SIZE INTO LISTING-LINE
006680     WRITE LISTING-LINE.
006690 2900-EXIT.
006700     EXIT.
006710
006720*-----------------------------------------------------------*
006730* 3000-REWRITE-CALENDAR - WRITES THE UPDATED TABLE BACK OVER *
006740* THE OUTAGE CALENDAR FILE.                                  *
006750*-----------------------------------------------------------*
006760 3000-REWRITE-CALENDAR.
006770     OPEN OUTPUT OUTAGE-CAL-FILE
006780     PERFORM 3100-WRITE-ONE-WINDOW THRU 3100-EXIT
006790         VARYING WS-OUTAGE-IDX FROM 1 BY 1
006800         UNTIL WS-OUTAGE-IDX > WS-OUTAGE-COUNT
006810     CLOSE OUTAGE-CAL-FILE.
006820 3000-EXIT.
006830     EXIT.
006840
006850 3100-WRITE-ONE-WINDOW.
006860     MOVE SPACES TO OUTAGE-CAL-RECORD
006870     MOVE WS-OUT-STATION (WS-OUTAGE-IDX)    TO OUT-STATION
006880     MOVE WS-OUT-FROM-STAMP (WS-OUTAGE-IDX) TO OUT-FROM-STAMP
006890     MOVE WS-OUT-TO-STAMP (WS-OUTAGE-IDX)   TO OUT-TO-STAMP
006900     MOVE WS-OUT-REASON (WS-OUTAGE-IDX)     TO OUT-REASON
006910     WRITE OUTAGE-CAL-RECORD.
006920 3100-EXIT.
006930     EXIT.
006940
006950*-----------------------------------------------------------*
006960* 9999-TERMINATE                                             *
006970*-----------------------------------------------------------*
006980 9999-TERMINATE.
006990     MOVE SPACES TO LISTING-LINE
007000     WRITE LISTING-LINE
007010     MOVE SPACES TO LISTING-LINE
007020     STRING "END OF OUTAGE MAINTENANCE LISTING - "
007030            WS-CARD-READ-COUNT " CARDS READ, "
007040            WS-ADDED-COUNT " ADDED, "
007050            WS-DELETED-COUNT " DELETED, "
007060            WS-CARD-ERROR-COUNT " IN ERROR, "
007070            WS-HELD-COUNT " HELD"
007080            DELIMITED BY SIZE INTO LISTING-LINE
007090     WRITE LISTING-LINE
007100     CLOSE LISTING-FILE
007110     CLOSE PENDING-FILE
007120     DISPLAY "OUTAGE-MAINT: " WS-CARD-READ-COUNT
007130             " cards read, " WS-ADDED-COUNT " added, "
007140             WS-DELETED-COUNT " deleted, "
007150             WS-CARD-ERROR-COUNT " in error, "
007160             WS-HELD-COUNT " held for authorization."
007170     IF WS-CAL-OVERFLOW
007180         MOVE 16 TO RETURN-CODE
007190         GO TO 9999-EXIT
007200     END-IF
007210     IF WS-CARD-ERROR-COUNT > 0
007220         MOVE 8 TO RETURN-CODE
007230     ELSE
007240         IF WS-HELD-COUNT > 0
007250             MOVE 4 TO RETURN-CODE
007260         ELSE
007270             MOVE 0 TO RETURN-CODE
007280         END-IF
007290     END-IF.
007300 9999-EXIT.
007310     EXIT.
007320
