000160*              ENTERED DAYS AHEAD WITHOUT AFFECTING        *
000170*              TONIGHT'S RUN, BECAUSE THE BATCH DRIVER     *
000180*              PICKS THE RATE IN FORCE ON THE RUN DATE.    *
000190*  2026-09-02  RJM  UP TO THREE BALANCE BANDS (CEILING AND  *
000200*              RATE) PER ENTRY FOR TIERED ("T") PRODUCTS,   *
000210*              WITH ASCENDING-CEILING AND RATE-RANGE EDITS. *
000220*  2026-10-15  RJM  EARLY-WITHDRAWAL PENALTY (MONTHS OF    *
000230*              INTEREST) PER ENTRY, USED BY THE ACCOUNT    *
000240*              CLOSE FUNCTION IN AccountMaintenance; THE   *
000250*              RECORD GROWS TO 70 BYTES.                   *
000260*  2026-10-15  RJM  OPERATOR SIGN-ON AGAINST THE SECURITY   *
000270*              PROFILE FILE (SECPROF) BEFORE ANY FUNCTION;  *
000280*              ADD AND CHANGE NEED THE OPERATOR'S RATE      *
000290*              AUTHORITIES.  REFUSED SIGN-ONS AND FUNCTIONS *
000300*              ARE LOGGED TO SECVIOL.                       *
000310*  2026-10-15  RJM  INDEX-LINKED ("V") ENTRIES - AN INDEX  *
000320*              CODE FROM THE INDEX RATE FILE (RATEIDX), A  *
000330*              MARGIN, A FLOOR AND A CAP INSTEAD OF A      *
000340*              FIXED RATE OR BANDS.  THE INDEX CODE MUST   *
000350*              BE ON RATEIDX.                              *
000360*---------------------------------------------------------*
000370*  REMARKS.  THE WHOLE TABLE IS LOADED INTO WORKING        *
000380*  STORAGE AT START-UP AND WRITTEN BACK IN FULL AT EXIT    *
000390*  WHEN ANYTHING CHANGED.  A PRODUCT MAY APPEAR ONCE PER   *
000400*  EFFECTIVE DATE; ADD REFUSES A DUPLICATE PRODUCT/DATE    *
000410*  PAIR AND CHANGE RE-RATES AN EXISTING PAIR.  THE SAME    *
000420*  RATE EDITS THE BATCH DRIVER AND AccountMaintenance      *
000430*  APPLY (0 < RATE <= 100) ARE APPLIED AT ENTRY TIME.      *
000440*---------------------------------------------------------*
000450
000460 ENVIRONMENT DIVISION.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT RATE-TABLE-FILE
000510         ASSIGN TO RATETAB
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RATETAB-STATUS.
000540
000550     SELECT INDEX-RATE-FILE
000560         ASSIGN TO RATEIDX
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RATEIDX-STATUS.
000590
000600     SELECT SECURITY-PROFILE-FILE
000610         ASSIGN TO SECPROF
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS SP-OPERATOR-ID
000650         FILE STATUS IS WS-SECPROF-STATUS.
000660
000670     SELECT VIOLATION-LOG-FILE
000680         ASSIGN TO SECVIOL
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-VIOLOG-STATUS.
000710
000720 DATA DIVISION.
000730
000740 FILE SECTION.
000750*---------------------------------------------------------*
000760*  RATE-TABLE-FILE - ONE RECORD PER PRODUCT CODE AND       *
000770*  EFFECTIVE DATE, AS READ BY THE BATCH DRIVER AND         *
000780*  AccountMaintenance.                                     *
000790*---------------------------------------------------------*
000800 FD  RATE-TABLE-FILE
000810     RECORDING MODE IS F.
000820 01  RATE-TABLE-RECORD.
000830     05  RT-PRODUCT-CODE        PIC X(04).
000840     05  RT-INTEREST-RATE       PIC 9(3)V9999.
000850     05  RT-EFFECTIVE-DATE      PIC 9(08).
000860*    BALANCE BANDS FOR TIERED ("T") PRODUCTS - EACH BAND IS
000870*    A CEILING AND THE RATE PAID ON THE SLICE OF PRINCIPAL
000880*    UP TO THAT CEILING.  A CEILING OF ZERO ON THE LAST
000890*    USED BAND MEANS NO UPPER LIMIT; A ZERO RATE MEANS THE
000900*    BAND IS UNUSED.
000910     05  RT-BAND-AREA.
000920         10  RT-BAND-ENTRY OCCURS 3 TIMES.
000930             15  RT-BAND-CEILING    PIC 9(7)V99.
000940             15  RT-BAND-RATE       PIC 9(3)V9999.
000950*    AN INDEX-LINKED ("V") ENTRY HOLDS ITS INDEX TERMS IN THE
000960*    BAND AREA INSTEAD, AND ITS RT-INTEREST-RATE IS THE FLOOR.
000970*    THE TERMS ARE PLACED SO THAT EVERY BAND FIELD READS AS
000980*    NOT NUMERIC - AN UNUSED BAND - TO A PROGRAM THAT DOES
000990*    NOT LOOK AT THE RATE TYPE.
001000     05  RT-INDEX-TERMS REDEFINES RT-BAND-AREA.
001010         10  RT-RATE-MARGIN         PIC S9(2)V9999
001020                                    SIGN LEADING SEPARATE.
001030         10  FILLER                 PIC X(02).
001040         10  RT-INDEX-CODE          PIC X(04).
001050         10  FILLER                 PIC X(03).
001060         10  RT-RATE-CAP            PIC 9(3)V9999.
001070         10  FILLER                 PIC X(25).
001080*    EARLY-WITHDRAWAL PENALTY - MONTHS OF INTEREST FORFEITED
001090*    WHEN A TERM ACCOUNT ON THIS PRODUCT CLOSES BEFORE IT
001100*    MATURES.  BLANK ON OLDER RECORDS, WHICH MEANS NONE.
001110     05  RT-PENALTY-MONTHS      PIC 9(02).
001120*    RATE TYPE - "V" FOR AN INDEX-LINKED ENTRY, BLANK FOR A
001130*    FIXED RATE OR A BAND TABLE.
001140     05  RT-RATE-TYPE           PIC X(01).
001150         88  RT-INDEX-LINKED             VALUE "V".
001160
001170*---------------------------------------------------------*
001180*  INDEX-RATE-FILE - ONE RECORD PER INDEX CODE AND         *
001190*  EFFECTIVE DATE, AS MAINTAINED BY IndexRateMaintenance.  *
001200*  READ HERE ONLY TO CHECK THE INDEX CODE ON A "V" ENTRY.  *
001210*---------------------------------------------------------*
001220 FD  INDEX-RATE-FILE
001230     RECORDING MODE IS F.
001240 01  INDEX-RATE-RECORD.
001250     05  RX-INDEX-CODE          PIC X(04).
001260     05  RX-EFFECTIVE-DATE      PIC 9(08).
001270     05  RX-INDEX-RATE          PIC S9(3)V9999
001280                                SIGN LEADING SEPARATE.
001290     05  RX-INDEX-NAME          PIC X(30).
001300     05  FILLER                 PIC X(10).
001310
001320*---------------------------------------------------------*
001330*  SECURITY-PROFILE-FILE - INDEXED (VSAM KSDS) OPERATOR    *
001340*  PROFILES KEYED ON THE OPERATOR ID, AS MAINTAINED BY     *
001350*  SecurityMaintenance.  SAME 100-BYTE LAYOUT IN EVERY     *
001360*  PROGRAM THAT SIGNS ON.                                  *
001370*---------------------------------------------------------*
001380 FD  SECURITY-PROFILE-FILE.
001390 01  SECURITY-PROFILE-RECORD.
001400     05  SP-OPERATOR-ID         PIC X(08).
001410     05  SP-OPERATOR-NAME       PIC X(30).
001420     05  SP-PASSWORD-HASH       PIC 9(10).
001430     05  SP-ACTIVE-FLAG         PIC X(01).
001440         88  SP-ACTIVE                   VALUE "Y".
001450     05  SP-FAIL-COUNT          PIC 9(01).
001460     05  SP-LOCKED-FLAG         PIC X(01).
001470         88  SP-LOCKED                   VALUE "Y".
001480*    ONE Y/N BYTE PER UPDATING FUNCTION - ACCOUNT ADD, CHANGE,
001490*    DELETE, LOAD AND CLOSE; RATE ADD AND CHANGE; JOURNAL
001500*    BACKOUT; SECURITY ADMINISTRATION.
001510     05  SP-AUTHORITIES.
001520         10  SP-AUTH-ADD        PIC X(01).
001530         10  SP-AUTH-CHANGE     PIC X(01).
001540         10  SP-AUTH-DELETE     PIC X(01).
001550         10  SP-AUTH-LOAD       PIC X(01).
001560         10  SP-AUTH-CLOSE      PIC X(01).
001570         10  SP-AUTH-RATE-ADD   PIC X(01).
001580         10  SP-AUTH-RATE-CHG   PIC X(01).
001590         10  SP-AUTH-BACKOUT    PIC X(01).
001600         10  SP-AUTH-SECURITY   PIC X(01).
001610     05  SP-LAST-SIGNON-DATE    PIC 9(08).
001620     05  SP-LAST-SIGNON-TIME    PIC 9(06).
001630     05  SP-PASSWORD-DATE       PIC 9(08).
001640     05  FILLER                 PIC X(18).
001650
001660*---------------------------------------------------------*
001670*  VIOLATION-LOG-FILE - ONE LINE PER REFUSED SIGN-ON OR    *
001680*  FUNCTION, APPENDED BY EVERY PROGRAM THAT SIGNS ON AND   *
001690*  REPORTED DAILY BY SecurityViolationReport.              *
001700*---------------------------------------------------------*
001710 FD  VIOLATION-LOG-FILE
001720     RECORDING MODE IS F.
001730 01  VIOLATION-LOG-RECORD.
001740     05  SV-DATE                PIC 9(08).
001750     05  SV-TIME                PIC 9(06).
001760     05  SV-PROGRAM             PIC X(08).
001770     05  SV-OPERATOR-ID         PIC X(08).
001780     05  SV-VIOLATION-TYPE      PIC X(01).
001790     05  SV-FUNCTION            PIC X(01).
001800     05  SV-DETAIL              PIC X(60).
001810     05  FILLER                 PIC X(28).
001820
001830 WORKING-STORAGE SECTION.
001840*---------------------------------------------------------*
001850*  ENTRY WORK AREA - ONE RATE RECORD AS KEYED, EDITED      *
001860*  BEFORE IT TOUCHES THE TABLE.                            *
001870*---------------------------------------------------------*
001880 01  WR-RATE-WORK.
001890     05  WR-PRODUCT-CODE        PIC X(04).
001900     05  WR-INTEREST-RATE       PIC 9(3)V9999.
001910     05  WR-EFFECTIVE-DATE      PIC 9(08).
001920     05  WR-BAND-ENTRY OCCURS 3 TIMES.
001930         10  WR-BAND-CEILING    PIC 9(7)V99.
001940         10  WR-BAND-RATE       PIC 9(3)V9999.
001950     05  WR-PENALTY-MONTHS      PIC 9(02).
001960     05  WR-RATE-TYPE           PIC X(01).
001970         88  WR-INDEX-LINKED             VALUE "V" "v".
001980         88  WR-FIXED-RATE               VALUE "F" "f" SPACE.
001990     05  WR-INDEX-CODE          PIC X(04).
002000     05  WR-RATE-MARGIN         PIC S9(2)V9999
002010                                SIGN LEADING SEPARATE.
002020     05  WR-RATE-CAP            PIC 9(3)V9999.
002030 01  WR-EFFDATE-R REDEFINES WR-RATE-WORK.
002040     05  FILLER                 PIC X(11).
002050     05  WR-EFF-YEAR            PIC 9(04).
002060     05  WR-EFF-MONTH           PIC 9(02).
002070     05  WR-EFF-DAY             PIC 9(02).
002080     05  FILLER                 PIC X(69).
002090
002100*---------------------------------------------------------*
002110*  FUNCTION SELECTION AND SWITCHES                        *
002120*---------------------------------------------------------*
002130 77  WS-FUNCTION          PIC X(01) VALUE SPACE.
002140     88  FUNCTION-ADD                VALUE "A" "a".
002150     88  FUNCTION-CHANGE             VALUE "C" "c".
002160     88  FUNCTION-BROWSE             VALUE "B" "b".
002170     88  FUNCTION-EXIT               VALUE "X" "x".
002180
002190 77  WS-VALID-SW          PIC X(01) VALUE "N".
002200     88  ENTRY-VALID                 VALUE "Y".
002210     88  ENTRY-INVALID               VALUE "N".
002220
002230 77  WS-CHANGED-SW        PIC X(01) VALUE "N".
002240     88  TABLE-CHANGED               VALUE "Y".
002250
002260 77  WS-RATETAB-EOF-SW    PIC X(01) VALUE "N".
002270     88  RATETAB-EOF                 VALUE "Y".
002280
002290 77  WS-RATEIDX-EOF-SW    PIC X(01) VALUE "N".
002300     88  RATEIDX-EOF                 VALUE "Y".
002310
002320 77  WS-AUTHORIZED-SW     PIC X(01) VALUE "Y".
002330     88  FUNCTION-AUTHORIZED         VALUE "Y".
002340     88  FUNCTION-REFUSED            VALUE "N".
002350
002360*---------------------------------------------------------*
002370*  FILE STATUS FIELDS                                     *
002380*---------------------------------------------------------*
002390 77  WS-RATETAB-STATUS    PIC X(02) VALUE "00".
002400 77  WS-RATEIDX-STATUS    PIC X(02) VALUE "00".
002410 77  WS-SECPROF-STATUS    PIC X(02) VALUE "00".
002420 77  WS-VIOLOG-STATUS     PIC X(02) VALUE "00".
002430
002440*---------------------------------------------------------*
002450*  THE RATE TABLE IN WORKING STORAGE - THE FILE IMAGE      *
002460*  BETWEEN LOAD AND REWRITE.                               *
002470*---------------------------------------------------------*
002480 01  WS-RATE-TABLE.
002490     05  WS-RATE-ENTRY OCCURS 200 TIMES.
002500         10  WS-RATE-PROD     PIC X(04).
002510         10  WS-RATE-RATE     PIC 9(3)V9999.
002520         10  WS-RATE-EFFDATE  PIC 9(08).
002530         10  WS-RATE-BAND OCCURS 3 TIMES.
002540             15  WS-RATE-BAND-CEIL PIC 9(7)V99.
002550             15  WS-RATE-BAND-RATE PIC 9(3)V9999.
002560         10  WS-RATE-PENALTY  PIC 9(02).
002570         10  WS-RATE-TYPE     PIC X(01).
002580         10  WS-RATE-INDEX    PIC X(04).
002590         10  WS-RATE-MARGIN   PIC S9(2)V9999.
002600         10  WS-RATE-CAP      PIC 9(3)V9999.
002610 77  WS-RATE-COUNT        PIC 9(3) COMP VALUE 0.
002620 77  WS-RATE-MAX          PIC 9(3) COMP VALUE 200.
002630 77  WS-RATE-SUB          PIC 9(3) COMP VALUE 0.
002640 77  WS-RATE-FOUND-SUB    PIC 9(3) COMP VALUE 0.
002650
002660*---------------------------------------------------------*
002670*  INDEX CODES ON THE INDEX RATE FILE - A "V" ENTRY MUST   *
002680*  NAME ONE OF THEM.                                       *
002690*---------------------------------------------------------*
002700 01  WS-INDEX-CODE-TABLE.
002710     05  WS-INDEX-CODE        PIC X(04) OCCURS 100 TIMES.
002720 77  WS-INDEX-COUNT       PIC 9(3) COMP VALUE 0.
002730 77  WS-INDEX-MAX         PIC 9(3) COMP VALUE 100.
002740 77  WS-INDEX-SUB         PIC 9(3) COMP VALUE 0.
002750 77  WS-INDEX-FOUND-SW    PIC X(01) VALUE "N".
002760     88  INDEX-ON-FILE               VALUE "Y".
002770
002780*---------------------------------------------------------*
002790*  BROWSE SELECTION AND DISPLAY EDITS                     *
002800*---------------------------------------------------------*
002810 01  WS-SEL-PRODUCT       PIC X(04) VALUE SPACES.
002820 77  WS-BROWSE-COUNT      PIC 9(7) COMP VALUE 0.
002830 77  WS-BAND-SUB          PIC 9(1) VALUE 0.
002840 77  WS-BAND-HOW-MANY     PIC 9(1) VALUE 0.
002850 01  WS-PREV-CEILING      PIC 9(7)V99 VALUE 0.
002860 01  WS-COUNT-EDIT        PIC Z(6)9.
002870 01  WS-RATE-EDIT         PIC ZZZ9.9999.
002880 01  WS-MARGIN-EDIT       PIC ++9.9999.
002890 01  WS-CAP-EDIT          PIC ZZZ9.9999.
002900 01  WS-CEIL-EDIT         PIC Z(6)9.99.
002910 01  WS-EFFDATE-WORK      PIC 9(8).
002920 01  WS-EFFDATE-WORK-R REDEFINES WS-EFFDATE-WORK.
002930     05  WS-EW-YEAR       PIC 9(4).
002940     05  WS-EW-MONTH      PIC 9(2).
002950     05  WS-EW-DAY        PIC 9(2).
002960 01  WS-EFFDATE-EDIT.
002970     05  WS-ED-YEAR       PIC 9(4).
002980     05  FILLER           PIC X(01) VALUE "-".
002990     05  WS-ED-MONTH      PIC 9(2).
003000     05  FILLER           PIC X(01) VALUE "-".
003010     05  WS-ED-DAY        PIC 9(2).
003020
003030*---------------------------------------------------------*
003040*  SIGN-ON - THE OPERATOR ID AND PASSWORD AS KEYED, THE    *
003050*  TRIES LEFT AND THE SIGNED-ON OPERATOR'S AUTHORITIES.    *
003060*  THE HASH RUNS OVER THE OPERATOR ID AND PASSWORD         *
003070*  TOGETHER, EXACTLY AS IN SecurityMaintenance.            *
003080*---------------------------------------------------------*
003090 77  WS-OPERATOR          PIC X(08) VALUE SPACES.
003100 01  WS-SIGNON-PASSWORD   PIC X(08) VALUE SPACES.
003110 77  WS-SIGNON-TRIES      PIC 9(1) VALUE 0.
003120 77  WS-SIGNON-MAX-TRIES  PIC 9(1) VALUE 3.
003130 77  WS-LOCKOUT-LIMIT     PIC 9(1) VALUE 3.
003140 77  WS-SIGNON-SW         PIC X(01) VALUE "N".
003150     88  SIGNON-PENDING              VALUE "N".
003160     88  SIGNED-ON                   VALUE "Y".
003170     88  SIGNON-ABANDONED            VALUE "A".
003180 01  WS-OPER-AUTHORITIES.
003190     05  WS-OPER-ADD          PIC X(01) VALUE "N".
003200         88  OPER-MAY-ADD                VALUE "Y".
003210     05  WS-OPER-CHANGE       PIC X(01) VALUE "N".
003220         88  OPER-MAY-CHANGE             VALUE "Y".
003230     05  WS-OPER-DELETE       PIC X(01) VALUE "N".
003240         88  OPER-MAY-DELETE             VALUE "Y".
003250     05  WS-OPER-LOAD         PIC X(01) VALUE "N".
003260         88  OPER-MAY-LOAD               VALUE "Y".
003270     05  WS-OPER-CLOSE        PIC X(01) VALUE "N".
003280         88  OPER-MAY-CLOSE              VALUE "Y".
003290     05  WS-OPER-RATE-ADD     PIC X(01) VALUE "N".
003300         88  OPER-MAY-ADD-RATE           VALUE "Y".
003310     05  WS-OPER-RATE-CHG     PIC X(01) VALUE "N".
003320         88  OPER-MAY-CHANGE-RATE        VALUE "Y".
003330     05  WS-OPER-BACKOUT      PIC X(01) VALUE "N".
003340         88  OPER-MAY-BACKOUT            VALUE "Y".
003350     05  WS-OPER-SECURITY     PIC X(01) VALUE "N".
003360         88  OPER-MAY-ADMINISTER         VALUE "Y".
003370 01  WS-HASH-INPUT.
003380     05  WS-HASH-ID           PIC X(08).
003390     05  WS-HASH-PASSWORD     PIC X(08).
003400 01  WS-HASH-INPUT-R REDEFINES WS-HASH-INPUT.
003410     05  WS-HASH-CHAR         PIC X(01) OCCURS 16 TIMES.
003420 77  WS-HASH-SUB          PIC 9(2) COMP VALUE 0.
003430 01  WS-HASH-VALUE        PIC 9(10) VALUE 0.
003440 01  WS-HASH-WORK         PIC 9(13) VALUE 0.
003450 01  WS-HASH-QUOTIENT     PIC 9(13) VALUE 0.
003460 01  WS-HASH-PRIME        PIC 9(10) VALUE 9999999967.
003470
003480*---------------------------------------------------------*
003490*  VIOLATION LOG WORK FIELDS - SET BY THE CALLER OF        *
003500*  8980-LOG-VIOLATION.                                     *
003510*---------------------------------------------------------*
003520 01  WS-VIOL-TYPE         PIC X(01) VALUE SPACE.
003530 01  WS-VIOL-FUNCTION     PIC X(01) VALUE SPACE.
003540 01  WS-VIOL-DETAIL       PIC X(60) VALUE SPACES.
003550 01  WS-DATE8             PIC 9(8) VALUE 0.
003560 01  WS-TIME8             PIC 9(8) VALUE 0.
003570 PROCEDURE DIVISION.
003580
003590*===========================================================*
003600*  0000-MAINLINE                                             *
003610*===========================================================*
003620 0000-MAINLINE.
003630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003640     IF FUNCTION-EXIT
003650         PERFORM 9999-TERMINATE THRU 9999-EXIT
003660         STOP RUN
003670     END-IF.
003680     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
003690         UNTIL FUNCTION-EXIT.
003700     IF TABLE-CHANGED
003710         PERFORM 8800-REWRITE-TABLE THRU 8800-EXIT
003720     END-IF.
003730     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003740     STOP RUN.
003750
003760*===========================================================*
003770*  1000-INITIALIZE - LOAD THE TABLE INTO WORKING STORAGE     *
003780*===========================================================*
003790 1000-INITIALIZE.
003800     DISPLAY "Rate Table Maintenance".
003810     DISPLAY "==============================".
003820     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
003830     IF NOT SIGNED-ON
003840         DISPLAY "*** ERROR: NOT SIGNED ON - NO FUNCTIONS "
003850             "RUN. ***"
003860         MOVE 16 TO RETURN-CODE
003870         MOVE "X" TO WS-FUNCTION
003880         GO TO 1000-EXIT
003890     END-IF.
003900     PERFORM 1200-LOAD-INDEX-CODES THRU 1200-EXIT.
003910     OPEN INPUT RATE-TABLE-FILE.
003920*    A BRAND-NEW INSTALLATION HAS NO TABLE YET - START EMPTY
003930*    AND LET THE REWRITE AT EXIT CREATE IT.
003940     IF WS-RATETAB-STATUS = "35"
003950         DISPLAY "No rate table on file yet - starting with "
003960             "an empty table."
003970         GO TO 1000-EXIT
003980     END-IF.
003990     IF WS-RATETAB-STATUS NOT = "00"
004000         DISPLAY "*** ERROR: CANNOT OPEN RATE TABLE "
004010             "(RATETAB) - FILE STATUS " WS-RATETAB-STATUS
004020             " ***"
004030         MOVE 16 TO RETURN-CODE
004040         MOVE "X" TO WS-FUNCTION
004050         GO TO 1000-EXIT
004060     END-IF.
004070     PERFORM 1100-LOAD-RATE-ENTRY THRU 1100-EXIT
004080         UNTIL RATETAB-EOF.
004090     CLOSE RATE-TABLE-FILE.
004100     IF FUNCTION-EXIT
004110         GO TO 1000-EXIT
004120     END-IF.
004130     MOVE WS-RATE-COUNT TO WS-COUNT-EDIT.
004140     DISPLAY WS-COUNT-EDIT " rate record(s) loaded.".
004150 1000-EXIT.
004160     EXIT.
004170
004180 1100-LOAD-RATE-ENTRY.
004190     READ RATE-TABLE-FILE
004200         AT END
004210             MOVE "Y" TO WS-RATETAB-EOF-SW
004220             GO TO 1100-EXIT
004230     END-READ.
004240*    A TABLE THE IN-MEMORY IMAGE CANNOT HOLD IN FULL MUST
004250*    NOT BE MAINTAINED HERE - THE REWRITE AT EXIT WOULD
004260*    SILENTLY DROP EVERY RECORD PAST THE CAP.  MAINTENANCE
004270*    IS REFUSED OUTRIGHT INSTEAD.
004280     IF WS-RATE-COUNT NOT < WS-RATE-MAX
004290         DISPLAY "*** ERROR: RATE TABLE HOLDS MORE THAN "
004300             WS-RATE-MAX " RECORDS - MAINTENANCE REFUSED, "
004310             "NO CHANGES MADE. ***"
004320         MOVE 16 TO RETURN-CODE
004330         MOVE "X" TO WS-FUNCTION
004340         MOVE "Y" TO WS-RATETAB-EOF-SW
004350         GO TO 1100-EXIT
004360     END-IF.
004370     ADD 1 TO WS-RATE-COUNT.
004380     MOVE RT-PRODUCT-CODE TO WS-RATE-PROD (WS-RATE-COUNT).
004390     MOVE RT-INTEREST-RATE TO WS-RATE-RATE (WS-RATE-COUNT).
004400*    OLD-STYLE RECORDS CARRY NO EFFECTIVE DATE - TREAT THEM
004410*    AS ALWAYS IN FORCE.
004420     IF RT-EFFECTIVE-DATE NUMERIC
004430         MOVE RT-EFFECTIVE-DATE TO WS-RATE-EFFDATE
004440             (WS-RATE-COUNT)
004450     ELSE
004460         MOVE 0 TO WS-RATE-EFFDATE (WS-RATE-COUNT)
004470     END-IF.
004480     MOVE 0 TO WS-BAND-SUB.
004490     PERFORM 1120-LOAD-BAND-ENTRY THRU 1120-EXIT
004500         UNTIL WS-BAND-SUB NOT < 3.
004510     MOVE SPACE TO WS-RATE-TYPE (WS-RATE-COUNT).
004520     MOVE SPACES TO WS-RATE-INDEX (WS-RATE-COUNT).
004530     MOVE 0 TO WS-RATE-MARGIN (WS-RATE-COUNT).
004540     MOVE 0 TO WS-RATE-CAP (WS-RATE-COUNT).
004550     IF RT-INDEX-LINKED
004560         MOVE "V" TO WS-RATE-TYPE (WS-RATE-COUNT)
004570         MOVE RT-INDEX-CODE TO WS-RATE-INDEX (WS-RATE-COUNT)
004580         IF RT-RATE-MARGIN NUMERIC
004590             MOVE RT-RATE-MARGIN TO WS-RATE-MARGIN (WS-RATE-COUNT)
004600         END-IF
004610         IF RT-RATE-CAP NUMERIC
004620             MOVE RT-RATE-CAP TO WS-RATE-CAP (WS-RATE-COUNT)
004630         END-IF
004640     END-IF.
004650     IF RT-PENALTY-MONTHS NUMERIC
004660         MOVE RT-PENALTY-MONTHS TO WS-RATE-PENALTY (WS-RATE-COUNT)
004670     ELSE
004680         MOVE 0 TO WS-RATE-PENALTY (WS-RATE-COUNT)
004690     END-IF.
004700 1100-EXIT.
004710     EXIT.
004720
004730*    OLD-STYLE RECORDS CARRY NO BAND FIELDS - AN UNUSED OR
004740*    BLANK BAND LOADS AS ZEROS.
004750 1120-LOAD-BAND-ENTRY.
004760     ADD 1 TO WS-BAND-SUB.
004770     IF RT-BAND-CEILING (WS-BAND-SUB) NUMERIC
004780         MOVE RT-BAND-CEILING (WS-BAND-SUB)
004790             TO WS-RATE-BAND-CEIL (WS-RATE-COUNT WS-BAND-SUB)
004800     ELSE
004810         MOVE 0
004820             TO WS-RATE-BAND-CEIL (WS-RATE-COUNT WS-BAND-SUB)
004830     END-IF.
004840     IF RT-BAND-RATE (WS-BAND-SUB) NUMERIC
004850         MOVE RT-BAND-RATE (WS-BAND-SUB)
004860             TO WS-RATE-BAND-RATE (WS-RATE-COUNT WS-BAND-SUB)
004870     ELSE
004880         MOVE 0
004890             TO WS-RATE-BAND-RATE (WS-RATE-COUNT WS-BAND-SUB)
004900     END-IF.
004910 1120-EXIT.
004920     EXIT.
004930
004940*===========================================================*
004950*  1200-LOAD-INDEX-CODES - THE INDEX CODES ON THE INDEX      *
004960*  RATE FILE, FOR THE "V" ENTRY EDIT.  WITH NO FILE YET      *
004970*  THERE ARE NONE, AND NO "V" ENTRY CAN BE KEYED.            *
004980*===========================================================*
004990 1200-LOAD-INDEX-CODES.
005000     MOVE 0 TO WS-INDEX-COUNT.
005010     MOVE "N" TO WS-RATEIDX-EOF-SW.
005020     OPEN INPUT INDEX-RATE-FILE.
005030     IF WS-RATEIDX-STATUS NOT = "00"
005040         DISPLAY "*** WARNING: CANNOT OPEN INDEX RATE FILE "
005050             "(RATEIDX) - FILE STATUS " WS-RATEIDX-STATUS
005060             " - NO INDEX-LINKED ENTRY CAN BE KEYED. ***"
005070         GO TO 1200-EXIT
005080     END-IF.
005090     PERFORM 1210-LOAD-INDEX-CODE THRU 1210-EXIT
005100         UNTIL RATEIDX-EOF.
005110     CLOSE INDEX-RATE-FILE.
005120 1200-EXIT.
005130     EXIT.
005140
005150 1210-LOAD-INDEX-CODE.
005160     READ INDEX-RATE-FILE
005170         AT END
005180             MOVE "Y" TO WS-RATEIDX-EOF-SW
005190             GO TO 1210-EXIT
005200     END-READ.
005210     MOVE RX-INDEX-CODE TO WR-INDEX-CODE.
005220     PERFORM 8620-FIND-INDEX-CODE THRU 8620-EXIT.
005230     IF INDEX-ON-FILE
005240         GO TO 1210-EXIT
005250     END-IF.
005260     IF WS-INDEX-COUNT NOT < WS-INDEX-MAX
005270         DISPLAY "*** WARNING: INDEX RATE FILE HOLDS MORE THAN "
005280             WS-INDEX-MAX " INDEX CODES - EXTRAS IGNORED. ***"
005290         MOVE "Y" TO WS-RATEIDX-EOF-SW
005300         GO TO 1210-EXIT
005310     END-IF.
005320     ADD 1 TO WS-INDEX-COUNT.
005330     MOVE RX-INDEX-CODE TO WS-INDEX-CODE (WS-INDEX-COUNT).
005340 1210-EXIT.
005350     EXIT.
005360
005370*===========================================================*
005380*  1300-1320 - SIGN ON AGAINST THE SECURITY PROFILE FILE     *
005390*  BEFORE ANY FUNCTION IS OFFERED.  THE OPERATOR HAS THREE   *
005400*  TRIES; EVERY WRONG PASSWORD COUNTS AGAINST THE PROFILE,   *
005410*  AND THE THIRD IN A ROW LOCKS IT UNTIL A SECURITY          *
005420*  ADMINISTRATOR RESETS IT.  EVERY REFUSAL IS LOGGED.        *
005430*===========================================================*
005440 1300-SIGN-ON.
005450     MOVE SPACES TO WS-OPERATOR.
005460     MOVE 0 TO WS-SIGNON-TRIES.
005470     SET SIGNON-PENDING TO TRUE.
005480     OPEN I-O SECURITY-PROFILE-FILE.
005490     IF WS-SECPROF-STATUS NOT = "00"
005500         DISPLAY "*** ERROR: CANNOT OPEN SECURITY PROFILE FILE "
005510             "(SECPROF) - FILE STATUS " WS-SECPROF-STATUS
005520             " - SIGN-ON REFUSED. ***"
005530         SET SIGNON-ABANDONED TO TRUE
005540         GO TO 1300-EXIT
005550     END-IF.
005560     PERFORM 1310-SIGNON-ATTEMPT THRU 1310-EXIT
005570         UNTIL NOT SIGNON-PENDING.
005580     CLOSE SECURITY-PROFILE-FILE.
005590 1300-EXIT.
005600     EXIT.
005610
005620 1310-SIGNON-ATTEMPT.
005630     ADD 1 TO WS-SIGNON-TRIES.
005640     MOVE SPACES TO WS-OPERATOR.
005650     MOVE SPACES TO WS-SIGNON-PASSWORD.
005660     DISPLAY "Operator ID: ".
005670     ACCEPT WS-OPERATOR.
005680     IF WS-OPERATOR = SPACES
005690         SET SIGNON-ABANDONED TO TRUE
005700         GO TO 1310-EXIT
005710     END-IF.
005720     DISPLAY "Password: ".
005730     ACCEPT WS-SIGNON-PASSWORD.
005740     MOVE SPACE TO WS-VIOL-FUNCTION.
005750     MOVE WS-OPERATOR TO SP-OPERATOR-ID.
005760     READ SECURITY-PROFILE-FILE
005770         INVALID KEY
005780             MOVE "U" TO WS-VIOL-TYPE
005790             MOVE "SIGN-ON WITH AN UNKNOWN OPERATOR ID"
005800                 TO WS-VIOL-DETAIL
005810             PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
005820             DISPLAY "*** SIGN-ON REFUSED - OPERATOR ID OR "
005830                 "PASSWORD IS NOT VALID. ***"
005840             GO TO 1310-CHECK-TRIES
005850     END-READ.
005860     IF SP-LOCKED
005870         MOVE "L" TO WS-VIOL-TYPE
005880         MOVE "SIGN-ON TO A LOCKED-OUT PROFILE"
005890             TO WS-VIOL-DETAIL
005900         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
005910         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
005920             " IS LOCKED OUT - SEE THE SECURITY "
005930             "ADMINISTRATOR. ***"
005940         SET SIGNON-ABANDONED TO TRUE
005950         GO TO 1310-EXIT
005960     END-IF.
005970     IF NOT SP-ACTIVE
005980         MOVE "I" TO WS-VIOL-TYPE
005990         MOVE "SIGN-ON TO AN INACTIVE PROFILE"
006000             TO WS-VIOL-DETAIL
006010         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
006020         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
006030             " IS NOT ACTIVE. ***"
006040         SET SIGNON-ABANDONED TO TRUE
006050         GO TO 1310-EXIT
006060     END-IF.
006070     MOVE WS-OPERATOR TO WS-HASH-ID.
006080     MOVE WS-SIGNON-PASSWORD TO WS-HASH-PASSWORD.
006090     PERFORM 8990-HASH-PASSWORD THRU 8990-EXIT.
006100     MOVE SPACES TO WS-SIGNON-PASSWORD.
006110     IF WS-HASH-VALUE NOT = SP-PASSWORD-HASH
006120         PERFORM 1320-FAILED-PASSWORD THRU 1320-EXIT
006130         GO TO 1310-CHECK-TRIES
006140     END-IF.
006150     MOVE 0 TO SP-FAIL-COUNT.
006160     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
006170     ACCEPT WS-TIME8 FROM TIME.
006180     MOVE WS-DATE8 TO SP-LAST-SIGNON-DATE.
006190     MOVE WS-TIME8 (1:6) TO SP-LAST-SIGNON-TIME.
006200     REWRITE SECURITY-PROFILE-RECORD
006210         INVALID KEY
006220             DISPLAY "*** WARNING: SECURITY PROFILE REWRITE "
006230                 "FAILED - FILE STATUS " WS-SECPROF-STATUS
006240                 " ***"
006250     END-REWRITE.
006260     MOVE SP-AUTHORITIES TO WS-OPER-AUTHORITIES.
006270     SET SIGNED-ON TO TRUE.
006280     DISPLAY "Signed on as " WS-OPERATOR " - " SP-OPERATOR-NAME.
006290     GO TO 1310-EXIT.
006300 1310-CHECK-TRIES.
006310     IF WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES
006320         SET SIGNON-ABANDONED TO TRUE
006330     END-IF.
006340 1310-EXIT.
006350     EXIT.
006360
006370 1320-FAILED-PASSWORD.
006380     ADD 1 TO SP-FAIL-COUNT.
006390     MOVE "P" TO WS-VIOL-TYPE.
006400     MOVE "SIGN-ON WITH A WRONG PASSWORD" TO WS-VIOL-DETAIL.
006410     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
006420     IF SP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
006430         MOVE "Y" TO SP-LOCKED-FLAG
006440         MOVE "K" TO WS-VIOL-TYPE
006450         MOVE "PROFILE LOCKED OUT AFTER REPEATED WRONG PASSWORDS"
006460             TO WS-VIOL-DETAIL
006470         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
006480         SET SIGNON-ABANDONED TO TRUE
006490     END-IF.
006500     REWRITE SECURITY-PROFILE-RECORD
006510         INVALID KEY
006520             DISPLAY "*** WARNING: SECURITY PROFILE REWRITE "
006530                 "FAILED - FILE STATUS " WS-SECPROF-STATUS
006540                 " ***"
006550     END-REWRITE.
006560     IF SP-LOCKED
006570         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
006580             " IS NOW LOCKED OUT - SEE THE SECURITY "
006590             "ADMINISTRATOR. ***"
006600     ELSE
006610         DISPLAY "*** SIGN-ON REFUSED - OPERATOR ID OR "
006620             "PASSWORD IS NOT VALID. ***"
006630     END-IF.
006640 1320-EXIT.
006650     EXIT.
006660*===========================================================*
006670*  2000-MENU-LOOP - ONE FUNCTION PER PASS                    *
006680*===========================================================*
006690 2000-MENU-LOOP.
006700     DISPLAY " ".
006710     DISPLAY "Select Function:".
006720     DISPLAY "  A. Add a rate (product + effective date)".
006730     DISPLAY "  C. Change a rate".
006740     DISPLAY "  B. Browse rates".
006750     DISPLAY "  X. Exit (rewrites the table when changed)".
006760     DISPLAY "Enter choice: ".
006770     ACCEPT WS-FUNCTION.
006780     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
006790     IF FUNCTION-REFUSED
006800         GO TO 2000-EXIT
006810     END-IF.
006820     EVALUATE TRUE
006830         WHEN FUNCTION-ADD
006840             PERFORM 3000-ADD-RATE THRU 3000-EXIT
006850         WHEN FUNCTION-CHANGE
006860             PERFORM 4000-CHANGE-RATE THRU 4000-EXIT
006870         WHEN FUNCTION-BROWSE
006880             PERFORM 6000-BROWSE-RATES THRU 6000-EXIT
006890         WHEN FUNCTION-EXIT
006900             CONTINUE
006910         WHEN OTHER
006920             DISPLAY "*** ERROR: Choice must be A, C, B "
006930                 "or X. ***"
006940     END-EVALUATE.
006950 2000-EXIT.
006960     EXIT.
006970
006980*===========================================================*
006990*  2100-CHECK-AUTHORITY - ADD AND CHANGE NEED THE RATE       *
007000*  AUTHORITIES ON THE OPERATOR'S PROFILE; BROWSE NEEDS       *
007010*  ONLY THE SIGN-ON.  A REFUSAL IS LOGGED.                   *
007020*===========================================================*
007030 2100-CHECK-AUTHORITY.
007040     SET FUNCTION-AUTHORIZED TO TRUE.
007050     IF FUNCTION-ADD AND NOT OPER-MAY-ADD-RATE
007060         SET FUNCTION-REFUSED TO TRUE
007070     END-IF.
007080     IF FUNCTION-CHANGE AND NOT OPER-MAY-CHANGE-RATE
007090         SET FUNCTION-REFUSED TO TRUE
007100     END-IF.
007110     IF FUNCTION-AUTHORIZED
007120         GO TO 2100-EXIT
007130     END-IF.
007140     MOVE WS-FUNCTION TO WS-VIOL-FUNCTION.
007150     INSPECT WS-VIOL-FUNCTION CONVERTING "ac" TO "AC".
007160     MOVE "A" TO WS-VIOL-TYPE.
007170     MOVE "FUNCTION NOT IN THE OPERATOR'S AUTHORITIES"
007180         TO WS-VIOL-DETAIL.
007190     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
007200     DISPLAY "*** FUNCTION " WS-VIOL-FUNCTION " REFUSED - "
007210         "OPERATOR " WS-OPERATOR " IS NOT AUTHORIZED FOR IT. ***".
007220 2100-EXIT.
007230     EXIT.
007240
007250*===========================================================*
007260*  3000-ADD-RATE                                             *
007270*===========================================================*
007280 3000-ADD-RATE.
007290     IF WS-RATE-COUNT NOT < WS-RATE-MAX
007300         DISPLAY "*** ERROR: RATE TABLE IS FULL ("
007310             WS-RATE-MAX " RECORDS). ***"
007320         GO TO 3000-EXIT
007330     END-IF.
007340     MOVE SPACES TO WR-PRODUCT-CODE.
007350     MOVE 0 TO WR-INTEREST-RATE.
007360     MOVE 0 TO WR-EFFECTIVE-DATE.
007370     MOVE 0 TO WR-PENALTY-MONTHS.
007380     MOVE SPACE TO WR-RATE-TYPE.
007390     MOVE SPACES TO WR-INDEX-CODE.
007400     MOVE 0 TO WR-RATE-MARGIN.
007410     MOVE 0 TO WR-RATE-CAP.
007420     PERFORM 8000-ENTER-FIELDS THRU 8000-EXIT.
007430     PERFORM 8500-EDIT-FIELDS THRU 8500-EXIT.
007440     IF ENTRY-INVALID
007450         DISPLAY "*** RATE NOT ADDED - CORRECT THE FIELDS "
007460             "ABOVE AND RE-ENTER. ***"
007470         GO TO 3000-EXIT
007480     END-IF.
007490     PERFORM 8600-FIND-RATE-ENTRY THRU 8600-EXIT.
007500     IF WS-RATE-FOUND-SUB > 0
007510         DISPLAY "*** ERROR: PRODUCT " WR-PRODUCT-CODE
007520             " ALREADY HAS A RATE EFFECTIVE THAT DATE - "
007530             "USE CHANGE. ***"
007540         GO TO 3000-EXIT
007550     END-IF.
007560     ADD 1 TO WS-RATE-COUNT.
007570     MOVE WR-PRODUCT-CODE TO WS-RATE-PROD (WS-RATE-COUNT).
007580     MOVE WR-INTEREST-RATE TO WS-RATE-RATE (WS-RATE-COUNT).
007590     MOVE WR-EFFECTIVE-DATE
007600         TO WS-RATE-EFFDATE (WS-RATE-COUNT).
007610     MOVE WR-PENALTY-MONTHS
007620         TO WS-RATE-PENALTY (WS-RATE-COUNT).
007630     MOVE WS-RATE-COUNT TO WS-RATE-SUB.
007640     PERFORM 8700-STORE-BANDS THRU 8700-EXIT.
007650     SET TABLE-CHANGED TO TRUE.
007660     DISPLAY "Rate added for product " WR-PRODUCT-CODE ".".
007670 3000-EXIT.
007680     EXIT.
007690
007700*===========================================================*
007710*  4000-CHANGE-RATE                                          *
007720*===========================================================*
007730 4000-CHANGE-RATE.
007740     DISPLAY "Enter Product Code: ".
007750     ACCEPT WR-PRODUCT-CODE.
007760     DISPLAY "Enter Effective Date (YYYYMMDD, 0 = base): ".
007770     ACCEPT WR-EFFECTIVE-DATE.
007780     PERFORM 8600-FIND-RATE-ENTRY THRU 8600-EXIT.
007790     IF WS-RATE-FOUND-SUB = 0
007800         DISPLAY "*** ERROR: NO RATE ON THE TABLE FOR "
007810             "PRODUCT " WR-PRODUCT-CODE " EFFECTIVE THAT "
007820             "DATE. ***"
007830         GO TO 4000-EXIT
007840     END-IF.
007850     MOVE WS-RATE-FOUND-SUB TO WS-RATE-SUB.
007860     PERFORM 8900-DISPLAY-RATE THRU 8900-EXIT.
007870     PERFORM 8020-ENTER-RATE-TYPE THRU 8020-EXIT.
007880     IF WR-INDEX-LINKED
007890         PERFORM 8040-ENTER-INDEX-TERMS THRU 8040-EXIT
007900     ELSE
007910         DISPLAY "Enter New Annual Interest Rate (%): "
007920         ACCEPT WR-INTEREST-RATE
007930         PERFORM 8050-ENTER-BANDS THRU 8050-EXIT
007940     END-IF.
007950     PERFORM 8080-ENTER-PENALTY THRU 8080-EXIT.
007960     PERFORM 8500-EDIT-FIELDS THRU 8500-EXIT.
007970     IF ENTRY-INVALID
007980         DISPLAY "*** RATE NOT CHANGED - CORRECT THE FIELDS "
007990             "ABOVE AND RE-ENTER. ***"
008000         GO TO 4000-EXIT
008010     END-IF.
008020     MOVE WR-INTEREST-RATE
008030         TO WS-RATE-RATE (WS-RATE-FOUND-SUB).
008040     MOVE WR-PENALTY-MONTHS
008050         TO WS-RATE-PENALTY (WS-RATE-FOUND-SUB).
008060     MOVE WS-RATE-FOUND-SUB TO WS-RATE-SUB.
008070     PERFORM 8700-STORE-BANDS THRU 8700-EXIT.
008080     SET TABLE-CHANGED TO TRUE.
008090     DISPLAY "Rate changed for product " WR-PRODUCT-CODE ".".
008100 4000-EXIT.
008110     EXIT.
008120
008130*===========================================================*
008140*  6000-BROWSE-RATES - ALL PRODUCTS OR ONE                   *
008150*===========================================================*
008160 6000-BROWSE-RATES.
008170     DISPLAY "Product Code to browse (blank for all): ".
008180     ACCEPT WS-SEL-PRODUCT.
008190     MOVE 0 TO WS-BROWSE-COUNT.
008200     MOVE 0 TO WS-RATE-SUB.
008210     PERFORM 6100-BROWSE-ENTRY THRU 6100-EXIT
008220         UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT.
008230     MOVE WS-BROWSE-COUNT TO WS-COUNT-EDIT.
008240     DISPLAY WS-COUNT-EDIT " rate record(s) displayed.".
008250 6000-EXIT.
008260     EXIT.
008270
008280 6100-BROWSE-ENTRY.
008290     ADD 1 TO WS-RATE-SUB.
008300     IF WS-SEL-PRODUCT NOT = SPACES
008310         AND WS-RATE-PROD (WS-RATE-SUB) NOT = WS-SEL-PRODUCT
008320         GO TO 6100-EXIT
008330     END-IF.
008340     PERFORM 8900-DISPLAY-RATE THRU 8900-EXIT.
008350     ADD 1 TO WS-BROWSE-COUNT.
008360 6100-EXIT.
008370     EXIT.
008380
008390*===========================================================*
008400*  8000-ENTER-FIELDS - PROMPT EVERY FIELD OF THE RECORD      *
008410*===========================================================*
008420 8000-ENTER-FIELDS.
008430     DISPLAY "Enter Product Code: ".
008440     ACCEPT WR-PRODUCT-CODE.
008450     PERFORM 8020-ENTER-RATE-TYPE THRU 8020-EXIT.
008460     IF WR-INDEX-LINKED
008470         PERFORM 8040-ENTER-INDEX-TERMS THRU 8040-EXIT
008480     ELSE
008490         DISPLAY "Enter Annual Interest Rate (%): "
008500         ACCEPT WR-INTEREST-RATE
008510     END-IF.
008520     DISPLAY "Enter Effective Date (YYYYMMDD, 0 = base): ".
008530     ACCEPT WR-EFFECTIVE-DATE.
008540     IF NOT WR-INDEX-LINKED
008550         PERFORM 8050-ENTER-BANDS THRU 8050-EXIT
008560     END-IF.
008570     PERFORM 8080-ENTER-PENALTY THRU 8080-EXIT.
008580 8000-EXIT.
008590     EXIT.
008600
008610*===========================================================*
008620*  8020-ENTER-RATE-TYPE - F (OR BLANK) FOR A FIXED RATE OR   *
008630*  A BAND TABLE, V FOR AN INDEX-LINKED RATE.                 *
008640*===========================================================*
008650 8020-ENTER-RATE-TYPE.
008660     MOVE SPACE TO WR-RATE-TYPE.
008670     DISPLAY "Rate type (F = fixed or banded, V = index-"
008680         "linked): ".
008690     ACCEPT WR-RATE-TYPE.
008700     MOVE 0 TO WS-BAND-HOW-MANY.
008710     MOVE 0 TO WS-BAND-SUB.
008720     PERFORM 8060-CLEAR-BAND THRU 8060-EXIT
008730         UNTIL WS-BAND-SUB NOT < 3.
008740     MOVE SPACES TO WR-INDEX-CODE.
008750     MOVE 0 TO WR-RATE-MARGIN.
008760     MOVE 0 TO WR-RATE-CAP.
008770 8020-EXIT.
008780     EXIT.
008790
008800*===========================================================*
008810*  8040-ENTER-INDEX-TERMS - THE INDEX CODE, THE MARGIN OVER  *
008820*  IT (MAY BE NEGATIVE), AND THE FLOOR AND CAP THE RESULT    *
008830*  IS HELD BETWEEN.  THE FLOOR IS KEPT AS THE ENTRY'S RATE.  *
008840*===========================================================*
008850 8040-ENTER-INDEX-TERMS.
008860     DISPLAY "Enter Index Code: ".
008870     ACCEPT WR-INDEX-CODE.
008880     DISPLAY "Enter Margin over the index (%, may be "
008890         "negative): ".
008900     ACCEPT WR-RATE-MARGIN.
008910     DISPLAY "Enter Floor Rate (%): ".
008920     ACCEPT WR-INTEREST-RATE.
008930     DISPLAY "Enter Cap Rate (%): ".
008940     ACCEPT WR-RATE-CAP.
008950 8040-EXIT.
008960     EXIT.
008970
008980*===========================================================*
008990*  8050-ENTER-BANDS - BALANCE BANDS FOR TIERED ("T")         *
009000*  PRODUCTS.  ZERO BANDS IS THE NORMAL ANSWER FOR A FLAT-    *
009010*  RATE PRODUCT.                                             *
009020*===========================================================*
009030 8050-ENTER-BANDS.
009040     MOVE 0 TO WS-BAND-SUB.
009050     PERFORM 8060-CLEAR-BAND THRU 8060-EXIT
009060         UNTIL WS-BAND-SUB NOT < 3.
009070     DISPLAY "Number of balance bands (0-3, 0 = flat "
009080         "rate): ".
009090     ACCEPT WS-BAND-HOW-MANY.
009100     IF WS-BAND-HOW-MANY > 3
009110         DISPLAY "*** ERROR: AT MOST 3 BANDS - NONE "
009120             "RECORDED. ***"
009130         MOVE 0 TO WS-BAND-HOW-MANY
009140     END-IF.
009150     MOVE 0 TO WS-BAND-SUB.
009160     PERFORM 8070-ENTER-ONE-BAND THRU 8070-EXIT
009170         UNTIL WS-BAND-SUB NOT < WS-BAND-HOW-MANY.
009180 8050-EXIT.
009190     EXIT.
009200
009210 8060-CLEAR-BAND.
009220     ADD 1 TO WS-BAND-SUB.
009230     MOVE 0 TO WR-BAND-CEILING (WS-BAND-SUB).
009240     MOVE 0 TO WR-BAND-RATE (WS-BAND-SUB).
009250 8060-EXIT.
009260     EXIT.
009270
009280 8070-ENTER-ONE-BAND.
009290     ADD 1 TO WS-BAND-SUB.
009300     DISPLAY "Band " WS-BAND-SUB " ceiling (0 = no upper "
009310         "limit): ".
009320     ACCEPT WR-BAND-CEILING (WS-BAND-SUB).
009330     DISPLAY "Band " WS-BAND-SUB " annual rate (%): ".
009340     ACCEPT WR-BAND-RATE (WS-BAND-SUB).
009350 8070-EXIT.
009360     EXIT.
009370
009380*===========================================================*
009390*  8080-ENTER-PENALTY - EARLY-WITHDRAWAL PENALTY IN MONTHS   *
009400*  OF INTEREST.  BLANK OR ZERO MEANS NO PENALTY.             *
009410*===========================================================*
009420 8080-ENTER-PENALTY.
009430     DISPLAY "Early-withdrawal penalty (months of interest, "
009440         "0 = none): ".
009450     ACCEPT WR-PENALTY-MONTHS.
009460     IF WR-PENALTY-MONTHS (1:2) = SPACES
009470         MOVE 0 TO WR-PENALTY-MONTHS
009480     END-IF.
009490 8080-EXIT.
009500     EXIT.
009510
009520*===========================================================*
009530*  8500-EDIT-FIELDS - THE SAME RATE RANGE THE BATCH DRIVER   *
009540*  AND AccountMaintenance ENFORCE, PLUS A SANITY CHECK ON    *
009550*  THE EFFECTIVE DATE.  A ZERO DATE IS THE ALWAYS-IN-FORCE   *
009560*  BASE RATE.                                                *
009570*===========================================================*
009580 8500-EDIT-FIELDS.
009590     SET ENTRY-VALID TO TRUE.
009600     IF WR-PRODUCT-CODE = SPACES
009610         DISPLAY "*** PRODUCT CODE IS REQUIRED. ***"
009620         SET ENTRY-INVALID TO TRUE
009630     END-IF.
009640     IF WR-INTEREST-RATE NOT NUMERIC
009650         DISPLAY "*** RATE IS NOT NUMERIC. ***"
009660         SET ENTRY-INVALID TO TRUE
009670         GO TO 8500-EXIT
009680     END-IF.
009690     IF NOT WR-INDEX-LINKED AND NOT WR-FIXED-RATE
009700         DISPLAY "*** RATE TYPE MUST BE F OR V. ***"
009710         SET ENTRY-INVALID TO TRUE
009720         GO TO 8500-EXIT
009730     END-IF.
009740     IF WR-INDEX-LINKED
009750         PERFORM 8530-EDIT-INDEX-TERMS THRU 8530-EXIT
009760     ELSE
009770         IF WR-INTEREST-RATE NOT > 0 OR WR-INTEREST-RATE > 100
009780             DISPLAY "*** RATE MUST BE GREATER THAN ZERO AND "
009790                 "NOT MORE THAN 100. ***"
009800             SET ENTRY-INVALID TO TRUE
009810         END-IF
009820     END-IF.
009830     PERFORM 8550-EDIT-BANDS THRU 8550-EXIT.
009840     IF WR-PENALTY-MONTHS NOT NUMERIC
009850         DISPLAY "*** PENALTY MONTHS IS NOT NUMERIC. ***"
009860         SET ENTRY-INVALID TO TRUE
009870     END-IF.
009880     IF WR-EFFECTIVE-DATE NOT NUMERIC
009890         DISPLAY "*** EFFECTIVE DATE IS NOT NUMERIC. ***"
009900         SET ENTRY-INVALID TO TRUE
009910         GO TO 8500-EXIT
009920     END-IF.
009930     IF WR-EFFECTIVE-DATE = 0
009940         GO TO 8500-EXIT
009950     END-IF.
009960     IF WR-EFF-MONTH < 01 OR WR-EFF-MONTH > 12
009970         DISPLAY "*** EFFECTIVE DATE MONTH MUST BE 01 "
009980             "THROUGH 12. ***"
009990         SET ENTRY-INVALID TO TRUE
010000     END-IF.
010010     IF WR-EFF-DAY < 01 OR WR-EFF-DAY > 31
010020         DISPLAY "*** EFFECTIVE DATE DAY MUST BE 01 "
010030             "THROUGH 31. ***"
010040         SET ENTRY-INVALID TO TRUE
010050     END-IF.
010060     IF WR-EFF-YEAR < 1990
010070         DISPLAY "*** EFFECTIVE DATE YEAR LOOKS WRONG - "
010080             "ENTER YYYYMMDD. ***"
010090         SET ENTRY-INVALID TO TRUE
010100     END-IF.
010110 8500-EXIT.
010120     EXIT.
010130
010140*===========================================================*
010150*  8530-EDIT-INDEX-TERMS - THE INDEX MUST BE ON THE INDEX    *
010160*  RATE FILE; THE FLOOR MAY BE ZERO BUT THE CAP MAY NOT, AND *
010170*  BOTH ARE IN THE RATE RANGE WITH THE FLOOR NOT ABOVE THE   *
010180*  CAP.  THE MARGIN'S PICTURE ALREADY HOLDS IT UNDER 100.    *
010190*===========================================================*
010200 8530-EDIT-INDEX-TERMS.
010210     PERFORM 8620-FIND-INDEX-CODE THRU 8620-EXIT.
010220     IF NOT INDEX-ON-FILE
010230         DISPLAY "*** INDEX CODE " WR-INDEX-CODE " IS NOT ON "
010240             "THE INDEX RATE FILE (RATEIDX). ***"
010250         SET ENTRY-INVALID TO TRUE
010260     END-IF.
010270     IF WR-RATE-MARGIN NOT NUMERIC
010280         DISPLAY "*** MARGIN IS NOT NUMERIC. ***"
010290         SET ENTRY-INVALID TO TRUE
010300     END-IF.
010310     IF WR-RATE-CAP NOT NUMERIC
010320         DISPLAY "*** CAP RATE IS NOT NUMERIC. ***"
010330         SET ENTRY-INVALID TO TRUE
010340         GO TO 8530-EXIT
010350     END-IF.
010360     IF WR-INTEREST-RATE > 100
010370         DISPLAY "*** FLOOR RATE MUST NOT BE MORE THAN "
010380             "100. ***"
010390         SET ENTRY-INVALID TO TRUE
010400     END-IF.
010410     IF WR-RATE-CAP NOT > 0 OR WR-RATE-CAP > 100
010420         DISPLAY "*** CAP RATE MUST BE GREATER THAN ZERO AND "
010430             "NOT MORE THAN 100. ***"
010440         SET ENTRY-INVALID TO TRUE
010450     END-IF.
010460     IF WR-INTEREST-RATE > WR-RATE-CAP
010470         DISPLAY "*** FLOOR RATE MUST NOT BE ABOVE THE CAP "
010480             "RATE. ***"
010490         SET ENTRY-INVALID TO TRUE
010500     END-IF.
010510 8530-EXIT.
010520     EXIT.
010530*===========================================================*
010540*  8550-EDIT-BANDS - BAND RATES MUST BE IN THE SAME RANGE    *
010550*  AS ANY RATE, CEILINGS MUST ASCEND, AND ONLY THE LAST      *
010560*  USED BAND MAY BE OPEN-ENDED (CEILING ZERO).               *
010570*===========================================================*
010580 8550-EDIT-BANDS.
010590     MOVE 0 TO WS-PREV-CEILING.
010600     MOVE 0 TO WS-BAND-SUB.
010610     PERFORM 8560-EDIT-ONE-BAND THRU 8560-EXIT
010620         UNTIL WS-BAND-SUB NOT < WS-BAND-HOW-MANY.
010630 8550-EXIT.
010640     EXIT.
010650
010660 8560-EDIT-ONE-BAND.
010670     ADD 1 TO WS-BAND-SUB.
010680     IF WR-BAND-RATE (WS-BAND-SUB) NOT NUMERIC
010690         OR WR-BAND-RATE (WS-BAND-SUB) NOT > 0
010700         OR WR-BAND-RATE (WS-BAND-SUB) > 100
010710         DISPLAY "*** BAND " WS-BAND-SUB " RATE MUST BE "
010720             "GREATER THAN ZERO AND NOT MORE THAN 100. ***"
010730         SET ENTRY-INVALID TO TRUE
010740     END-IF.
010750     IF WR-BAND-CEILING (WS-BAND-SUB) NOT NUMERIC
010760         DISPLAY "*** BAND " WS-BAND-SUB " CEILING IS NOT "
010770             "NUMERIC. ***"
010780         SET ENTRY-INVALID TO TRUE
010790         GO TO 8560-EXIT
010800     END-IF.
010810     IF WS-BAND-SUB < WS-BAND-HOW-MANY
010820         AND WR-BAND-CEILING (WS-BAND-SUB) = 0
010830         DISPLAY "*** BAND " WS-BAND-SUB " CEILING IS "
010840             "REQUIRED - ONLY THE LAST BAND MAY BE "
010850             "OPEN-ENDED. ***"
010860         SET ENTRY-INVALID TO TRUE
010870     END-IF.
010880     IF WR-BAND-CEILING (WS-BAND-SUB) > 0
010890         IF WR-BAND-CEILING (WS-BAND-SUB)
010900             NOT > WS-PREV-CEILING
010910             DISPLAY "*** BAND " WS-BAND-SUB " CEILING MUST "
010920                 "BE HIGHER THAN THE BAND BELOW IT. ***"
010930             SET ENTRY-INVALID TO TRUE
010940         END-IF
010950         MOVE WR-BAND-CEILING (WS-BAND-SUB)
010960             TO WS-PREV-CEILING
010970     END-IF.
010980 8560-EXIT.
010990     EXIT.
011000
011010*===========================================================*
011020*  8600-FIND-RATE-ENTRY - LOCATE THE PRODUCT/EFFECTIVE-DATE  *
011030*  PAIR IN THE TABLE.  ZERO MEANS NOT FOUND.                 *
011040*===========================================================*
011050 8600-FIND-RATE-ENTRY.
011060     MOVE 0 TO WS-RATE-FOUND-SUB.
011070     MOVE 0 TO WS-RATE-SUB.
011080     PERFORM 8610-SCAN-RATE-ENTRY THRU 8610-EXIT
011090         UNTIL WS-RATE-FOUND-SUB > 0
011100         OR WS-RATE-SUB NOT < WS-RATE-COUNT.
011110 8600-EXIT.
011120     EXIT.
011130
011140 8610-SCAN-RATE-ENTRY.
011150     ADD 1 TO WS-RATE-SUB.
011160     IF WS-RATE-PROD (WS-RATE-SUB) = WR-PRODUCT-CODE
011170         AND WS-RATE-EFFDATE (WS-RATE-SUB)
011180             = WR-EFFECTIVE-DATE
011190         MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
011200     END-IF.
011210 8610-EXIT.
011220     EXIT.
011230
011240*===========================================================*
011250*  8620-FIND-INDEX-CODE - IS WR-INDEX-CODE ON THE INDEX      *
011260*  RATE FILE?                                                *
011270*===========================================================*
011280 8620-FIND-INDEX-CODE.
011290     MOVE "N" TO WS-INDEX-FOUND-SW.
011300     MOVE 0 TO WS-INDEX-SUB.
011310     PERFORM 8630-SCAN-INDEX-CODE THRU 8630-EXIT
011320         UNTIL INDEX-ON-FILE
011330         OR WS-INDEX-SUB NOT < WS-INDEX-COUNT.
011340 8620-EXIT.
011350     EXIT.
011360
011370 8630-SCAN-INDEX-CODE.
011380     ADD 1 TO WS-INDEX-SUB.
011390     IF WS-INDEX-CODE (WS-INDEX-SUB) = WR-INDEX-CODE
011400         MOVE "Y" TO WS-INDEX-FOUND-SW
011410     END-IF.
011420 8630-EXIT.
011430     EXIT.
011440
011450*===========================================================*
011460*  8700-STORE-BANDS - MOVE THE KEYED BAND FIELDS AND INDEX   *
011470*  TERMS INTO THE TABLE ENTRY AT WS-RATE-SUB.                *
011480*===========================================================*
011490 8700-STORE-BANDS.
011500     MOVE 0 TO WS-BAND-SUB.
011510     PERFORM 8710-STORE-ONE-BAND THRU 8710-EXIT
011520         UNTIL WS-BAND-SUB NOT < 3.
011530     IF WR-INDEX-LINKED
011540         MOVE "V" TO WS-RATE-TYPE (WS-RATE-SUB)
011550     ELSE
011560         MOVE SPACE TO WS-RATE-TYPE (WS-RATE-SUB)
011570     END-IF.
011580     MOVE WR-INDEX-CODE TO WS-RATE-INDEX (WS-RATE-SUB).
011590     MOVE WR-RATE-MARGIN TO WS-RATE-MARGIN (WS-RATE-SUB).
011600     MOVE WR-RATE-CAP TO WS-RATE-CAP (WS-RATE-SUB).
011610 8700-EXIT.
011620     EXIT.
011630
011640 8710-STORE-ONE-BAND.
011650     ADD 1 TO WS-BAND-SUB.
011660     MOVE WR-BAND-CEILING (WS-BAND-SUB)
011670         TO WS-RATE-BAND-CEIL (WS-RATE-SUB WS-BAND-SUB).
011680     MOVE WR-BAND-RATE (WS-BAND-SUB)
011690         TO WS-RATE-BAND-RATE (WS-RATE-SUB WS-BAND-SUB).
011700 8710-EXIT.
011710     EXIT.
011720
011730*===========================================================*
011740*  8800-REWRITE-TABLE - WRITE THE WHOLE TABLE BACK TO THE    *
011750*  FILE AT EXIT.                                             *
011760*===========================================================*
011770 8800-REWRITE-TABLE.
011780     OPEN OUTPUT RATE-TABLE-FILE.
011790     IF WS-RATETAB-STATUS NOT = "00"
011800         DISPLAY "*** ERROR: CANNOT REWRITE RATE TABLE "
011810             "(RATETAB) - FILE STATUS " WS-RATETAB-STATUS
011820             " - CHANGES LOST. ***"
011830         MOVE 16 TO RETURN-CODE
011840         GO TO 8800-EXIT
011850     END-IF.
011860     MOVE 0 TO WS-RATE-SUB.
011870     PERFORM 8810-WRITE-RATE-ENTRY THRU 8810-EXIT
011880         UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT.
011890     CLOSE RATE-TABLE-FILE.
011900     MOVE WS-RATE-COUNT TO WS-COUNT-EDIT.
011910     DISPLAY WS-COUNT-EDIT " rate record(s) written back.".
011920 8800-EXIT.
011930     EXIT.
011940
011950 8810-WRITE-RATE-ENTRY.
011960     ADD 1 TO WS-RATE-SUB.
011970     MOVE SPACES TO RATE-TABLE-RECORD.
011980     MOVE WS-RATE-PROD (WS-RATE-SUB) TO RT-PRODUCT-CODE.
011990     MOVE WS-RATE-RATE (WS-RATE-SUB) TO RT-INTEREST-RATE.
012000     MOVE WS-RATE-EFFDATE (WS-RATE-SUB)
012010         TO RT-EFFECTIVE-DATE.
012020     MOVE WS-RATE-PENALTY (WS-RATE-SUB) TO RT-PENALTY-MONTHS.
012030     IF WS-RATE-TYPE (WS-RATE-SUB) = "V"
012040         MOVE "V" TO RT-RATE-TYPE
012050         MOVE WS-RATE-MARGIN (WS-RATE-SUB) TO RT-RATE-MARGIN
012060         MOVE WS-RATE-INDEX (WS-RATE-SUB) TO RT-INDEX-CODE
012070         MOVE WS-RATE-CAP (WS-RATE-SUB) TO RT-RATE-CAP
012080     ELSE
012090         MOVE 0 TO WS-BAND-SUB
012100         PERFORM 8820-WRITE-BAND-ENTRY THRU 8820-EXIT
012110             UNTIL WS-BAND-SUB NOT < 3
012120     END-IF.
012130     WRITE RATE-TABLE-RECORD.
012140     IF WS-RATETAB-STATUS NOT = "00"
012150         DISPLAY "*** ERROR: RATE TABLE WRITE FAILED - FILE "
012160             "STATUS " WS-RATETAB-STATUS " ***"
012170         MOVE 16 TO RETURN-CODE
012180     END-IF.
012190 8810-EXIT.
012200     EXIT.
012210
012220 8820-WRITE-BAND-ENTRY.
012230     ADD 1 TO WS-BAND-SUB.
012240     MOVE WS-RATE-BAND-CEIL (WS-RATE-SUB WS-BAND-SUB)
012250         TO RT-BAND-CEILING (WS-BAND-SUB).
012260     MOVE WS-RATE-BAND-RATE (WS-RATE-SUB WS-BAND-SUB)
012270         TO RT-BAND-RATE (WS-BAND-SUB).
012280 8820-EXIT.
012290     EXIT.
012300
012310*===========================================================*
012320*  8900-DISPLAY-RATE - ONE TABLE ENTRY, FORMATTED            *
012330*===========================================================*
012340 8900-DISPLAY-RATE.
012350     MOVE WS-RATE-RATE (WS-RATE-SUB) TO WS-RATE-EDIT.
012360     MOVE WS-RATE-EFFDATE (WS-RATE-SUB) TO WS-EFFDATE-WORK.
012370     MOVE WS-EW-YEAR TO WS-ED-YEAR.
012380     MOVE WS-EW-MONTH TO WS-ED-MONTH.
012390     MOVE WS-EW-DAY TO WS-ED-DAY.
012400     IF WS-RATE-TYPE (WS-RATE-SUB) = "V"
012410         MOVE WS-RATE-MARGIN (WS-RATE-SUB) TO WS-MARGIN-EDIT
012420         MOVE WS-RATE-CAP (WS-RATE-SUB) TO WS-CAP-EDIT
012430         DISPLAY "  " WS-RATE-PROD (WS-RATE-SUB)
012440             "  INDEX " WS-RATE-INDEX (WS-RATE-SUB)
012450             "  MARGIN " WS-MARGIN-EDIT
012460             "  FLOOR " WS-RATE-EDIT
012470             "  CAP " WS-CAP-EDIT
012480         DISPLAY "        EFFECTIVE " WS-EFFDATE-EDIT
012490             "  PENALTY MONTHS " WS-RATE-PENALTY (WS-RATE-SUB)
012500         GO TO 8900-EXIT
012510     END-IF.
012520     DISPLAY "  " WS-RATE-PROD (WS-RATE-SUB)
012530         "  RATE " WS-RATE-EDIT
012540         "  EFFECTIVE " WS-EFFDATE-EDIT
012550         "  PENALTY MONTHS " WS-RATE-PENALTY (WS-RATE-SUB).
012560     MOVE 0 TO WS-BAND-SUB.
012570     PERFORM 8910-DISPLAY-BAND THRU 8910-EXIT
012580         UNTIL WS-BAND-SUB NOT < 3.
012590 8900-EXIT.
012600     EXIT.
012610
012620 8910-DISPLAY-BAND.
012630     ADD 1 TO WS-BAND-SUB.
012640     IF WS-RATE-BAND-RATE (WS-RATE-SUB WS-BAND-SUB) > 0
012650         MOVE WS-RATE-BAND-CEIL (WS-RATE-SUB WS-BAND-SUB)
012660             TO WS-CEIL-EDIT
012670         MOVE WS-RATE-BAND-RATE (WS-RATE-SUB WS-BAND-SUB)
012680             TO WS-RATE-EDIT
012690         DISPLAY "      BAND " WS-BAND-SUB
012700             "  CEILING " WS-CEIL-EDIT
012710             "  RATE " WS-RATE-EDIT
012720     END-IF.
012730 8910-EXIT.
012740     EXIT.
012750
012760*===========================================================*
012770*  8980-LOG-VIOLATION - APPEND ONE LINE TO THE SECURITY      *
012780*  VIOLATIONS LOG FROM THE WS-VIOL- FIELDS SET BY THE        *
012790*  CALLER.                                                   *
012800*===========================================================*
012810 8980-LOG-VIOLATION.
012820     OPEN EXTEND VIOLATION-LOG-FILE.
012830     IF WS-VIOLOG-STATUS = "35"
012840         OPEN OUTPUT VIOLATION-LOG-FILE
012850     END-IF.
012860     IF WS-VIOLOG-STATUS NOT = "00"
012870         DISPLAY "*** WARNING: CANNOT OPEN SECURITY VIOLATIONS "
012880             "LOG (SECVIOL) - FILE STATUS " WS-VIOLOG-STATUS
012890             " - VIOLATION NOT LOGGED. ***"
012900         GO TO 8980-EXIT
012910     END-IF.
012920     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
012930     ACCEPT WS-TIME8 FROM TIME.
012940     MOVE SPACES TO VIOLATION-LOG-RECORD.
012950     MOVE WS-DATE8 TO SV-DATE.
012960     MOVE WS-TIME8 (1:6) TO SV-TIME.
012970     MOVE "RATEMNT" TO SV-PROGRAM.
012980     MOVE WS-OPERATOR TO SV-OPERATOR-ID.
012990     MOVE WS-VIOL-TYPE TO SV-VIOLATION-TYPE.
013000     MOVE WS-VIOL-FUNCTION TO SV-FUNCTION.
013010     MOVE WS-VIOL-DETAIL TO SV-DETAIL.
013020     WRITE VIOLATION-LOG-RECORD.
013030     IF WS-VIOLOG-STATUS NOT = "00"
013040         DISPLAY "*** WARNING: SECURITY VIOLATIONS LOG WRITE "
013050             "FAILED - FILE STATUS " WS-VIOLOG-STATUS " ***"
013060     END-IF.
013070     CLOSE VIOLATION-LOG-FILE.
013080 8980-EXIT.
013090     EXIT.
013100
013110*===========================================================*
013120*  8990-8991 - ONE-WAY HASH OF WS-HASH-INPUT (OPERATOR ID    *
013130*  AND PASSWORD) INTO WS-HASH-VALUE: MULTIPLY BY 131, ADD    *
013140*  THE NEXT CHARACTER, KEEP THE REMAINDER BY A TEN-DIGIT     *
013150*  PRIME.  THE SAME IN EVERY PROGRAM THAT SIGNS ON - A       *
013160*  CHANGE HERE MEANS RESETTING EVERY PASSWORD.               *
013170*===========================================================*
013180 8990-HASH-PASSWORD.
013190     MOVE 5381 TO WS-HASH-VALUE.
013200     MOVE 0 TO WS-HASH-SUB.
013210     PERFORM 8991-HASH-ONE-CHAR THRU 8991-EXIT
013220         UNTIL WS-HASH-SUB NOT < 16.
013230     MOVE SPACES TO WS-HASH-PASSWORD.
013240 8990-EXIT.
013250     EXIT.
013260
013270 8991-HASH-ONE-CHAR.
013280     ADD 1 TO WS-HASH-SUB.
013290     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 131
013300         + FUNCTION ORD (WS-HASH-CHAR (WS-HASH-SUB)).
013310     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
013320         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-VALUE.
013330 8991-EXIT.
013340     EXIT.
013350*===========================================================*
013360*  9999-TERMINATE                                            *
013370*===========================================================*
013380 9999-TERMINATE.
013390     DISPLAY "Rate Table Maintenance ended.".
013400 9999-EXIT.
013410     EXIT.
