000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IndexRateMaintenance.
000030 AUTHOR.        LENDING-SYSTEMS-GROUP.
000040 INSTALLATION.  MAIN-STREET-FINANCE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080*---------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*---------------------------------------------------------*
000110*  2026-10-15  RJM  ORIGINAL PROGRAM - ONLINE MAINTENANCE  *
000120*              (ADD, CHANGE, BROWSE) FOR THE REFERENCE     *
000130*              INDEX RATE FILE (RATEIDX) THAT PRICES THE   *
000140*              INDEX-LINKED ("V") ENTRIES ON THE PRODUCT   *
000150*              RATE TABLE.                                 *
000160*---------------------------------------------------------*
000170*  REMARKS.  ONE RECORD PER INDEX CODE AND EFFECTIVE DATE  *
000180*  - THE PUBLISHED REFERENCE RATE (E.G. THE BANK BASE      *
000190*  RATE) FROM THAT DATE.  WHEN THE REFERENCE RATE MOVES,   *
000200*  ONE NEW VALUE IS ADDED HERE INSTEAD OF RE-KEYING EVERY  *
000210*  PRODUCT PRICED FROM IT: THE BATCH DRIVER PRICES AN      *
000220*  INDEX-LINKED PRODUCT AS THE INDEX VALUE IN FORCE ON THE *
000230*  RUN DATE PLUS THE PRODUCT'S MARGIN, HELD BETWEEN ITS    *
000240*  FLOOR AND CAP.  A VALUE CAN BE ENTERED DAYS AHEAD OF    *
000250*  ITS EFFECTIVE DATE.  AN EFFECTIVE DATE OF ZERO MEANS    *
000260*  ALWAYS IN FORCE.  THE VALUE MAY BE NEGATIVE.            *
000270*                                                          *
000280*  THE WHOLE FILE IS LOADED INTO WORKING STORAGE AT        *
000290*  START-UP AND WRITTEN BACK IN FULL AT EXIT WHEN ANYTHING *
000300*  CHANGED, AS IN RateTableMaintenance.  THE OPERATOR      *
000310*  SIGNS ON FIRST; ADD AND CHANGE NEED THE SAME RATE ADD   *
000320*  AND RATE CHANGE AUTHORITIES AS THE RATE TABLE ITSELF.   *
000330*---------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT INDEX-RATE-FILE
000400         ASSIGN TO RATEIDX
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RATEIDX-STATUS.
000430
000440     SELECT SECURITY-PROFILE-FILE
000450         ASSIGN TO SECPROF
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS SP-OPERATOR-ID
000490         FILE STATUS IS WS-SECPROF-STATUS.
000500
000510     SELECT VIOLATION-LOG-FILE
000520         ASSIGN TO SECVIOL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-VIOLOG-STATUS.
000550
000560 DATA DIVISION.
000570
000580 FILE SECTION.
000590*---------------------------------------------------------*
000600*  INDEX-RATE-FILE - ONE RECORD PER INDEX CODE AND         *
000610*  EFFECTIVE DATE, AS READ BY THE BATCH DRIVER,            *
000620*  AccountMaintenance AND RateTableMaintenance.            *
000630*---------------------------------------------------------*
000640 FD  INDEX-RATE-FILE
000650     RECORDING MODE IS F.
000660 01  INDEX-RATE-RECORD.
000670     05  RX-INDEX-CODE          PIC X(04).
000680     05  RX-EFFECTIVE-DATE      PIC 9(08).
000690     05  RX-INDEX-RATE          PIC S9(3)V9999
000700                                SIGN LEADING SEPARATE.
000710     05  RX-INDEX-NAME          PIC X(30).
000720     05  FILLER                 PIC X(10).
000730
000740*---------------------------------------------------------*
000750*  SECURITY-PROFILE-FILE - INDEXED (VSAM KSDS) OPERATOR    *
000760*  PROFILES KEYED ON THE OPERATOR ID, AS MAINTAINED BY     *
000770*  SecurityMaintenance.  SAME 100-BYTE LAYOUT IN EVERY     *
000780*  PROGRAM THAT SIGNS ON.                                  *
000790*---------------------------------------------------------*
000800 FD  SECURITY-PROFILE-FILE.
000810 01  SECURITY-PROFILE-RECORD.
000820     05  SP-OPERATOR-ID         PIC X(08).
000830     05  SP-OPERATOR-NAME       PIC X(30).
000840     05  SP-PASSWORD-HASH       PIC 9(10).
000850     05  SP-ACTIVE-FLAG         PIC X(01).
000860         88  SP-ACTIVE                   VALUE "Y".
000870     05  SP-FAIL-COUNT          PIC 9(01).
000880     05  SP-LOCKED-FLAG         PIC X(01).
000890         88  SP-LOCKED                   VALUE "Y".
000900*    ONE Y/N BYTE PER UPDATING FUNCTION - ACCOUNT ADD, CHANGE,
000910*    DELETE, LOAD AND CLOSE; RATE ADD AND CHANGE; JOURNAL
000920*    BACKOUT; SECURITY ADMINISTRATION.
000930     05  SP-AUTHORITIES.
000940         10  SP-AUTH-ADD        PIC X(01).
000950         10  SP-AUTH-CHANGE     PIC X(01).
000960         10  SP-AUTH-DELETE     PIC X(01).
000970         10  SP-AUTH-LOAD       PIC X(01).
000980         10  SP-AUTH-CLOSE      PIC X(01).
000990         10  SP-AUTH-RATE-ADD   PIC X(01).
001000         10  SP-AUTH-RATE-CHG   PIC X(01).
001010         10  SP-AUTH-BACKOUT    PIC X(01).
001020         10  SP-AUTH-SECURITY   PIC X(01).
001030     05  SP-LAST-SIGNON-DATE    PIC 9(08).
001040     05  SP-LAST-SIGNON-TIME    PIC 9(06).
001050     05  SP-PASSWORD-DATE       PIC 9(08).
001060     05  FILLER                 PIC X(18).
001070
001080*---------------------------------------------------------*
001090*  VIOLATION-LOG-FILE - ONE LINE PER REFUSED SIGN-ON OR    *
001100*  FUNCTION, APPENDED BY EVERY PROGRAM THAT SIGNS ON AND   *
001110*  REPORTED DAILY BY SecurityViolationReport.              *
001120*---------------------------------------------------------*
001130 FD  VIOLATION-LOG-FILE
001140     RECORDING MODE IS F.
001150 01  VIOLATION-LOG-RECORD.
001160     05  SV-DATE                PIC 9(08).
001170     05  SV-TIME                PIC 9(06).
001180     05  SV-PROGRAM             PIC X(08).
001190     05  SV-OPERATOR-ID         PIC X(08).
001200     05  SV-VIOLATION-TYPE      PIC X(01).
001210     05  SV-FUNCTION            PIC X(01).
001220     05  SV-DETAIL              PIC X(60).
001230     05  FILLER                 PIC X(28).
001240
001250 WORKING-STORAGE SECTION.
001260*---------------------------------------------------------*
001270*  ENTRY WORK AREA - ONE INDEX VALUE AS KEYED, EDITED      *
001280*  BEFORE IT TOUCHES THE TABLE.                            *
001290*---------------------------------------------------------*
001300 01  WX-INDEX-WORK.
001310     05  WX-INDEX-CODE          PIC X(04).
001320     05  WX-EFFECTIVE-DATE      PIC 9(08).
001330     05  WX-INDEX-RATE          PIC S9(3)V9999
001340                                SIGN LEADING SEPARATE.
001350     05  WX-INDEX-NAME          PIC X(30).
001360 01  WX-EFFDATE-R REDEFINES WX-INDEX-WORK.
001370     05  FILLER                 PIC X(04).
001380     05  WX-EFF-YEAR            PIC 9(04).
001390     05  WX-EFF-MONTH           PIC 9(02).
001400     05  WX-EFF-DAY             PIC 9(02).
001410     05  FILLER                 PIC X(38).
001420
001430*---------------------------------------------------------*
001440*  FUNCTION SELECTION AND SWITCHES                         *
001450*---------------------------------------------------------*
001460 77  WS-FUNCTION          PIC X(01) VALUE SPACE.
001470     88  FUNCTION-ADD                VALUE "A" "a".
001480     88  FUNCTION-CHANGE             VALUE "C" "c".
001490     88  FUNCTION-BROWSE             VALUE "B" "b".
001500     88  FUNCTION-EXIT               VALUE "X" "x".
001510
001520 77  WS-VALID-SW          PIC X(01) VALUE "N".
001530     88  ENTRY-VALID                 VALUE "Y".
001540     88  ENTRY-INVALID               VALUE "N".
001550
001560 77  WS-CHANGED-SW        PIC X(01) VALUE "N".
001570     88  TABLE-CHANGED               VALUE "Y".
001580
001590 77  WS-RATEIDX-EOF-SW    PIC X(01) VALUE "N".
001600     88  RATEIDX-EOF                 VALUE "Y".
001610
001620 77  WS-AUTHORIZED-SW     PIC X(01) VALUE "Y".
001630     88  FUNCTION-AUTHORIZED         VALUE "Y".
001640     88  FUNCTION-REFUSED            VALUE "N".
001650
001660*---------------------------------------------------------*
001670*  FILE STATUS FIELDS                                      *
001680*---------------------------------------------------------*
001690 77  WS-RATEIDX-STATUS    PIC X(02) VALUE "00".
001700 77  WS-SECPROF-STATUS    PIC X(02) VALUE "00".
001710 77  WS-VIOLOG-STATUS     PIC X(02) VALUE "00".
001720
001730*---------------------------------------------------------*
001740*  THE INDEX FILE IN WORKING STORAGE - THE FILE IMAGE      *
001750*  BETWEEN LOAD AND REWRITE.                               *
001760*---------------------------------------------------------*
001770 01  WS-INDEX-TABLE.
001780     05  WS-IDX-ENTRY OCCURS 500 TIMES.
001790         10  WS-IDX-CODE      PIC X(04).
001800         10  WS-IDX-EFFDATE   PIC 9(08).
001810         10  WS-IDX-RATE      PIC S9(3)V9999.
001820         10  WS-IDX-NAME      PIC X(30).
001830 77  WS-IDX-COUNT         PIC 9(3) COMP VALUE 0.
001840 77  WS-IDX-MAX           PIC 9(3) COMP VALUE 500.
001850 77  WS-IDX-SUB           PIC 9(3) COMP VALUE 0.
001860 77  WS-IDX-FOUND-SUB     PIC 9(3) COMP VALUE 0.
001870
001880*---------------------------------------------------------*
001890*  BROWSE SELECTION AND DISPLAY EDITS                      *
001900*---------------------------------------------------------*
001910 01  WS-SEL-INDEX         PIC X(04) VALUE SPACES.
001920 77  WS-BROWSE-COUNT      PIC 9(7) COMP VALUE 0.
001930 01  WS-COUNT-EDIT        PIC Z(6)9.
001940 01  WS-INDEX-EDIT        PIC ---9.9999.
001950 01  WS-EFFDATE-WORK      PIC 9(8).
001960 01  WS-EFFDATE-WORK-R REDEFINES WS-EFFDATE-WORK.
001970     05  WS-EW-YEAR       PIC 9(4).
001980     05  WS-EW-MONTH      PIC 9(2).
001990     05  WS-EW-DAY        PIC 9(2).
002000 01  WS-EFFDATE-EDIT.
002010     05  WS-ED-YEAR       PIC 9(4).
002020     05  FILLER           PIC X(01) VALUE "-".
002030     05  WS-ED-MONTH      PIC 9(2).
002040     05  FILLER           PIC X(01) VALUE "-".
002050     05  WS-ED-DAY        PIC 9(2).
002060
002070*---------------------------------------------------------*
002080*  SIGN-ON - THE OPERATOR ID AND PASSWORD AS KEYED, THE    *
002090*  TRIES LEFT AND THE SIGNED-ON OPERATOR'S AUTHORITIES.    *
002100*  THE HASH RUNS OVER THE OPERATOR ID AND PASSWORD         *
002110*  TOGETHER, EXACTLY AS IN SecurityMaintenance.            *
002120*---------------------------------------------------------*
002130 77  WS-OPERATOR          PIC X(08) VALUE SPACES.
002140 01  WS-SIGNON-PASSWORD   PIC X(08) VALUE SPACES.
002150 77  WS-SIGNON-TRIES      PIC 9(1) VALUE 0.
002160 77  WS-SIGNON-MAX-TRIES  PIC 9(1) VALUE 3.
002170 77  WS-LOCKOUT-LIMIT     PIC 9(1) VALUE 3.
002180 77  WS-SIGNON-SW         PIC X(01) VALUE "N".
002190     88  SIGNON-PENDING              VALUE "N".
002200     88  SIGNED-ON                   VALUE "Y".
002210     88  SIGNON-ABANDONED            VALUE "A".
002220 01  WS-OPER-AUTHORITIES.
002230     05  WS-OPER-ADD          PIC X(01) VALUE "N".
002240         88  OPER-MAY-ADD                VALUE "Y".
002250     05  WS-OPER-CHANGE       PIC X(01) VALUE "N".
002260         88  OPER-MAY-CHANGE             VALUE "Y".
002270     05  WS-OPER-DELETE       PIC X(01) VALUE "N".
002280         88  OPER-MAY-DELETE             VALUE "Y".
002290     05  WS-OPER-LOAD         PIC X(01) VALUE "N".
002300         88  OPER-MAY-LOAD               VALUE "Y".
002310     05  WS-OPER-CLOSE        PIC X(01) VALUE "N".
002320         88  OPER-MAY-CLOSE              VALUE "Y".
002330     05  WS-OPER-RATE-ADD     PIC X(01) VALUE "N".
002340         88  OPER-MAY-ADD-RATE           VALUE "Y".
002350     05  WS-OPER-RATE-CHG     PIC X(01) VALUE "N".
002360         88  OPER-MAY-CHANGE-RATE        VALUE "Y".
002370     05  WS-OPER-BACKOUT      PIC X(01) VALUE "N".
002380         88  OPER-MAY-BACKOUT            VALUE "Y".
002390     05  WS-OPER-SECURITY     PIC X(01) VALUE "N".
002400         88  OPER-MAY-ADMINISTER         VALUE "Y".
002410 01  WS-HASH-INPUT.
002420     05  WS-HASH-ID           PIC X(08).
002430     05  WS-HASH-PASSWORD     PIC X(08).
002440 01  WS-HASH-INPUT-R REDEFINES WS-HASH-INPUT.
002450     05  WS-HASH-CHAR         PIC X(01) OCCURS 16 TIMES.
002460 77  WS-HASH-SUB          PIC 9(2) COMP VALUE 0.
002470 01  WS-HASH-VALUE        PIC 9(10) VALUE 0.
002480 01  WS-HASH-WORK         PIC 9(13) VALUE 0.
002490 01  WS-HASH-QUOTIENT     PIC 9(13) VALUE 0.
002500 01  WS-HASH-PRIME        PIC 9(10) VALUE 9999999967.
002510
002520*---------------------------------------------------------*
002530*  VIOLATION LOG WORK FIELDS - SET BY THE CALLER OF        *
002540*  8980-LOG-VIOLATION.                                     *
002550*---------------------------------------------------------*
002560 01  WS-VIOL-TYPE         PIC X(01) VALUE SPACE.
002570 01  WS-VIOL-FUNCTION     PIC X(01) VALUE SPACE.
002580 01  WS-VIOL-DETAIL       PIC X(60) VALUE SPACES.
002590 01  WS-DATE8             PIC 9(8) VALUE 0.
002600 01  WS-TIME8             PIC 9(8) VALUE 0.
002610 PROCEDURE DIVISION.
002620
002630*===========================================================*
002640*  0000-MAINLINE                                             *
002650*===========================================================*
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     IF FUNCTION-EXIT
002690         PERFORM 9999-TERMINATE THRU 9999-EXIT
002700         STOP RUN
002710     END-IF.
002720     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
002730         UNTIL FUNCTION-EXIT.
002740     IF TABLE-CHANGED
002750         PERFORM 8800-REWRITE-TABLE THRU 8800-EXIT
002760     END-IF.
002770     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002780     STOP RUN.
002790
002800*===========================================================*
002810*  1000-INITIALIZE - LOAD THE INDEX FILE INTO WORKING        *
002820*  STORAGE                                                   *
002830*===========================================================*
002840 1000-INITIALIZE.
002850     DISPLAY "Index Rate Maintenance".
002860     DISPLAY "==============================".
002870     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
002880     IF NOT SIGNED-ON
002890         DISPLAY "*** ERROR: NOT SIGNED ON - NO FUNCTIONS "
002900             "RUN. ***"
002910         MOVE 16 TO RETURN-CODE
002920         MOVE "X" TO WS-FUNCTION
002930         GO TO 1000-EXIT
002940     END-IF.
002950     OPEN INPUT INDEX-RATE-FILE.
002960*    THE FIRST INDEX EVER KEYED FINDS NO FILE - START EMPTY
002970*    AND LET THE REWRITE AT EXIT CREATE IT.
002980     IF WS-RATEIDX-STATUS = "35"
002990         DISPLAY "No index rate file on file yet - starting "
003000             "with an empty file."
003010         GO TO 1000-EXIT
003020     END-IF.
003030     IF WS-RATEIDX-STATUS NOT = "00"
003040         DISPLAY "*** ERROR: CANNOT OPEN INDEX RATE FILE "
003050             "(RATEIDX) - FILE STATUS " WS-RATEIDX-STATUS
003060             " ***"
003070         MOVE 16 TO RETURN-CODE
003080         MOVE "X" TO WS-FUNCTION
003090         GO TO 1000-EXIT
003100     END-IF.
003110     PERFORM 1100-LOAD-INDEX-ENTRY THRU 1100-EXIT
003120         UNTIL RATEIDX-EOF.
003130     CLOSE INDEX-RATE-FILE.
003140     IF FUNCTION-EXIT
003150         GO TO 1000-EXIT
003160     END-IF.
003170     MOVE WS-IDX-COUNT TO WS-COUNT-EDIT.
003180     DISPLAY WS-COUNT-EDIT " index value(s) loaded.".
003190 1000-EXIT.
003200     EXIT.
003210
003220 1100-LOAD-INDEX-ENTRY.
003230     READ INDEX-RATE-FILE
003240         AT END
003250             MOVE "Y" TO WS-RATEIDX-EOF-SW
003260             GO TO 1100-EXIT
003270     END-READ.
003280*    A FILE THE IN-MEMORY IMAGE CANNOT HOLD IN FULL MUST NOT
003290*    BE MAINTAINED HERE - THE REWRITE AT EXIT WOULD SILENTLY
003300*    DROP EVERY RECORD PAST THE CAP.
003310     IF WS-IDX-COUNT NOT < WS-IDX-MAX
003320         DISPLAY "*** ERROR: INDEX RATE FILE HOLDS MORE THAN "
003330             WS-IDX-MAX " RECORDS - MAINTENANCE REFUSED, "
003340             "NO CHANGES MADE. ***"
003350         MOVE 16 TO RETURN-CODE
003360         MOVE "X" TO WS-FUNCTION
003370         MOVE "Y" TO WS-RATEIDX-EOF-SW
003380         GO TO 1100-EXIT
003390     END-IF.
003400     ADD 1 TO WS-IDX-COUNT.
003410     MOVE RX-INDEX-CODE TO WS-IDX-CODE (WS-IDX-COUNT).
003420     IF RX-EFFECTIVE-DATE NUMERIC
003430         MOVE RX-EFFECTIVE-DATE TO WS-IDX-EFFDATE (WS-IDX-COUNT)
003440     ELSE
003450         MOVE 0 TO WS-IDX-EFFDATE (WS-IDX-COUNT)
003460     END-IF.
003470     IF RX-INDEX-RATE NUMERIC
003480         MOVE RX-INDEX-RATE TO WS-IDX-RATE (WS-IDX-COUNT)
003490     ELSE
003500         MOVE 0 TO WS-IDX-RATE (WS-IDX-COUNT)
003510     END-IF.
003520     MOVE RX-INDEX-NAME TO WS-IDX-NAME (WS-IDX-COUNT).
003530 1100-EXIT.
003540     EXIT.
003550
003560*===========================================================*
003570*  1300-1320 - SIGN ON AGAINST THE SECURITY PROFILE FILE     *
003580*  BEFORE ANY FUNCTION IS OFFERED.  THE OPERATOR HAS THREE   *
003590*  TRIES; EVERY WRONG PASSWORD COUNTS AGAINST THE PROFILE,   *
003600*  AND THE THIRD IN A ROW LOCKS IT UNTIL A SECURITY          *
003610*  ADMINISTRATOR RESETS IT.  EVERY REFUSAL IS LOGGED.        *
003620*===========================================================*
003630 1300-SIGN-ON.
003640     MOVE SPACES TO WS-OPERATOR.
003650     MOVE 0 TO WS-SIGNON-TRIES.
003660     SET SIGNON-PENDING TO TRUE.
003670     OPEN I-O SECURITY-PROFILE-FILE.
003680     IF WS-SECPROF-STATUS NOT = "00"
003690         DISPLAY "*** ERROR: CANNOT OPEN SECURITY PROFILE FILE "
003700             "(SECPROF) - FILE STATUS " WS-SECPROF-STATUS
003710             " - SIGN-ON REFUSED. ***"
003720         SET SIGNON-ABANDONED TO TRUE
003730         GO TO 1300-EXIT
003740     END-IF.
003750     PERFORM 1310-SIGNON-ATTEMPT THRU 1310-EXIT
003760         UNTIL NOT SIGNON-PENDING.
003770     CLOSE SECURITY-PROFILE-FILE.
003780 1300-EXIT.
003790     EXIT.
003800
003810 1310-SIGNON-ATTEMPT.
003820     ADD 1 TO WS-SIGNON-TRIES.
003830     MOVE SPACES TO WS-OPERATOR.
003840     MOVE SPACES TO WS-SIGNON-PASSWORD.
003850     DISPLAY "Operator ID: ".
003860     ACCEPT WS-OPERATOR.
003870     IF WS-OPERATOR = SPACES
003880         SET SIGNON-ABANDONED TO TRUE
003890         GO TO 1310-EXIT
003900     END-IF.
003910     DISPLAY "Password: ".
003920     ACCEPT WS-SIGNON-PASSWORD.
003930     MOVE SPACE TO WS-VIOL-FUNCTION.
003940     MOVE WS-OPERATOR TO SP-OPERATOR-ID.
003950     READ SECURITY-PROFILE-FILE
003960         INVALID KEY
003970             MOVE "U" TO WS-VIOL-TYPE
003980             MOVE "SIGN-ON WITH AN UNKNOWN OPERATOR ID"
003990                 TO WS-VIOL-DETAIL
004000             PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
004010             DISPLAY "*** SIGN-ON REFUSED - OPERATOR ID OR "
004020                 "PASSWORD IS NOT VALID. ***"
004030             GO TO 1310-CHECK-TRIES
004040     END-READ.
004050     IF SP-LOCKED
004060         MOVE "L" TO WS-VIOL-TYPE
004070         MOVE "SIGN-ON TO A LOCKED-OUT PROFILE"
004080             TO WS-VIOL-DETAIL
004090         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
004100         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
004110             " IS LOCKED OUT - SEE THE SECURITY "
004120             "ADMINISTRATOR. ***"
004130         SET SIGNON-ABANDONED TO TRUE
004140         GO TO 1310-EXIT
004150     END-IF.
004160     IF NOT SP-ACTIVE
004170         MOVE "I" TO WS-VIOL-TYPE
004180         MOVE "SIGN-ON TO AN INACTIVE PROFILE"
004190             TO WS-VIOL-DETAIL
004200         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
004210         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
004220             " IS NOT ACTIVE. ***"
004230         SET SIGNON-ABANDONED TO TRUE
004240         GO TO 1310-EXIT
004250     END-IF.
004260     MOVE WS-OPERATOR TO WS-HASH-ID.
004270     MOVE WS-SIGNON-PASSWORD TO WS-HASH-PASSWORD.
004280     PERFORM 8990-HASH-PASSWORD THRU 8990-EXIT.
004290     MOVE SPACES TO WS-SIGNON-PASSWORD.
004300     IF WS-HASH-VALUE NOT = SP-PASSWORD-HASH
004310         PERFORM 1320-FAILED-PASSWORD THRU 1320-EXIT
004320         GO TO 1310-CHECK-TRIES
004330     END-IF.
004340     MOVE 0 TO SP-FAIL-COUNT.
004350     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
004360     ACCEPT WS-TIME8 FROM TIME.
004370     MOVE WS-DATE8 TO SP-LAST-SIGNON-DATE.
004380     MOVE WS-TIME8 (1:6) TO SP-LAST-SIGNON-TIME.
004390     REWRITE SECURITY-PROFILE-RECORD
004400         INVALID KEY
004410             DISPLAY "*** WARNING: SECURITY PROFILE REWRITE "
004420                 "FAILED - FILE STATUS " WS-SECPROF-STATUS
004430                 " ***"
004440     END-REWRITE.
004450     MOVE SP-AUTHORITIES TO WS-OPER-AUTHORITIES.
004460     SET SIGNED-ON TO TRUE.
004470     DISPLAY "Signed on as " WS-OPERATOR " - " SP-OPERATOR-NAME.
004480     GO TO 1310-EXIT.
004490 1310-CHECK-TRIES.
004500     IF WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES
004510         SET SIGNON-ABANDONED TO TRUE
004520     END-IF.
004530 1310-EXIT.
004540     EXIT.
004550
004560 1320-FAILED-PASSWORD.
004570     ADD 1 TO SP-FAIL-COUNT.
004580     MOVE "P" TO WS-VIOL-TYPE.
004590     MOVE "SIGN-ON WITH A WRONG PASSWORD" TO WS-VIOL-DETAIL.
004600     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
004610     IF SP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
004620         MOVE "Y" TO SP-LOCKED-FLAG
004630         MOVE "K" TO WS-VIOL-TYPE
004640         MOVE "PROFILE LOCKED OUT AFTER REPEATED WRONG PASSWORDS"
004650             TO WS-VIOL-DETAIL
004660         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
004670         SET SIGNON-ABANDONED TO TRUE
004680     END-IF.
004690     REWRITE SECURITY-PROFILE-RECORD
004700         INVALID KEY
004710             DISPLAY "*** WARNING: SECURITY PROFILE REWRITE "
004720                 "FAILED - FILE STATUS " WS-SECPROF-STATUS
004730                 " ***"
004740     END-REWRITE.
004750     IF SP-LOCKED
004760         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
004770             " IS NOW LOCKED OUT - SEE THE SECURITY "
004780             "ADMINISTRATOR. ***"
004790     ELSE
004800         DISPLAY "*** SIGN-ON REFUSED - OPERATOR ID OR "
004810             "PASSWORD IS NOT VALID. ***"
004820     END-IF.
004830 1320-EXIT.
004840     EXIT.
004850
004860*===========================================================*
004870*  2000-MENU-LOOP - ONE FUNCTION PER PASS                    *
004880*===========================================================*
004890 2000-MENU-LOOP.
004900     DISPLAY " ".
004910     DISPLAY "Select Function:".
004920     DISPLAY "  A. Add an index value (index + effective date)".
004930     DISPLAY "  C. Change an index value".
004940     DISPLAY "  B. Browse index values".
004950     DISPLAY "  X. Exit (rewrites the file when changed)".
004960     DISPLAY "Enter choice: ".
004970     ACCEPT WS-FUNCTION.
004980     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
004990     IF FUNCTION-REFUSED
005000         GO TO 2000-EXIT
005010     END-IF.
005020     EVALUATE TRUE
005030         WHEN FUNCTION-ADD
005040             PERFORM 3000-ADD-INDEX THRU 3000-EXIT
005050         WHEN FUNCTION-CHANGE
005060             PERFORM 4000-CHANGE-INDEX THRU 4000-EXIT
005070         WHEN FUNCTION-BROWSE
005080             PERFORM 6000-BROWSE-INDEX THRU 6000-EXIT
005090         WHEN FUNCTION-EXIT
005100             CONTINUE
005110         WHEN OTHER
005120             DISPLAY "*** ERROR: Choice must be A, C, B "
005130                 "or X. ***"
005140     END-EVALUATE.
005150 2000-EXIT.
005160     EXIT.
005170
005180*===========================================================*
005190*  2100-CHECK-AUTHORITY - ADD AND CHANGE NEED THE RATE       *
005200*  AUTHORITIES ON THE OPERATOR'S PROFILE, AS FOR THE RATE    *
005210*  TABLE; BROWSE NEEDS ONLY THE SIGN-ON.  A REFUSAL IS       *
005220*  LOGGED.                                                   *
005230*===========================================================*
005240 2100-CHECK-AUTHORITY.
005250     SET FUNCTION-AUTHORIZED TO TRUE.
005260     IF FUNCTION-ADD AND NOT OPER-MAY-ADD-RATE
005270         SET FUNCTION-REFUSED TO TRUE
005280     END-IF.
005290     IF FUNCTION-CHANGE AND NOT OPER-MAY-CHANGE-RATE
005300         SET FUNCTION-REFUSED TO TRUE
005310     END-IF.
005320     IF FUNCTION-AUTHORIZED
005330         GO TO 2100-EXIT
005340     END-IF.
005350     MOVE WS-FUNCTION TO WS-VIOL-FUNCTION.
005360     INSPECT WS-VIOL-FUNCTION CONVERTING "ac" TO "AC".
005370     MOVE "A" TO WS-VIOL-TYPE.
005380     MOVE "FUNCTION NOT IN THE OPERATOR'S AUTHORITIES"
005390         TO WS-VIOL-DETAIL.
005400     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
005410     DISPLAY "*** FUNCTION " WS-VIOL-FUNCTION " REFUSED - "
005420         "OPERATOR " WS-OPERATOR " IS NOT AUTHORIZED FOR IT. ***".
005430 2100-EXIT.
005440     EXIT.
005450
005460*===========================================================*
005470*  3000-ADD-INDEX                                            *
005480*===========================================================*
005490 3000-ADD-INDEX.
005500     IF WS-IDX-COUNT NOT < WS-IDX-MAX
005510         DISPLAY "*** ERROR: INDEX RATE FILE IS FULL ("
005520             WS-IDX-MAX " RECORDS). ***"
005530         GO TO 3000-EXIT
005540     END-IF.
005550     MOVE SPACES TO WX-INDEX-CODE.
005560     MOVE 0 TO WX-EFFECTIVE-DATE.
005570     MOVE 0 TO WX-INDEX-RATE.
005580     MOVE SPACES TO WX-INDEX-NAME.
005590     PERFORM 8000-ENTER-FIELDS THRU 8000-EXIT.
005600     PERFORM 8500-EDIT-FIELDS THRU 8500-EXIT.
005610     IF ENTRY-INVALID
005620         DISPLAY "*** INDEX VALUE NOT ADDED - CORRECT THE "
005630             "FIELDS ABOVE AND RE-ENTER. ***"
005640         GO TO 3000-EXIT
005650     END-IF.
005660     PERFORM 8600-FIND-INDEX-ENTRY THRU 8600-EXIT.
005670     IF WS-IDX-FOUND-SUB > 0
005680         DISPLAY "*** ERROR: INDEX " WX-INDEX-CODE
005690             " ALREADY HAS A VALUE EFFECTIVE THAT DATE - "
005700             "USE CHANGE. ***"
005710         GO TO 3000-EXIT
005720     END-IF.
005730     ADD 1 TO WS-IDX-COUNT.
005740     MOVE WX-INDEX-CODE TO WS-IDX-CODE (WS-IDX-COUNT).
005750     MOVE WX-EFFECTIVE-DATE TO WS-IDX-EFFDATE (WS-IDX-COUNT).
005760     MOVE WX-INDEX-RATE TO WS-IDX-RATE (WS-IDX-COUNT).
005770     MOVE WX-INDEX-NAME TO WS-IDX-NAME (WS-IDX-COUNT).
005780     SET TABLE-CHANGED TO TRUE.
005790     DISPLAY "Index value added for index " WX-INDEX-CODE ".".
005800 3000-EXIT.
005810     EXIT.
005820
005830*===========================================================*
005840*  4000-CHANGE-INDEX - RE-KEY THE VALUE (AND, IF ONE IS      *
005850*  KEYED, THE NAME) OF AN EXISTING INDEX/DATE PAIR.          *
005860*===========================================================*
005870 4000-CHANGE-INDEX.
005880     DISPLAY "Enter Index Code: ".
005890     ACCEPT WX-INDEX-CODE.
005900     DISPLAY "Enter Effective Date (YYYYMMDD, 0 = base): ".
005910     ACCEPT WX-EFFECTIVE-DATE.
005920     PERFORM 8600-FIND-INDEX-ENTRY THRU 8600-EXIT.
005930     IF WS-IDX-FOUND-SUB = 0
005940         DISPLAY "*** ERROR: NO VALUE ON FILE FOR INDEX "
005950             WX-INDEX-CODE " EFFECTIVE THAT DATE. ***"
005960         GO TO 4000-EXIT
005970     END-IF.
005980     MOVE WS-IDX-FOUND-SUB TO WS-IDX-SUB.
005990     PERFORM 8900-DISPLAY-INDEX THRU 8900-EXIT.
006000     DISPLAY "Enter New Index Rate (%, may be negative): ".
006010     ACCEPT WX-INDEX-RATE.
006020     MOVE SPACES TO WX-INDEX-NAME.
006030     DISPLAY "Enter New Index Name (blank = unchanged): ".
006040     ACCEPT WX-INDEX-NAME.
006050     IF WX-INDEX-NAME = SPACES
006060         MOVE WS-IDX-NAME (WS-IDX-FOUND-SUB) TO WX-INDEX-NAME
006070     END-IF.
006080     PERFORM 8500-EDIT-FIELDS THRU 8500-EXIT.
006090     IF ENTRY-INVALID
006100         DISPLAY "*** INDEX VALUE NOT CHANGED - CORRECT THE "
006110             "FIELDS ABOVE AND RE-ENTER. ***"
006120         GO TO 4000-EXIT
006130     END-IF.
006140     MOVE WX-INDEX-RATE TO WS-IDX-RATE (WS-IDX-FOUND-SUB).
006150     MOVE WX-INDEX-NAME TO WS-IDX-NAME (WS-IDX-FOUND-SUB).
006160     SET TABLE-CHANGED TO TRUE.
006170     DISPLAY "Index value changed for index " WX-INDEX-CODE ".".
006180 4000-EXIT.
006190     EXIT.
006200
006210*===========================================================*
006220*  6000-BROWSE-INDEX - ALL INDICES OR ONE                    *
006230*===========================================================*
006240 6000-BROWSE-INDEX.
006250     DISPLAY "Index Code to browse (blank for all): ".
006260     ACCEPT WS-SEL-INDEX.
006270     MOVE 0 TO WS-BROWSE-COUNT.
006280     MOVE 0 TO WS-IDX-SUB.
006290     PERFORM 6100-BROWSE-ENTRY THRU 6100-EXIT
006300         UNTIL WS-IDX-SUB NOT < WS-IDX-COUNT.
006310     MOVE WS-BROWSE-COUNT TO WS-COUNT-EDIT.
006320     DISPLAY WS-COUNT-EDIT " index value(s) displayed.".
006330 6000-EXIT.
006340     EXIT.
006350
006360 6100-BROWSE-ENTRY.
006370     ADD 1 TO WS-IDX-SUB.
006380     IF WS-SEL-INDEX NOT = SPACES
006390         AND WS-IDX-CODE (WS-IDX-SUB) NOT = WS-SEL-INDEX
006400         GO TO 6100-EXIT
006410     END-IF.
006420     PERFORM 8900-DISPLAY-INDEX THRU 8900-EXIT.
006430     ADD 1 TO WS-BROWSE-COUNT.
006440 6100-EXIT.
006450     EXIT.
006460
006470*===========================================================*
006480*  8000-ENTER-FIELDS - PROMPT EVERY FIELD OF THE RECORD      *
006490*===========================================================*
006500 8000-ENTER-FIELDS.
006510     DISPLAY "Enter Index Code: ".
006520     ACCEPT WX-INDEX-CODE.
006530     DISPLAY "Enter Effective Date (YYYYMMDD, 0 = base): ".
006540     ACCEPT WX-EFFECTIVE-DATE.
006550     DISPLAY "Enter Index Rate (%, may be negative): ".
006560     ACCEPT WX-INDEX-RATE.
006570     DISPLAY "Enter Index Name: ".
006580     ACCEPT WX-INDEX-NAME.
006590 8000-EXIT.
006600     EXIT.
006610
006620*===========================================================*
006630*  8500-EDIT-FIELDS - INDEX CODE REQUIRED, A SANE VALUE      *
006640*  AND THE SAME EFFECTIVE-DATE CHECK AS THE RATE TABLE.      *
006650*  THE VALUE MAY BE BELOW ZERO - THE PRODUCT'S FLOOR         *
006660*  KEEPS THE RATE PAID SENSIBLE.                             *
006670*===========================================================*
006680 8500-EDIT-FIELDS.
006690     SET ENTRY-VALID TO TRUE.
006700     IF WX-INDEX-CODE = SPACES
006710         DISPLAY "*** INDEX CODE IS REQUIRED. ***"
006720         SET ENTRY-INVALID TO TRUE
006730     END-IF.
006740     IF WX-INDEX-RATE NOT NUMERIC
006750         DISPLAY "*** INDEX RATE IS NOT NUMERIC. ***"
006760         SET ENTRY-INVALID TO TRUE
006770     ELSE
006780         IF WX-INDEX-RATE NOT > -100 OR WX-INDEX-RATE > 100
006790             DISPLAY "*** INDEX RATE MUST BE MORE THAN -100 "
006800                 "AND NOT MORE THAN 100. ***"
006810             SET ENTRY-INVALID TO TRUE
006820         END-IF
006830     END-IF.
006840     IF WX-EFFECTIVE-DATE NOT NUMERIC
006850         DISPLAY "*** EFFECTIVE DATE IS NOT NUMERIC. ***"
006860         SET ENTRY-INVALID TO TRUE
006870         GO TO 8500-EXIT
006880     END-IF.
006890     IF WX-EFFECTIVE-DATE = 0
006900         GO TO 8500-EXIT
006910     END-IF.
006920     IF WX-EFF-MONTH < 01 OR WX-EFF-MONTH > 12
006930         DISPLAY "*** EFFECTIVE DATE MONTH MUST BE 01 "
006940             "THROUGH 12. ***"
006950         SET ENTRY-INVALID TO TRUE
006960     END-IF.
006970     IF WX-EFF-DAY < 01 OR WX-EFF-DAY > 31
006980         DISPLAY "*** EFFECTIVE DATE DAY MUST BE 01 "
006990             "THROUGH 31. ***"
007000         SET ENTRY-INVALID TO TRUE
007010     END-IF.
007020     IF WX-EFF-YEAR < 1990
007030         DISPLAY "*** EFFECTIVE DATE YEAR LOOKS WRONG - "
007040             "ENTER YYYYMMDD. ***"
007050         SET ENTRY-INVALID TO TRUE
007060     END-IF.
007070 8500-EXIT.
007080     EXIT.
007090
007100*===========================================================*
007110*  8600-FIND-INDEX-ENTRY - LOCATE THE INDEX/EFFECTIVE-DATE   *
007120*  PAIR IN THE TABLE.  ZERO MEANS NOT FOUND.                 *
007130*===========================================================*
007140 8600-FIND-INDEX-ENTRY.
007150     MOVE 0 TO WS-IDX-FOUND-SUB.
007160     MOVE 0 TO WS-IDX-SUB.
007170     PERFORM 8610-SCAN-INDEX-ENTRY THRU 8610-EXIT
007180         UNTIL WS-IDX-FOUND-SUB > 0
007190         OR WS-IDX-SUB NOT < WS-IDX-COUNT.
007200 8600-EXIT.
007210     EXIT.
007220
007230 8610-SCAN-INDEX-ENTRY.
007240     ADD 1 TO WS-IDX-SUB.
007250     IF WS-IDX-CODE (WS-IDX-SUB) = WX-INDEX-CODE
007260         AND WS-IDX-EFFDATE (WS-IDX-SUB) = WX-EFFECTIVE-DATE
007270         MOVE WS-IDX-SUB TO WS-IDX-FOUND-SUB
007280     END-IF.
007290 8610-EXIT.
007300     EXIT.
007310
007320*===========================================================*
007330*  8800-REWRITE-TABLE - WRITE THE WHOLE FILE BACK AT EXIT    *
007340*===========================================================*
007350 8800-REWRITE-TABLE.
007360     OPEN OUTPUT INDEX-RATE-FILE.
007370     IF WS-RATEIDX-STATUS NOT = "00"
007380         DISPLAY "*** ERROR: CANNOT REWRITE INDEX RATE FILE "
007390             "(RATEIDX) - FILE STATUS " WS-RATEIDX-STATUS
007400             " - CHANGES LOST. ***"
007410         MOVE 16 TO RETURN-CODE
007420         GO TO 8800-EXIT
007430     END-IF.
007440     MOVE 0 TO WS-IDX-SUB.
007450     PERFORM 8810-WRITE-INDEX-ENTRY THRU 8810-EXIT
007460         UNTIL WS-IDX-SUB NOT < WS-IDX-COUNT.
007470     CLOSE INDEX-RATE-FILE.
007480     MOVE WS-IDX-COUNT TO WS-COUNT-EDIT.
007490     DISPLAY WS-COUNT-EDIT " index value(s) written back.".
007500 8800-EXIT.
007510     EXIT.
007520
007530 8810-WRITE-INDEX-ENTRY.
007540     ADD 1 TO WS-IDX-SUB.
007550     MOVE SPACES TO INDEX-RATE-RECORD.
007560     MOVE WS-IDX-CODE (WS-IDX-SUB) TO RX-INDEX-CODE.
007570     MOVE WS-IDX-EFFDATE (WS-IDX-SUB) TO RX-EFFECTIVE-DATE.
007580     MOVE WS-IDX-RATE (WS-IDX-SUB) TO RX-INDEX-RATE.
007590     MOVE WS-IDX-NAME (WS-IDX-SUB) TO RX-INDEX-NAME.
007600     WRITE INDEX-RATE-RECORD.
007610     IF WS-RATEIDX-STATUS NOT = "00"
007620         DISPLAY "*** ERROR: INDEX RATE FILE WRITE FAILED - "
007630             "FILE STATUS " WS-RATEIDX-STATUS " ***"
007640         MOVE 16 TO RETURN-CODE
007650     END-IF.
007660 8810-EXIT.
007670     EXIT.
007680
007690*===========================================================*
007700*  8900-DISPLAY-INDEX - ONE INDEX VALUE, FORMATTED           *
007710*===========================================================*
007720 8900-DISPLAY-INDEX.
007730     MOVE WS-IDX-RATE (WS-IDX-SUB) TO WS-INDEX-EDIT.
007740     MOVE WS-IDX-EFFDATE (WS-IDX-SUB) TO WS-EFFDATE-WORK.
007750     MOVE WS-EW-YEAR TO WS-ED-YEAR.
007760     MOVE WS-EW-MONTH TO WS-ED-MONTH.
007770     MOVE WS-EW-DAY TO WS-ED-DAY.
007780     DISPLAY "  " WS-IDX-CODE (WS-IDX-SUB)
007790         "  RATE " WS-INDEX-EDIT
007800         "  EFFECTIVE " WS-EFFDATE-EDIT
007810         "  " WS-IDX-NAME (WS-IDX-SUB).
007820 8900-EXIT.
007830     EXIT.
007840
007850*===========================================================*
007860*  8980-LOG-VIOLATION - APPEND ONE LINE TO THE SECURITY      *
007870*  VIOLATIONS LOG FROM THE WS-VIOL- FIELDS SET BY THE        *
007880*  CALLER.                                                   *
007890*===========================================================*
007900 8980-LOG-VIOLATION.
007910     OPEN EXTEND VIOLATION-LOG-FILE.
007920     IF WS-VIOLOG-STATUS = "35"
007930         OPEN OUTPUT VIOLATION-LOG-FILE
007940     END-IF.
007950     IF WS-VIOLOG-STATUS NOT = "00"
007960         DISPLAY "*** WARNING: CANNOT OPEN SECURITY VIOLATIONS "
007970             "LOG (SECVIOL) - FILE STATUS " WS-VIOLOG-STATUS
007980             " - VIOLATION NOT LOGGED. ***"
007990         GO TO 8980-EXIT
008000     END-IF.
008010     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
008020     ACCEPT WS-TIME8 FROM TIME.
008030     MOVE SPACES TO VIOLATION-LOG-RECORD.
008040     MOVE WS-DATE8 TO SV-DATE.
008050     MOVE WS-TIME8 (1:6) TO SV-TIME.
008060     MOVE "IDXMNT" TO SV-PROGRAM.
008070     MOVE WS-OPERATOR TO SV-OPERATOR-ID.
008080     MOVE WS-VIOL-TYPE TO SV-VIOLATION-TYPE.
008090     MOVE WS-VIOL-FUNCTION TO SV-FUNCTION.
008100     MOVE WS-VIOL-DETAIL TO SV-DETAIL.
008110     WRITE VIOLATION-LOG-RECORD.
008120     IF WS-VIOLOG-STATUS NOT = "00"
008130         DISPLAY "*** WARNING: SECURITY VIOLATIONS LOG WRITE "
008140             "FAILED - FILE STATUS " WS-VIOLOG-STATUS " ***"
008150     END-IF.
008160     CLOSE VIOLATION-LOG-FILE.
008170 8980-EXIT.
008180     EXIT.
008190
008200*===========================================================*
008210*  8990-8991 - ONE-WAY HASH OF WS-HASH-INPUT (OPERATOR ID    *
008220*  AND PASSWORD) INTO WS-HASH-VALUE: MULTIPLY BY 131, ADD    *
008230*  THE NEXT CHARACTER, KEEP THE REMAINDER BY A TEN-DIGIT     *
008240*  PRIME.  THE SAME IN EVERY PROGRAM THAT SIGNS ON - A       *
008250*  CHANGE HERE MEANS RESETTING EVERY PASSWORD.               *
008260*===========================================================*
008270 8990-HASH-PASSWORD.
008280     MOVE 5381 TO WS-HASH-VALUE.
008290     MOVE 0 TO WS-HASH-SUB.
008300     PERFORM 8991-HASH-ONE-CHAR THRU 8991-EXIT
008310         UNTIL WS-HASH-SUB NOT < 16.
008320     MOVE SPACES TO WS-HASH-PASSWORD.
008330 8990-EXIT.
008340     EXIT.
008350
008360 8991-HASH-ONE-CHAR.
008370     ADD 1 TO WS-HASH-SUB.
008380     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 131
008390         + FUNCTION ORD (WS-HASH-CHAR (WS-HASH-SUB)).
008400     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
008410         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-VALUE.
008420 8991-EXIT.
008430     EXIT.
008440
008450*===========================================================*
008460*  9999-TERMINATE                                            *
008470*===========================================================*
008480 9999-TERMINATE.
008490     DISPLAY "Index Rate Maintenance ended.".
008500 9999-EXIT.
008510     EXIT.
