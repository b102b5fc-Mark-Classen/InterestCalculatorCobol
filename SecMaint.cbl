000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SecurityMaintenance.
000030 AUTHOR.        LENDING-SYSTEMS-GROUP.
000040 INSTALLATION.  MAIN-STREET-FINANCE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080*---------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*---------------------------------------------------------*
000110*  2026-10-15  RJM  ORIGINAL PROGRAM - ONLINE MAINTENANCE  *
000120*              OF THE OPERATOR SECURITY PROFILE FILE       *
000130*              (SECPROF) AGAINST WHICH AccountMaintenance, *
000140*              RateTableMaintenance AND                    *
000150*              AccountJournalUtility SIGN ON.              *
000160*  2026-10-15  RJM  A WRONG CURRENT PASSWORD ON P COUNTS   *
000170*              TOWARDS THE LOCKOUT LIKE ONE AT SIGN-ON;    *
000180*              THE THIRD IN A ROW LOCKS THE PROFILE AND    *
000190*              ENDS THE SESSION.                           *
000200*  2026-10-15  RJM  THE PROFILE FILE IS CLOSED AT END ONLY *
000210*              IF IT WAS OPENED.                           *
000220*---------------------------------------------------------*
000230*  REMARKS.  ONE PROFILE PER OPERATOR ID: NAME, PASSWORD   *
000240*  HASH, ACTIVE FLAG, CONSECUTIVE WRONG PASSWORDS, LOCKOUT *
000250*  FLAG AND A Y/N AUTHORITY FOR EVERY UPDATING FUNCTION OF *
000260*  THE ONLINE PROGRAMS.  THE PASSWORD ITSELF IS NEVER      *
000270*  STORED OR SHOWN - ONLY A HASH OF THE OPERATOR ID AND    *
000280*  PASSWORD, WORKED OUT BY THE SAME 8990-HASH-PASSWORD     *
000290*  PARAGRAPH AS THE SIGN-ON IN EVERY ONLINE PROGRAM.       *
000300*  THREE WRONG PASSWORDS IN A ROW LOCK THE PROFILE UNTIL A *
000310*  SECURITY ADMINISTRATOR RESETS IT (R).                   *
000320*                                                          *
000330*  EVERY OPERATOR SIGNS ON HERE TOO.  P (CHANGE YOUR OWN   *
000340*  PASSWORD) IS OPEN TO ANY OPERATOR; A, C, R AND B NEED   *
000350*  THE SECURITY ADMINISTRATION AUTHORITY, AND NOBODY MAY   *
000360*  CHANGE OR RESET THEIR OWN PROFILE.  PROFILES ARE NEVER  *
000370*  DELETED - THE OPERATOR IDS STAY ON THE CHANGE JOURNAL - *
000380*  SO A LEAVER IS MADE INACTIVE WITH C.                    *
000390*                                                          *
000400*  ON AN EMPTY FILE (FIRST USE) THE FIRST OPERATOR IS      *
000410*  ENROLLED BEFORE SIGN-ON, WITH SECURITY ADMINISTRATION   *
000420*  AUTHORITY ONLY; EVERY OTHER OPERATOR IS ADDED BY THEM.  *
000430*  REFUSED SIGN-ONS AND FUNCTIONS ARE APPENDED TO THE      *
000440*  SECURITY VIOLATIONS LOG (SECVIOL) FOR THE SUPERVISOR'S  *
000450*  DAILY REPORT (SecurityViolationReport).                 *
000460*---------------------------------------------------------*
000470
000480 ENVIRONMENT DIVISION.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SECURITY-PROFILE-FILE
000530         ASSIGN TO SECPROF
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SP-OPERATOR-ID
000570         FILE STATUS IS WS-SECPROF-STATUS.
000580
000590     SELECT VIOLATION-LOG-FILE
000600         ASSIGN TO SECVIOL
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-VIOLOG-STATUS.
000630
000640 DATA DIVISION.
000650
000660 FILE SECTION.
000670*---------------------------------------------------------*
000680*  SECURITY-PROFILE-FILE - INDEXED (VSAM KSDS) OPERATOR    *
000690*  PROFILES KEYED ON THE OPERATOR ID (SEE SECDEF).  SAME   *
000700*  100-BYTE LAYOUT IN EVERY PROGRAM THAT SIGNS ON.         *
000710*---------------------------------------------------------*
000720 FD  SECURITY-PROFILE-FILE.
000730 01  SECURITY-PROFILE-RECORD.
000740     05  SP-OPERATOR-ID         PIC X(08).
000750     05  SP-OPERATOR-NAME       PIC X(30).
000760     05  SP-PASSWORD-HASH       PIC 9(10).
000770     05  SP-ACTIVE-FLAG         PIC X(01).
000780         88  SP-ACTIVE                   VALUE "Y".
000790     05  SP-FAIL-COUNT          PIC 9(01).
000800     05  SP-LOCKED-FLAG         PIC X(01).
000810         88  SP-LOCKED                   VALUE "Y".
000820*    ONE Y/N BYTE PER UPDATING FUNCTION - ACCOUNT ADD, CHANGE,
000830*    DELETE, LOAD AND CLOSE; RATE ADD AND CHANGE; JOURNAL
000840*    BACKOUT; SECURITY ADMINISTRATION.
000850     05  SP-AUTHORITIES.
000860         10  SP-AUTH-ADD        PIC X(01).
000870         10  SP-AUTH-CHANGE     PIC X(01).
000880         10  SP-AUTH-DELETE     PIC X(01).
000890         10  SP-AUTH-LOAD       PIC X(01).
000900         10  SP-AUTH-CLOSE      PIC X(01).
000910         10  SP-AUTH-RATE-ADD   PIC X(01).
000920         10  SP-AUTH-RATE-CHG   PIC X(01).
000930         10  SP-AUTH-BACKOUT    PIC X(01).
000940         10  SP-AUTH-SECURITY   PIC X(01).
000950     05  SP-LAST-SIGNON-DATE    PIC 9(08).
000960     05  SP-LAST-SIGNON-TIME    PIC 9(06).
000970     05  SP-PASSWORD-DATE       PIC 9(08).
000980     05  FILLER                 PIC X(18).
000990
001000*---------------------------------------------------------*
001010*  VIOLATION-LOG-FILE - ONE LINE PER REFUSED SIGN-ON OR    *
001020*  FUNCTION, APPENDED BY EVERY PROGRAM THAT SIGNS ON.      *
001030*  VIOLATION TYPES: U = UNKNOWN OPERATOR ID, P = WRONG     *
001040*  PASSWORD, K = PROFILE LOCKED OUT BY THAT FAILURE, L =   *
001050*  SIGN-ON TO A LOCKED PROFILE, I = SIGN-ON TO AN INACTIVE *
001060*  PROFILE, A = FUNCTION NOT IN THE OPERATOR'S             *
001070*  AUTHORITIES, S = OPERATOR ACTING ON THEIR OWN CHANGE OR *
001080*  PROFILE.                                                *
001090*---------------------------------------------------------*
001100 FD  VIOLATION-LOG-FILE
001110     RECORDING MODE IS F.
001120 01  VIOLATION-LOG-RECORD.
001130     05  SV-DATE                PIC 9(08).
001140     05  SV-TIME                PIC 9(06).
001150     05  SV-PROGRAM             PIC X(08).
001160     05  SV-OPERATOR-ID         PIC X(08).
001170     05  SV-VIOLATION-TYPE      PIC X(01).
001180     05  SV-FUNCTION            PIC X(01).
001190     05  SV-DETAIL              PIC X(60).
001200     05  FILLER                 PIC X(28).
001210
001220 WORKING-STORAGE SECTION.
001230*---------------------------------------------------------*
001240*  PROFILE WORK AREA - ONE PROFILE AS KEYED, EDITED BEFORE *
001250*  IT TOUCHES THE FILE.                                    *
001260*---------------------------------------------------------*
001270 01  WP-PROFILE-WORK.
001280     05  WP-OPERATOR-ID         PIC X(08).
001290     05  WP-OPERATOR-NAME       PIC X(30).
001300     05  WP-PASSWORD-HASH       PIC 9(10).
001310     05  WP-ACTIVE-FLAG         PIC X(01).
001320     05  WP-FAIL-COUNT          PIC 9(01).
001330     05  WP-LOCKED-FLAG         PIC X(01).
001340     05  WP-AUTHORITIES.
001350         10  WP-AUTH-ADD        PIC X(01).
001360         10  WP-AUTH-CHANGE     PIC X(01).
001370         10  WP-AUTH-DELETE     PIC X(01).
001380         10  WP-AUTH-LOAD       PIC X(01).
001390         10  WP-AUTH-CLOSE      PIC X(01).
001400         10  WP-AUTH-RATE-ADD   PIC X(01).
001410         10  WP-AUTH-RATE-CHG   PIC X(01).
001420         10  WP-AUTH-BACKOUT    PIC X(01).
001430         10  WP-AUTH-SECURITY   PIC X(01).
001440     05  WP-LAST-SIGNON-DATE    PIC 9(08).
001450     05  WP-LAST-SIGNON-TIME    PIC 9(06).
001460     05  WP-PASSWORD-DATE       PIC 9(08).
001470     05  FILLER                 PIC X(18).
001480
001490*---------------------------------------------------------*
001500*  FUNCTION SELECTION AND SWITCHES                         *
001510*---------------------------------------------------------*
001520 77  WS-FUNCTION          PIC X(01) VALUE SPACE.
001530     88  FUNCTION-ADD                VALUE "A" "a".
001540     88  FUNCTION-CHANGE             VALUE "C" "c".
001550     88  FUNCTION-RESET              VALUE "R" "r".
001560     88  FUNCTION-PASSWORD           VALUE "P" "p".
001570     88  FUNCTION-BROWSE             VALUE "B" "b".
001580     88  FUNCTION-EXIT               VALUE "X" "x".
001590
001600 77  WS-VALID-SW          PIC X(01) VALUE "N".
001610     88  ENTRY-VALID                 VALUE "Y".
001620     88  ENTRY-INVALID               VALUE "N".
001630
001640 77  WS-AUTHORIZED-SW     PIC X(01) VALUE "N".
001650     88  FUNCTION-AUTHORIZED         VALUE "Y".
001660     88  FUNCTION-REFUSED            VALUE "N".
001670
001680 77  WS-ENROL-SW          PIC X(01) VALUE "N".
001690     88  FIRST-ENROLMENT             VALUE "Y".
001700
001710 77  WS-CONFIRM           PIC X(01) VALUE "N".
001720 77  WS-BROWSE-EOF-SW     PIC X(01) VALUE "N".
001730     88  BROWSE-EOF                  VALUE "Y".
001740 77  WS-SECPROF-OPEN-SW   PIC X(01) VALUE "N".
001750     88  SECPROF-OPEN                VALUE "Y".
001760
001770*---------------------------------------------------------*
001780*  FILE STATUS FIELDS                                      *
001790*---------------------------------------------------------*
001800 77  WS-SECPROF-STATUS    PIC X(02) VALUE "00".
001810 77  WS-VIOLOG-STATUS     PIC X(02) VALUE "00".
001820
001830*---------------------------------------------------------*
001840*  SIGN-ON - THE OPERATOR ID AND PASSWORD AS KEYED, THE    *
001850*  TRIES LEFT AND THE SIGNED-ON OPERATOR'S AUTHORITY.      *
001860*---------------------------------------------------------*
001870 77  WS-OPERATOR          PIC X(08) VALUE SPACES.
001880 01  WS-SIGNON-PASSWORD   PIC X(08) VALUE SPACES.
001890 77  WS-SIGNON-TRIES      PIC 9(1) VALUE 0.
001900 77  WS-SIGNON-MAX-TRIES  PIC 9(1) VALUE 3.
001910 77  WS-LOCKOUT-LIMIT     PIC 9(1) VALUE 3.
001920 77  WS-SIGNON-SW         PIC X(01) VALUE "N".
001930     88  SIGNON-PENDING              VALUE "N".
001940     88  SIGNED-ON                   VALUE "Y".
001950     88  SIGNON-ABANDONED            VALUE "A".
001960 77  WS-OPER-SECURITY     PIC X(01) VALUE "N".
001970     88  OPER-MAY-ADMINISTER         VALUE "Y".
001980
001990*---------------------------------------------------------*
002000*  PASSWORD ENTRY AND HASH WORK FIELDS.  THE HASH RUNS     *
002010*  OVER THE OPERATOR ID AND PASSWORD TOGETHER, SO TWO      *
002020*  OPERATORS WITH THE SAME PASSWORD HOLD DIFFERENT HASHES. *
002030*---------------------------------------------------------*
002040 01  WS-NEW-PASSWORD      PIC X(08) VALUE SPACES.
002050 01  WS-NEW-PASSWORD-2    PIC X(08) VALUE SPACES.
002060 77  WS-PASSWORD-LENGTH   PIC 9(2) COMP VALUE 0.
002070 77  WS-PASSWORD-MIN      PIC 9(2) COMP VALUE 6.
002080 01  WS-HASH-INPUT.
002090     05  WS-HASH-ID           PIC X(08).
002100     05  WS-HASH-PASSWORD     PIC X(08).
002110 01  WS-HASH-INPUT-R REDEFINES WS-HASH-INPUT.
002120     05  WS-HASH-CHAR         PIC X(01) OCCURS 16 TIMES.
002130 77  WS-HASH-SUB          PIC 9(2) COMP VALUE 0.
002140 01  WS-HASH-VALUE        PIC 9(10) VALUE 0.
002150 01  WS-HASH-WORK         PIC 9(13) VALUE 0.
002160 01  WS-HASH-QUOTIENT     PIC 9(13) VALUE 0.
002170 01  WS-HASH-PRIME        PIC 9(10) VALUE 9999999967.
002180
002190*---------------------------------------------------------*
002200*  VIOLATION LOG WORK FIELDS - SET BY THE CALLER OF        *
002210*  8980-LOG-VIOLATION.                                     *
002220*---------------------------------------------------------*
002230 01  WS-VIOL-TYPE         PIC X(01) VALUE SPACE.
002240 01  WS-VIOL-FUNCTION     PIC X(01) VALUE SPACE.
002250 01  WS-VIOL-DETAIL       PIC X(60) VALUE SPACES.
002260 01  WS-DATE8             PIC 9(8) VALUE 0.
002270 01  WS-TIME8             PIC 9(8) VALUE 0.
002280
002290*---------------------------------------------------------*
002300*  COUNTERS AND EDITS                                      *
002310*---------------------------------------------------------*
002320 77  WS-FLAG-TALLY        PIC 9(2) COMP VALUE 0.
002330 77  WS-BROWSE-COUNT      PIC 9(7) COMP VALUE 0.
002340 01  WS-COUNT-EDIT        PIC Z(6)9.
002350
002360 PROCEDURE DIVISION.
002370
002380*===========================================================*
002390*  0000-MAINLINE                                             *
002400*===========================================================*
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002430     IF FUNCTION-EXIT
002440         PERFORM 9999-TERMINATE THRU 9999-EXIT
002450         STOP RUN
002460     END-IF.
002470     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
002480         UNTIL FUNCTION-EXIT.
002490     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002500     STOP RUN.
002510
002520*===========================================================*
002530*  1000-INITIALIZE - OPEN THE PROFILE FILE, ENROL THE FIRST  *
002540*  ADMINISTRATOR ON AN EMPTY FILE, THEN SIGN ON              *
002550*===========================================================*
002560 1000-INITIALIZE.
002570     DISPLAY "Operator Security Maintenance".
002580     DISPLAY "==============================".
002590     OPEN I-O SECURITY-PROFILE-FILE.
002600     IF WS-SECPROF-STATUS = "35"
002610         OPEN OUTPUT SECURITY-PROFILE-FILE
002620         CLOSE SECURITY-PROFILE-FILE
002630         OPEN I-O SECURITY-PROFILE-FILE
002640     END-IF.
002650     IF WS-SECPROF-STATUS NOT = "00"
002660         DISPLAY "*** ERROR: CANNOT OPEN SECURITY PROFILE FILE "
002670             "(SECPROF) - FILE STATUS " WS-SECPROF-STATUS
002680             " ***"
002690         MOVE 16 TO RETURN-CODE
002700         MOVE "X" TO WS-FUNCTION
002710         GO TO 1000-EXIT
002720     END-IF.
002730     SET SECPROF-OPEN TO TRUE.
002740     PERFORM 1100-CHECK-EMPTY THRU 1100-EXIT.
002750     IF FIRST-ENROLMENT
002760         PERFORM 1200-FIRST-ENROLMENT THRU 1200-EXIT
002770     END-IF.
002780     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
002790     IF NOT SIGNED-ON
002800         DISPLAY "*** ERROR: NOT SIGNED ON - NO FUNCTIONS "
002810             "RUN. ***"
002820         MOVE 16 TO RETURN-CODE
002830         MOVE "X" TO WS-FUNCTION
002840     END-IF.
002850 1000-EXIT.
002860     EXIT.
002870
002880 1100-CHECK-EMPTY.
002890     MOVE "N" TO WS-ENROL-SW.
002900     MOVE LOW-VALUES TO SP-OPERATOR-ID.
002910     START SECURITY-PROFILE-FILE
002920         KEY IS NOT LESS THAN SP-OPERATOR-ID
002930         INVALID KEY
002940             SET FIRST-ENROLMENT TO TRUE
002950     END-START.
002960 1100-EXIT.
002970     EXIT.
002980
002990*===========================================================*
003000*  1200-FIRST-ENROLMENT - AN EMPTY FILE HAS NOBODY TO SIGN   *
003010*  ON AS, SO THE FIRST OPERATOR IS ADDED WITHOUT SIGN-ON.    *
003020*  THEY GET SECURITY ADMINISTRATION AUTHORITY AND NOTHING    *
003030*  ELSE - THE OPERATORS WHO MAINTAIN ACCOUNTS AND RATES      *
003040*  ARE ADDED BY THEM AFTERWARDS.                             *
003050*===========================================================*
003060 1200-FIRST-ENROLMENT.
003070     DISPLAY "No operators on the security profile file - "
003080         "enrolling the security administrator.".
003090     MOVE SPACES TO WP-PROFILE-WORK.
003100     DISPLAY "Enter Operator ID: ".
003110     ACCEPT WP-OPERATOR-ID.
003120     DISPLAY "Enter Operator Name: ".
003130     ACCEPT WP-OPERATOR-NAME.
003140     MOVE "Y" TO WP-ACTIVE-FLAG.
003150     MOVE "NNNNNNNNY" TO WP-AUTHORITIES.
003160     PERFORM 8500-EDIT-PROFILE THRU 8500-EXIT.
003170     IF ENTRY-INVALID
003180         DISPLAY "*** ADMINISTRATOR NOT ENROLLED. ***"
003190         GO TO 1200-EXIT
003200     END-IF.
003210     PERFORM 8600-ENTER-PASSWORD THRU 8600-EXIT.
003220     IF ENTRY-INVALID
003230         DISPLAY "*** ADMINISTRATOR NOT ENROLLED. ***"
003240         GO TO 1200-EXIT
003250     END-IF.
003260     PERFORM 8700-WRITE-PROFILE THRU 8700-EXIT.
003270 1200-EXIT.
003280     EXIT.
003290
003300*===========================================================*
003310*  1300-1320 - SIGN ON AGAINST THE SECURITY PROFILE FILE.    *
003320*  THE OPERATOR HAS THREE TRIES; EVERY WRONG PASSWORD        *
003330*  COUNTS AGAINST THE PROFILE, AND THE THIRD IN A ROW        *
003340*  LOCKS IT UNTIL A SECURITY ADMINISTRATOR RESETS IT.        *
003350*===========================================================*
003360 1300-SIGN-ON.
003370     MOVE SPACES TO WS-OPERATOR.
003380     MOVE 0 TO WS-SIGNON-TRIES.
003390     SET SIGNON-PENDING TO TRUE.
003400     PERFORM 1310-SIGNON-ATTEMPT THRU 1310-EXIT
003410         UNTIL NOT SIGNON-PENDING.
003420 1300-EXIT.
003430     EXIT.
003440
003450 1310-SIGNON-ATTEMPT.
003460     ADD 1 TO WS-SIGNON-TRIES.
003470     MOVE SPACES TO WS-OPERATOR.
003480     MOVE SPACES TO WS-SIGNON-PASSWORD.
003490     DISPLAY "Operator ID: ".
003500     ACCEPT WS-OPERATOR.
003510     IF WS-OPERATOR = SPACES
003520         SET SIGNON-ABANDONED TO TRUE
003530         GO TO 1310-EXIT
003540     END-IF.
003550     DISPLAY "Password: ".
003560     ACCEPT WS-SIGNON-PASSWORD.
003570     MOVE SPACE TO WS-VIOL-FUNCTION.
003580     MOVE WS-OPERATOR TO SP-OPERATOR-ID.
003590     READ SECURITY-PROFILE-FILE
003600         INVALID KEY
003610             MOVE "U" TO WS-VIOL-TYPE
003620             MOVE "SIGN-ON WITH AN UNKNOWN OPERATOR ID"
003630                 TO WS-VIOL-DETAIL
003640             PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
003650             DISPLAY "*** SIGN-ON REFUSED - OPERATOR ID OR "
003660                 "PASSWORD IS NOT VALID. ***"
003670             GO TO 1310-CHECK-TRIES
003680     END-READ.
003690     IF SP-LOCKED
003700         MOVE "L" TO WS-VIOL-TYPE
003710         MOVE "SIGN-ON TO A LOCKED-OUT PROFILE"
003720             TO WS-VIOL-DETAIL
003730         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
003740         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
003750             " IS LOCKED OUT - SEE THE SECURITY "
003760             "ADMINISTRATOR. ***"
003770         SET SIGNON-ABANDONED TO TRUE
003780         GO TO 1310-EXIT
003790     END-IF.
003800     IF NOT SP-ACTIVE
003810         MOVE "I" TO WS-VIOL-TYPE
003820         MOVE "SIGN-ON TO AN INACTIVE PROFILE"
003830             TO WS-VIOL-DETAIL
003840         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
003850         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
003860             " IS NOT ACTIVE. ***"
003870         SET SIGNON-ABANDONED TO TRUE
003880         GO TO 1310-EXIT
003890     END-IF.
003900     MOVE WS-OPERATOR TO WS-HASH-ID.
003910     MOVE WS-SIGNON-PASSWORD TO WS-HASH-PASSWORD.
003920     PERFORM 8990-HASH-PASSWORD THRU 8990-EXIT.
003930     MOVE SPACES TO WS-SIGNON-PASSWORD.
003940     IF WS-HASH-VALUE NOT = SP-PASSWORD-HASH
003950         PERFORM 1320-FAILED-PASSWORD THRU 1320-EXIT
003960         GO TO 1310-CHECK-TRIES
003970     END-IF.
003980     MOVE 0 TO SP-FAIL-COUNT.
003990     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
004000     ACCEPT WS-TIME8 FROM TIME.
004010     MOVE WS-DATE8 TO SP-LAST-SIGNON-DATE.
004020     MOVE WS-TIME8 (1:6) TO SP-LAST-SIGNON-TIME.
004030     REWRITE SECURITY-PROFILE-RECORD
004040         INVALID KEY
004050             DISPLAY "*** WARNING: SECURITY PROFILE REWRITE "
004060                 "FAILED - FILE STATUS " WS-SECPROF-STATUS
004070                 " ***"
004080     END-REWRITE.
004090     MOVE SP-AUTH-SECURITY TO WS-OPER-SECURITY.
004100     SET SIGNED-ON TO TRUE.
004110     DISPLAY "Signed on as " WS-OPERATOR " - " SP-OPERATOR-NAME.
004120     GO TO 1310-EXIT.
004130 1310-CHECK-TRIES.
004140     IF WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES
004150         SET SIGNON-ABANDONED TO TRUE
004160     END-IF.
004170 1310-EXIT.
004180     EXIT.
004190
004200 1320-FAILED-PASSWORD.
004210     ADD 1 TO SP-FAIL-COUNT.
004220     MOVE "P" TO WS-VIOL-TYPE.
004230     MOVE "SIGN-ON WITH A WRONG PASSWORD" TO WS-VIOL-DETAIL.
004240     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
004250     IF SP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
004260         MOVE "Y" TO SP-LOCKED-FLAG
004270         MOVE "K" TO WS-VIOL-TYPE
004280         MOVE "PROFILE LOCKED OUT AFTER REPEATED WRONG PASSWORDS"
004290             TO WS-VIOL-DETAIL
004300         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
004310         SET SIGNON-ABANDONED TO TRUE
004320     END-IF.
004330     REWRITE SECURITY-PROFILE-RECORD
004340         INVALID KEY
004350             DISPLAY "*** WARNING: SECURITY PROFILE REWRITE "
004360                 "FAILED - FILE STATUS " WS-SECPROF-STATUS
004370                 " ***"
004380     END-REWRITE.
004390     IF SP-LOCKED
004400         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
004410             " IS NOW LOCKED OUT - SEE THE SECURITY "
004420             "ADMINISTRATOR. ***"
004430     ELSE
004440         DISPLAY "*** SIGN-ON REFUSED - OPERATOR ID OR "
004450             "PASSWORD IS NOT VALID. ***"
004460     END-IF.
004470 1320-EXIT.
004480     EXIT.
004490
004500*===========================================================*
004510*  2000-MENU-LOOP - ONE FUNCTION PER PASS                    *
004520*===========================================================*
004530 2000-MENU-LOOP.
004540     DISPLAY " ".
004550     DISPLAY "Select Function:".
004560     DISPLAY "  A. Add an operator".
004570     DISPLAY "  C. Change an operator (name, active, authority)".
004580     DISPLAY "  R. Reset a password (clears a lockout)".
004590     DISPLAY "  P. Change your own password".
004600     DISPLAY "  B. Browse operators".
004610     DISPLAY "  X. Exit".
004620     DISPLAY "Enter choice: ".
004630     ACCEPT WS-FUNCTION.
004640     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
004650     IF FUNCTION-REFUSED
004660         GO TO 2000-EXIT
004670     END-IF.
004680     EVALUATE TRUE
004690         WHEN FUNCTION-ADD
004700             PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
004710         WHEN FUNCTION-CHANGE
004720             PERFORM 4000-CHANGE-OPERATOR THRU 4000-EXIT
004730         WHEN FUNCTION-RESET
004740             PERFORM 5000-RESET-PASSWORD THRU 5000-EXIT
004750         WHEN FUNCTION-PASSWORD
004760             PERFORM 5500-CHANGE-OWN-PASSWORD THRU 5500-EXIT
004770         WHEN FUNCTION-BROWSE
004780             PERFORM 6000-BROWSE-OPERATORS THRU 6000-EXIT
004790         WHEN FUNCTION-EXIT
004800             CONTINUE
004810         WHEN OTHER
004820             DISPLAY "*** ERROR: Choice must be A, C, R, P, B "
004830                 "or X. ***"
004840     END-EVALUATE.
004850 2000-EXIT.
004860     EXIT.
004870
004880*===========================================================*
004890*  2100-CHECK-AUTHORITY - EVERY FUNCTION BUT P (AND EXIT)    *
004900*  NEEDS SECURITY ADMINISTRATION AUTHORITY; A REFUSAL IS     *
004910*  LOGGED.                                                   *
004920*===========================================================*
004930 2100-CHECK-AUTHORITY.
004940     SET FUNCTION-AUTHORIZED TO TRUE.
004950     IF FUNCTION-ADD OR FUNCTION-CHANGE OR FUNCTION-RESET
004960         OR FUNCTION-BROWSE
004970         IF NOT OPER-MAY-ADMINISTER
004980             SET FUNCTION-REFUSED TO TRUE
004990         END-IF
005000     END-IF.
005010     IF FUNCTION-AUTHORIZED
005020         GO TO 2100-EXIT
005030     END-IF.
005040     MOVE WS-FUNCTION TO WS-VIOL-FUNCTION.
005050     INSPECT WS-VIOL-FUNCTION CONVERTING "acrb" TO "ACRB".
005060     MOVE "A" TO WS-VIOL-TYPE.
005070     MOVE "FUNCTION NOT IN THE OPERATOR'S AUTHORITIES"
005080         TO WS-VIOL-DETAIL.
005090     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
005100     DISPLAY "*** FUNCTION " WS-VIOL-FUNCTION " REFUSED - "
005110         "OPERATOR " WS-OPERATOR " IS NOT AUTHORIZED FOR IT. ***".
005120 2100-EXIT.
005130     EXIT.
005140
005150*===========================================================*
005160*  2200-REFUSE-OWN-PROFILE - NOBODY CHANGES OR RESETS        *
005170*  THEIR OWN PROFILE; THE ATTEMPT IS LOGGED.                 *
005180*===========================================================*
005190 2200-REFUSE-OWN-PROFILE.
005200     MOVE WS-FUNCTION TO WS-VIOL-FUNCTION.
005210     INSPECT WS-VIOL-FUNCTION CONVERTING "cr" TO "CR".
005220     MOVE "S" TO WS-VIOL-TYPE.
005230     MOVE "OPERATOR TRIED TO MAINTAIN THEIR OWN PROFILE"
005240         TO WS-VIOL-DETAIL.
005250     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
005260     DISPLAY "*** ERROR: YOU CANNOT CHANGE OR RESET YOUR OWN "
005270         "PROFILE - ANOTHER ADMINISTRATOR MUST DO IT. ***".
005280 2200-EXIT.
005290     EXIT.
005300
005310*===========================================================*
005320*  3000-ADD-OPERATOR                                         *
005330*===========================================================*
005340 3000-ADD-OPERATOR.
005350     MOVE SPACES TO WP-PROFILE-WORK.
005360     DISPLAY "Enter Operator ID: ".
005370     ACCEPT WP-OPERATOR-ID.
005380     MOVE WP-OPERATOR-ID TO SP-OPERATOR-ID.
005390     READ SECURITY-PROFILE-FILE
005400         INVALID KEY CONTINUE
005410     END-READ.
005420     IF WS-SECPROF-STATUS = "00"
005430         DISPLAY "*** ERROR: OPERATOR " WP-OPERATOR-ID
005440             " ALREADY HAS A PROFILE - USE CHANGE. ***"
005450         GO TO 3000-EXIT
005460     END-IF.
005470     PERFORM 8000-ENTER-PROFILE THRU 8000-EXIT.
005480     PERFORM 8500-EDIT-PROFILE THRU 8500-EXIT.
005490     IF ENTRY-INVALID
005500         DISPLAY "*** OPERATOR NOT ADDED - CORRECT THE FIELDS "
005510             "ABOVE AND RE-ENTER. ***"
005520         GO TO 3000-EXIT
005530     END-IF.
005540     PERFORM 8600-ENTER-PASSWORD THRU 8600-EXIT.
005550     IF ENTRY-INVALID
005560         DISPLAY "*** OPERATOR NOT ADDED. ***"
005570         GO TO 3000-EXIT
005580     END-IF.
005590     PERFORM 8700-WRITE-PROFILE THRU 8700-EXIT.
005600 3000-EXIT.
005610     EXIT.
005620
005630*===========================================================*
005640*  4000-CHANGE-OPERATOR - NAME, ACTIVE FLAG AND              *
005650*  AUTHORITIES.  THE PASSWORD, FAILURE COUNT AND LOCKOUT     *
005660*  ARE LEFT AS THEY ARE - SEE RESET.                         *
005670*===========================================================*
005680 4000-CHANGE-OPERATOR.
005690     MOVE SPACES TO WP-PROFILE-WORK.
005700     DISPLAY "Enter Operator ID: ".
005710     ACCEPT WP-OPERATOR-ID.
005720     IF WP-OPERATOR-ID = WS-OPERATOR
005730         PERFORM 2200-REFUSE-OWN-PROFILE THRU 2200-EXIT
005740         GO TO 4000-EXIT
005750     END-IF.
005760     MOVE WP-OPERATOR-ID TO SP-OPERATOR-ID.
005770     READ SECURITY-PROFILE-FILE
005780         INVALID KEY
005790             DISPLAY "*** ERROR: NO PROFILE FOR OPERATOR "
005800                 WP-OPERATOR-ID ". ***"
005810             GO TO 4000-EXIT
005820     END-READ.
005830     PERFORM 8900-DISPLAY-PROFILE THRU 8900-EXIT.
005840     MOVE SECURITY-PROFILE-RECORD TO WP-PROFILE-WORK.
005850     PERFORM 8000-ENTER-PROFILE THRU 8000-EXIT.
005860     PERFORM 8500-EDIT-PROFILE THRU 8500-EXIT.
005870     IF ENTRY-INVALID
005880         DISPLAY "*** OPERATOR NOT CHANGED - CORRECT THE "
005890             "FIELDS ABOVE AND RE-ENTER. ***"
005900         GO TO 4000-EXIT
005910     END-IF.
005920     MOVE WP-OPERATOR-NAME TO SP-OPERATOR-NAME.
005930     MOVE WP-ACTIVE-FLAG TO SP-ACTIVE-FLAG.
005940     MOVE WP-AUTHORITIES TO SP-AUTHORITIES.
005950     REWRITE SECURITY-PROFILE-RECORD
005960         INVALID KEY
005970             DISPLAY "*** ERROR: REWRITE FAILED - FILE STATUS "
005980                 WS-SECPROF-STATUS " ***"
005990             GO TO 4000-EXIT
006000     END-REWRITE.
006010     DISPLAY "Operator " WP-OPERATOR-ID " changed.".
006020 4000-EXIT.
006030     EXIT.
006040
006050*===========================================================*
006060*  5000-RESET-PASSWORD - A NEW PASSWORD FROM THE             *
006070*  ADMINISTRATOR, CLEARING THE FAILURE COUNT AND LOCKOUT.    *
006080*===========================================================*
006090 5000-RESET-PASSWORD.
006100     MOVE SPACES TO WP-PROFILE-WORK.
006110     DISPLAY "Enter Operator ID: ".
006120     ACCEPT WP-OPERATOR-ID.
006130     IF WP-OPERATOR-ID = WS-OPERATOR
006140         PERFORM 2200-REFUSE-OWN-PROFILE THRU 2200-EXIT
006150         GO TO 5000-EXIT
006160     END-IF.
006170     MOVE WP-OPERATOR-ID TO SP-OPERATOR-ID.
006180     READ SECURITY-PROFILE-FILE
006190         INVALID KEY
006200             DISPLAY "*** ERROR: NO PROFILE FOR OPERATOR "
006210                 WP-OPERATOR-ID ". ***"
006220             GO TO 5000-EXIT
006230     END-READ.
006240     PERFORM 8900-DISPLAY-PROFILE THRU 8900-EXIT.
006250     PERFORM 8600-ENTER-PASSWORD THRU 8600-EXIT.
006260     IF ENTRY-INVALID
006270         DISPLAY "*** PASSWORD NOT RESET. ***"
006280         GO TO 5000-EXIT
006290     END-IF.
006300     DISPLAY "Reset the password and clear any lockout? (Y/N): ".
006310     ACCEPT WS-CONFIRM.
006320     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
006330         DISPLAY "Reset abandoned."
006340         GO TO 5000-EXIT
006350     END-IF.
006360     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
006370     MOVE WP-PASSWORD-HASH TO SP-PASSWORD-HASH.
006380     MOVE WS-DATE8 TO SP-PASSWORD-DATE.
006390     MOVE 0 TO SP-FAIL-COUNT.
006400     MOVE "N" TO SP-LOCKED-FLAG.
006410     REWRITE SECURITY-PROFILE-RECORD
006420         INVALID KEY
006430             DISPLAY "*** ERROR: REWRITE FAILED - FILE STATUS "
006440                 WS-SECPROF-STATUS " ***"
006450             GO TO 5000-EXIT
006460     END-REWRITE.
006470     DISPLAY "Password reset for operator " WP-OPERATOR-ID ".".
006480 5000-EXIT.
006490     EXIT.
006500
006510*===========================================================*
006520*  5500-CHANGE-OWN-PASSWORD - THE SIGNED-ON OPERATOR'S       *
006530*  CURRENT PASSWORD MUST BE GIVEN AGAIN FIRST.  A WRONG ONE  *
006540*  COUNTS AGAINST THE PROFILE EXACTLY AS AT SIGN-ON, AND     *
006550*  THE THIRD IN A ROW LOCKS IT AND ENDS THE SESSION.         *
006560*===========================================================*
006570 5500-CHANGE-OWN-PASSWORD.
006580     MOVE SPACES TO WP-PROFILE-WORK.
006590     MOVE WS-OPERATOR TO WP-OPERATOR-ID.
006600     MOVE WS-OPERATOR TO SP-OPERATOR-ID.
006610     READ SECURITY-PROFILE-FILE
006620         INVALID KEY
006630             DISPLAY "*** ERROR: NO PROFILE FOR OPERATOR "
006640                 WS-OPERATOR ". ***"
006650             GO TO 5500-EXIT
006660     END-READ.
006670     MOVE SPACES TO WS-SIGNON-PASSWORD.
006680     DISPLAY "Current password: ".
006690     ACCEPT WS-SIGNON-PASSWORD.
006700     MOVE WS-OPERATOR TO WS-HASH-ID.
006710     MOVE WS-SIGNON-PASSWORD TO WS-HASH-PASSWORD.
006720     PERFORM 8990-HASH-PASSWORD THRU 8990-EXIT.
006730     MOVE SPACES TO WS-SIGNON-PASSWORD.
006740     IF WS-HASH-VALUE NOT = SP-PASSWORD-HASH
006750         PERFORM 5510-FAILED-PASSWORD THRU 5510-EXIT
006760         GO TO 5500-EXIT
006770     END-IF.
006780     PERFORM 8600-ENTER-PASSWORD THRU 8600-EXIT.
006790     IF ENTRY-INVALID
006800         DISPLAY "*** PASSWORD NOT CHANGED. ***"
006810         GO TO 5500-EXIT
006820     END-IF.
006830     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
006840     MOVE WP-PASSWORD-HASH TO SP-PASSWORD-HASH.
006850     MOVE 0 TO SP-FAIL-COUNT.
006860     MOVE WS-DATE8 TO SP-PASSWORD-DATE.
006870     REWRITE SECURITY-PROFILE-RECORD
006880         INVALID KEY
006890             DISPLAY "*** ERROR: REWRITE FAILED - FILE STATUS "
006900                 WS-SECPROF-STATUS " ***"
006910             GO TO 5500-EXIT
006920     END-REWRITE.
006930     DISPLAY "Password changed.".
006940 5500-EXIT.
006950     EXIT.
006960
006970 5510-FAILED-PASSWORD.
006980     ADD 1 TO SP-FAIL-COUNT.
006990     MOVE "P" TO WS-VIOL-TYPE.
007000     MOVE "P" TO WS-VIOL-FUNCTION.
007010     MOVE "WRONG CURRENT PASSWORD ON A PASSWORD CHANGE"
007020         TO WS-VIOL-DETAIL.
007030     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
007040     IF SP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
007050         MOVE "Y" TO SP-LOCKED-FLAG
007060         MOVE "K" TO WS-VIOL-TYPE
007070         MOVE "PROFILE LOCKED OUT AFTER REPEATED WRONG PASSWORDS"
007080             TO WS-VIOL-DETAIL
007090         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
007100     END-IF.
007110     REWRITE SECURITY-PROFILE-RECORD
007120         INVALID KEY
007130             DISPLAY "*** WARNING: SECURITY PROFILE REWRITE "
007140                 "FAILED - FILE STATUS " WS-SECPROF-STATUS
007150                 " ***"
007160     END-REWRITE.
007170     IF SP-LOCKED
007180         DISPLAY "*** ERROR: CURRENT PASSWORD IS NOT VALID - "
007190             "OPERATOR " WS-OPERATOR " IS NOW LOCKED OUT - SEE "
007200             "THE SECURITY ADMINISTRATOR. ***"
007210         MOVE "X" TO WS-FUNCTION
007220     ELSE
007230         DISPLAY "*** ERROR: CURRENT PASSWORD IS NOT VALID - "
007240             "PASSWORD NOT CHANGED. ***"
007250     END-IF.
007260 5510-EXIT.
007270     EXIT.
007280
007290*===========================================================*
007300*  6000-BROWSE-OPERATORS - EVERY PROFILE IN ID ORDER.  THE   *
007310*  PASSWORD HASH IS NEVER SHOWN.                             *
007320*===========================================================*
007330 6000-BROWSE-OPERATORS.
007340     MOVE 0 TO WS-BROWSE-COUNT.
007350     MOVE "N" TO WS-BROWSE-EOF-SW.
007360     MOVE LOW-VALUES TO SP-OPERATOR-ID.
007370     START SECURITY-PROFILE-FILE
007380         KEY IS NOT LESS THAN SP-OPERATOR-ID
007390         INVALID KEY
007400             MOVE "Y" TO WS-BROWSE-EOF-SW
007410     END-START.
007420     PERFORM 6100-BROWSE-NEXT THRU 6100-EXIT
007430         UNTIL BROWSE-EOF.
007440     MOVE WS-BROWSE-COUNT TO WS-COUNT-EDIT.
007450     DISPLAY WS-COUNT-EDIT " operator(s) displayed.".
007460 6000-EXIT.
007470     EXIT.
007480
007490 6100-BROWSE-NEXT.
007500     READ SECURITY-PROFILE-FILE NEXT RECORD
007510         AT END
007520             MOVE "Y" TO WS-BROWSE-EOF-SW
007530             GO TO 6100-EXIT
007540     END-READ.
007550     PERFORM 8900-DISPLAY-PROFILE THRU 8900-EXIT.
007560     ADD 1 TO WS-BROWSE-COUNT.
007570 6100-EXIT.
007580     EXIT.
007590
007600*===========================================================*
007610*  8000-ENTER-PROFILE - PROMPT THE NAME, ACTIVE FLAG AND     *
007620*  EVERY AUTHORITY                                           *
007630*===========================================================*
007640 8000-ENTER-PROFILE.
007650     DISPLAY "Enter Operator Name: ".
007660     ACCEPT WP-OPERATOR-NAME.
007670     DISPLAY "Active (Y/N, blank = Y): ".
007680     ACCEPT WP-ACTIVE-FLAG.
007690     DISPLAY "May add accounts (Y/N): ".
007700     ACCEPT WP-AUTH-ADD.
007710     DISPLAY "May change accounts (Y/N): ".
007720     ACCEPT WP-AUTH-CHANGE.
007730     DISPLAY "May delete accounts (Y/N): ".
007740     ACCEPT WP-AUTH-DELETE.
007750     DISPLAY "May load the master from the flat extract (Y/N): ".
007760     ACCEPT WP-AUTH-LOAD.
007770     DISPLAY "May close accounts (Y/N): ".
007780     ACCEPT WP-AUTH-CLOSE.
007790     DISPLAY "May add rates (Y/N): ".
007800     ACCEPT WP-AUTH-RATE-ADD.
007810     DISPLAY "May change rates (Y/N): ".
007820     ACCEPT WP-AUTH-RATE-CHG.
007830     DISPLAY "May back out journal changes (Y/N): ".
007840     ACCEPT WP-AUTH-BACKOUT.
007850     DISPLAY "May administer security (Y/N): ".
007860     ACCEPT WP-AUTH-SECURITY.
007870 8000-EXIT.
007880     EXIT.
007890
007900*===========================================================*
007910*  8500-EDIT-PROFILE - ID AND NAME PRESENT, EVERY FLAG Y     *
007920*  OR N (A BLANK AUTHORITY IS N, A BLANK ACTIVE FLAG Y)      *
007930*===========================================================*
007940 8500-EDIT-PROFILE.
007950     SET ENTRY-VALID TO TRUE.
007960     IF WP-OPERATOR-ID = SPACES
007970         DISPLAY "*** ERROR: Operator ID is required. ***"
007980         SET ENTRY-INVALID TO TRUE
007990     END-IF.
008000     IF WP-OPERATOR-NAME = SPACES
008010         DISPLAY "*** ERROR: Operator name is required. ***"
008020         SET ENTRY-INVALID TO TRUE
008030     END-IF.
008040     INSPECT WP-ACTIVE-FLAG CONVERTING "yn" TO "YN".
008050     IF WP-ACTIVE-FLAG = SPACE
008060         MOVE "Y" TO WP-ACTIVE-FLAG
008070     END-IF.
008080     IF WP-ACTIVE-FLAG NOT = "Y" AND WP-ACTIVE-FLAG NOT = "N"
008090         DISPLAY "*** ERROR: Active flag must be Y or N. ***"
008100         SET ENTRY-INVALID TO TRUE
008110     END-IF.
008120     INSPECT WP-AUTHORITIES CONVERTING "yn" TO "YN".
008130     INSPECT WP-AUTHORITIES REPLACING ALL SPACE BY "N".
008140     MOVE 0 TO WS-FLAG-TALLY.
008150     INSPECT WP-AUTHORITIES TALLYING WS-FLAG-TALLY
008160         FOR ALL "Y" ALL "N".
008170     IF WS-FLAG-TALLY NOT = 9
008180         DISPLAY "*** ERROR: Every authority must be Y or "
008190             "N. ***"
008200         SET ENTRY-INVALID TO TRUE
008210     END-IF.
008220 8500-EXIT.
008230     EXIT.
008240
008250*===========================================================*
008260*  8600-ENTER-PASSWORD - A NEW PASSWORD, KEYED TWICE, AT     *
008270*  LEAST SIX CHARACTERS AND NOT THE OPERATOR ID.  ONLY ITS   *
008280*  HASH IS KEPT, IN WP-PASSWORD-HASH.                        *
008290*===========================================================*
008300 8600-ENTER-PASSWORD.
008310     SET ENTRY-VALID TO TRUE.
008320     MOVE SPACES TO WS-NEW-PASSWORD.
008330     MOVE SPACES TO WS-NEW-PASSWORD-2.
008340     DISPLAY "New password (6 to 8 characters): ".
008350     ACCEPT WS-NEW-PASSWORD.
008360     DISPLAY "Re-enter new password: ".
008370     ACCEPT WS-NEW-PASSWORD-2.
008380     MOVE 0 TO WS-PASSWORD-LENGTH.
008390     INSPECT WS-NEW-PASSWORD TALLYING WS-PASSWORD-LENGTH
008400         FOR CHARACTERS BEFORE INITIAL SPACE.
008410     IF WS-NEW-PASSWORD NOT = WS-NEW-PASSWORD-2
008420         DISPLAY "*** ERROR: The two passwords do not "
008430             "match. ***"
008440         SET ENTRY-INVALID TO TRUE
008450     END-IF.
008460     IF WS-PASSWORD-LENGTH < WS-PASSWORD-MIN
008470         DISPLAY "*** ERROR: Password must be at least 6 "
008480             "characters with no blanks. ***"
008490         SET ENTRY-INVALID TO TRUE
008500     END-IF.
008510     IF WS-NEW-PASSWORD = WP-OPERATOR-ID
008520         DISPLAY "*** ERROR: Password cannot be the operator "
008530             "ID. ***"
008540         SET ENTRY-INVALID TO TRUE
008550     END-IF.
008560     IF ENTRY-VALID
008570         MOVE WP-OPERATOR-ID TO WS-HASH-ID
008580         MOVE WS-NEW-PASSWORD TO WS-HASH-PASSWORD
008590         PERFORM 8990-HASH-PASSWORD THRU 8990-EXIT
008600         MOVE WS-HASH-VALUE TO WP-PASSWORD-HASH
008610     END-IF.
008620     MOVE SPACES TO WS-NEW-PASSWORD.
008630     MOVE SPACES TO WS-NEW-PASSWORD-2.
008640 8600-EXIT.
008650     EXIT.
008660
008670*===========================================================*
008680*  8700-WRITE-PROFILE - A NEW PROFILE FROM THE WORK AREA,    *
008690*  UNLOCKED, WITH NO FAILURES AND NO SIGN-ON YET             *
008700*===========================================================*
008710 8700-WRITE-PROFILE.
008720     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
008730     MOVE 0 TO WP-FAIL-COUNT.
008740     MOVE "N" TO WP-LOCKED-FLAG.
008750     MOVE 0 TO WP-LAST-SIGNON-DATE.
008760     MOVE 0 TO WP-LAST-SIGNON-TIME.
008770     MOVE WS-DATE8 TO WP-PASSWORD-DATE.
008780     MOVE WP-PROFILE-WORK TO SECURITY-PROFILE-RECORD.
008790     WRITE SECURITY-PROFILE-RECORD
008800         INVALID KEY
008810             DISPLAY "*** ERROR: WRITE FAILED - FILE STATUS "
008820                 WS-SECPROF-STATUS " ***"
008830             GO TO 8700-EXIT
008840     END-WRITE.
008850     DISPLAY "Operator " WP-OPERATOR-ID " added.".
008860 8700-EXIT.
008870     EXIT.
008880
008890*===========================================================*
008900*  8900-DISPLAY-PROFILE - ONE PROFILE, FORMATTED             *
008910*===========================================================*
008920 8900-DISPLAY-PROFILE.
008930     DISPLAY "  " SP-OPERATOR-ID
008940         "  " SP-OPERATOR-NAME
008950         "  ACTIVE " SP-ACTIVE-FLAG
008960         "  LOCKED " SP-LOCKED-FLAG
008970         "  FAILURES " SP-FAIL-COUNT
008980         "  LAST SIGN-ON " SP-LAST-SIGNON-DATE
008990         "-" SP-LAST-SIGNON-TIME.
009000     DISPLAY "      ACCOUNT ADD/CHG/DEL/LOAD/CLOSE "
009010         SP-AUTH-ADD "/" SP-AUTH-CHANGE "/" SP-AUTH-DELETE
009020         "/" SP-AUTH-LOAD "/" SP-AUTH-CLOSE
009030         "  RATE ADD/CHG " SP-AUTH-RATE-ADD "/" SP-AUTH-RATE-CHG
009040         "  BACKOUT " SP-AUTH-BACKOUT
009050         "  SECURITY " SP-AUTH-SECURITY.
009060 8900-EXIT.
009070     EXIT.
009080
009090*===========================================================*
009100*  8980-LOG-VIOLATION - APPEND ONE LINE TO THE SECURITY      *
009110*  VIOLATIONS LOG FROM THE WS-VIOL- FIELDS SET BY THE        *
009120*  CALLER.                                                   *
009130*===========================================================*
009140 8980-LOG-VIOLATION.
009150     OPEN EXTEND VIOLATION-LOG-FILE.
009160     IF WS-VIOLOG-STATUS = "35"
009170         OPEN OUTPUT VIOLATION-LOG-FILE
009180     END-IF.
009190     IF WS-VIOLOG-STATUS NOT = "00"
009200         DISPLAY "*** WARNING: CANNOT OPEN SECURITY VIOLATIONS "
009210             "LOG (SECVIOL) - FILE STATUS " WS-VIOLOG-STATUS
009220             " - VIOLATION NOT LOGGED. ***"
009230         GO TO 8980-EXIT
009240     END-IF.
009250     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
009260     ACCEPT WS-TIME8 FROM TIME.
009270     MOVE SPACES TO VIOLATION-LOG-RECORD.
009280     MOVE WS-DATE8 TO SV-DATE.
009290     MOVE WS-TIME8 (1:6) TO SV-TIME.
009300     MOVE "SECMNT" TO SV-PROGRAM.
009310     MOVE WS-OPERATOR TO SV-OPERATOR-ID.
009320     MOVE WS-VIOL-TYPE TO SV-VIOLATION-TYPE.
009330     MOVE WS-VIOL-FUNCTION TO SV-FUNCTION.
009340     MOVE WS-VIOL-DETAIL TO SV-DETAIL.
009350     WRITE VIOLATION-LOG-RECORD.
009360     IF WS-VIOLOG-STATUS NOT = "00"
009370         DISPLAY "*** WARNING: SECURITY VIOLATIONS LOG WRITE "
009380             "FAILED - FILE STATUS " WS-VIOLOG-STATUS " ***"
009390     END-IF.
009400     CLOSE VIOLATION-LOG-FILE.
009410 8980-EXIT.
009420     EXIT.
009430
009440*===========================================================*
009450*  8990-8991 - ONE-WAY HASH OF WS-HASH-INPUT (OPERATOR ID    *
009460*  AND PASSWORD) INTO WS-HASH-VALUE: MULTIPLY BY 131, ADD    *
009470*  THE NEXT CHARACTER, KEEP THE REMAINDER BY A TEN-DIGIT     *
009480*  PRIME.  THE SAME IN EVERY PROGRAM THAT SIGNS ON - A       *
009490*  CHANGE HERE MEANS RESETTING EVERY PASSWORD.               *
009500*===========================================================*
009510 8990-HASH-PASSWORD.
009520     MOVE 5381 TO WS-HASH-VALUE.
009530     MOVE 0 TO WS-HASH-SUB.
009540     PERFORM 8991-HASH-ONE-CHAR THRU 8991-EXIT
009550         UNTIL WS-HASH-SUB NOT < 16.
009560     MOVE SPACES TO WS-HASH-PASSWORD.
009570 8990-EXIT.
009580     EXIT.
009590
009600 8991-HASH-ONE-CHAR.
009610     ADD 1 TO WS-HASH-SUB.
009620     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 131
009630         + FUNCTION ORD (WS-HASH-CHAR (WS-HASH-SUB)).
009640     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
009650         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-VALUE.
009660 8991-EXIT.
009670     EXIT.
009680
009690*===========================================================*
009700*  9999-TERMINATE                                            *
009710*===========================================================*
009720 9999-TERMINATE.
009730     IF SECPROF-OPEN
009740         CLOSE SECURITY-PROFILE-FILE
009750     END-IF.
009760     DISPLAY "Operator Security Maintenance ended.".
009770 9999-EXIT.
009780     EXIT.
