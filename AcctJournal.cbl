000130*              JOURNAL (ACCTJRNL) WRITTEN BY               *
000140*              AccountMaintenance.  THIS IS THE RECOVERY   *
000150*              STORY THE AUDITORS ASKED FOR.               *
000160*  2026-10-15  RJM  MONTH-END CAPITALIZATION ("I") RECORDS *
000170*              WRITTEN BY InterestCapitalization ARE       *
000180*              LISTED AND BACKED OUT LIKE A CHANGE.        *
000190*  2026-10-15  RJM  TERM MATURITY ("M") RECORDS WRITTEN BY *
000200*              TermMaturityProcessing ARE LISTED AND       *
000210*              BACKED OUT: A ROLL-OVER LIKE A CHANGE, A    *
000220*              PAYOUT THAT REMOVED THE ACCOUNT LIKE A      *
000230*              DELETE.                                     *
000240*  2026-10-15  RJM  ACCOUNT CLOSURE ("X") RECORDS WRITTEN  *
000250*              BY AccountMaintenance ARE LISTED AND BACKED *
000260*              OUT LIKE A CHANGE, REOPENING THE ACCOUNT.   *
000270*              A MATURITY PAYOUT NOW CLOSES THE ACCOUNT,   *
000280*              SO IT TOO IS BACKED OUT LIKE A CHANGE.      *
000290*              IMAGES SHOW THE ACCOUNT STATUS.             *
000300*  2026-10-15  RJM  OPERATOR SIGN-ON AGAINST THE SECURITY *
000310*              PROFILE FILE (SECPROF) REPLACES THE KEYED   *
000320*              INITIALS; BACKOUT NEEDS THE BACKOUT         *
000330*              AUTHORITY, AND NOBODY MAY BACK OUT A CHANGE *
000340*              THEY MADE THEMSELVES.  REFUSALS ARE LOGGED  *
000350*              TO SECVIOL.                                 *
000360*  2026-10-15  RJM  BACKING OUT A CAPITALIZATION, MATURITY *
000370*              OR CLOSURE PUTS THE INTEREST RELIEF BACK ON *
000380*              THE ACCRUAL SUBLEDGER (ACRSUBL) AND APPENDS *
000390*              A REVERSING BATCH TO THE SETTLEMENT JOURNAL *
000400*              (SETLJRNL) - OR REFUSES THE BACKOUT WHEN    *
000410*              EITHER FILE CANNOT BE OPENED.  JOURNAL      *
000420*              RECORD NOW 200 BYTES.                       *
000430*  2026-10-15  RJM  THE "B" RECORD CARRIES THE SEQUENCE IT *
000440*              BACKED OUT (RECORD NOW 210 BYTES), AND A    *
000450*              SEQUENCE ALREADY BACKED OUT IS REFUSED AND  *
000460*              LOGGED TO SECVIOL (TYPE D) - SO A RELIEF    *
000470*              AND ITS REVERSAL CAN NEVER BE APPLIED TWICE.*
000480*---------------------------------------------------------*
000490*  REMARKS.  FUNCTION L LISTS THE JOURNAL FOR ONE ACCOUNT  *
000500*  (OR ALL) - SEQUENCE, DATE/TIME, OPERATOR, FUNCTION AND  *
000510*  THE BEFORE/AFTER IMAGES.  FUNCTION B BACKS OUT ONE      *
000520*  SELECTED CHANGE BY RESTORING ITS BEFORE IMAGE TO THE    *
000530*  MASTER: AN ADD OR LOAD IS DELETED, A CHANGE IS          *
000540*  REWRITTEN TO ITS BEFORE IMAGE, A DELETE IS REINSTATED.  *
000550*  A CAPITALIZATION ("I") IS BACKED OUT LIKE A CHANGE,     *
000560*  PUTTING THE PRINCIPAL AND OPEN DATE BACK.               *
000570*  A MATURITY ("M") ROLL-OVER IS BACKED OUT LIKE A CHANGE; *
000580*  A MATURITY PAYOUT THAT CLOSED THE ACCOUNT, OR AN        *
000590*  ACCOUNT CLOSURE ("X"), IS BACKED OUT LIKE A CHANGE,     *
000600*  REOPENING IT; AN OLDER PAYOUT THAT TOOK THE ACCOUNT     *
000610*  OFF THE MASTER IS REINSTATED LIKE A DELETE.             *
000620*  WHERE THE RECORD SETTLED INTEREST, THE BACKOUT ALSO     *
000630*  ADDS THE SUBLEDGER RELIEF BACK TO THE POSTED AND        *
000640*  ACCRUED BALANCES AND APPENDS A BALANCED BATCH TO THE    *
000650*  SETTLEMENT JOURNAL THAT REVERSES THE ORIGINAL ENTRY:    *
000660*  DEBIT THE LEDGER THAT WAS CREDITED, CREDIT ACCRUED      *
000670*  INTEREST PAYABLE WITH THE RELIEF AND INTEREST EXPENSE   *
000680*  WITH THE REST.  IF THE SUBLEDGER OR THE SETTLEMENT      *
000690*  JOURNAL CANNOT BE OPENED THE BACKOUT IS REFUSED.        *
000700*  EVERY BACKOUT APPENDS ITS OWN "B" JOURNAL RECORD, SO    *
000710*  THE TRAIL STAYS COMPLETE.  A BACKOUT RECORD ITSELF      *
000720*  CANNOT BE BACKED OUT - SELECT THE ORIGINAL CHANGE       *
000730*  INSTEAD.  A CHANGE CAN BE BACKED OUT ONLY ONCE: ITS "B" *
000740*  RECORD CARRIES ITS SEQUENCE, AND A SECOND BACKOUT OF    *
000750*  THE SAME SEQUENCE IS REFUSED AND LOGGED.                *
000760*  THE OPERATOR SIGNS ON FIRST; THE SIGNED-ON ID IS THE    *
000770*  OPERATOR ON THE "B" RECORD, AND A CHANGE MAY ONLY BE    *
000780*  BACKED OUT BY A DIFFERENT OPERATOR FROM THE ONE WHO     *
000790*  MADE IT.                                                *
000800*---------------------------------------------------------*
000810
000820 ENVIRONMENT DIVISION.
000830
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT JOURNAL-FILE
000870         ASSIGN TO ACCTJRNL
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-JOURNAL-STATUS.
000900
000910     SELECT ACCOUNT-MASTER
000920         ASSIGN TO ACCTMST
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS AM-ACCOUNT-ID
000960         FILE STATUS IS WS-MASTER-STATUS.
000970
000980     SELECT SECURITY-PROFILE-FILE
000990         ASSIGN TO SECPROF
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS SP-OPERATOR-ID
001030         FILE STATUS IS WS-SECPROF-STATUS.
001040
001050     SELECT VIOLATION-LOG-FILE
001060         ASSIGN TO SECVIOL
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-VIOLOG-STATUS.
001090
001100     SELECT SUBLEDGER-FILE
001110         ASSIGN TO ACRSUBL
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS RANDOM
001140         RECORD KEY IS SL-ACCOUNT-ID
001150         FILE STATUS IS WS-SUBL-STATUS.
001160
001170     SELECT SETTLE-JOURNAL-FILE
001180         ASSIGN TO SETLJRNL
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-SETL-STATUS.
001210
001220 DATA DIVISION.
001230
001240 FILE SECTION.
001250*---------------------------------------------------------*
001260*  JOURNAL-FILE - AS WRITTEN BY 8950-WRITE-JOURNAL IN      *
001270*  AccountMaintenance (AND BY THE BACKOUTS DONE HERE).     *
001280*  A CAPITALIZATION, MATURITY OR CLOSURE ALSO CARRIES THE  *
001290*  LEDGER CREDITED, THE INTEREST SETTLED AND THE           *
001300*  SUBLEDGER RELIEF; A RECORD CONVERTED FROM THE OLD       *
001310*  160-BYTE JOURNAL CARRIES ZEROS.  A "B" RECORD CARRIES   *
001320*  THE SEQUENCE IT BACKED OUT IN JR-BACKOUT-SEQ.           *
001330*---------------------------------------------------------*
001340 FD  JOURNAL-FILE
001350     RECORDING MODE IS F.
001360 01  JOURNAL-RECORD.
001370     05  JR-SEQUENCE            PIC 9(07).
001380     05  JR-DATE                PIC 9(08).
001390     05  JR-TIME                PIC 9(06).
001400     05  JR-OPERATOR            PIC X(08).
001410     05  JR-FUNCTION            PIC X(01).
001420     05  JR-ACCOUNT-ID          PIC X(10).
001430     05  JR-BEFORE-IMAGE        PIC X(60).
001440     05  JR-AFTER-IMAGE         PIC X(60).
001450     05  JR-SETTLE-LEDGER       PIC 9(05).
001460     05  JR-SETTLE-AMOUNT       PIC 9(9)V99.
001470     05  JR-POSTED-RELIEF       PIC 9(9)V99.
001480     05  JR-ACCRUED-RELIEF      PIC 9(9)V99.
001490     05  JR-BACKOUT-SEQ         PIC 9(07).
001500     05  FILLER                 PIC X(05).
001510
001520*---------------------------------------------------------*
001530*  ACCOUNT-MASTER - THE FILE BEING PUT BACK THE WAY IT     *
001540*  WAS.  SAME 60-BYTE LAYOUT AS EVERYWHERE ELSE.           *
001550*---------------------------------------------------------*
001560 FD  ACCOUNT-MASTER.
001570 01  ACCOUNT-MASTER-RECORD.
001580     05  AM-ACCOUNT-ID          PIC X(10).
001590     05  FILLER                 PIC X(50).
001600
001610*---------------------------------------------------------*
001620*  SECURITY-PROFILE-FILE - INDEXED (VSAM KSDS) OPERATOR    *
001630*  PROFILES KEYED ON THE OPERATOR ID, AS MAINTAINED BY     *
001640*  SecurityMaintenance.  SAME 100-BYTE LAYOUT IN EVERY     *
001650*  PROGRAM THAT SIGNS ON.                                  *
001660*---------------------------------------------------------*
001670 FD  SECURITY-PROFILE-FILE.
001680 01  SECURITY-PROFILE-RECORD.
001690     05  SP-OPERATOR-ID         PIC X(08).
001700     05  SP-OPERATOR-NAME       PIC X(30).
001710     05  SP-PASSWORD-HASH       PIC 9(10).
001720     05  SP-ACTIVE-FLAG         PIC X(01).
001730         88  SP-ACTIVE                   VALUE "Y".
001740     05  SP-FAIL-COUNT          PIC 9(01).
001750     05  SP-LOCKED-FLAG         PIC X(01).
001760         88  SP-LOCKED                   VALUE "Y".
001770*    ONE Y/N BYTE PER UPDATING FUNCTION - ACCOUNT ADD, CHANGE,
001780*    DELETE, LOAD AND CLOSE; RATE ADD AND CHANGE; JOURNAL
001790*    BACKOUT; SECURITY ADMINISTRATION.
001800     05  SP-AUTHORITIES.
001810         10  SP-AUTH-ADD        PIC X(01).
001820         10  SP-AUTH-CHANGE     PIC X(01).
001830         10  SP-AUTH-DELETE     PIC X(01).
001840         10  SP-AUTH-LOAD       PIC X(01).
001850         10  SP-AUTH-CLOSE      PIC X(01).
001860         10  SP-AUTH-RATE-ADD   PIC X(01).
001870         10  SP-AUTH-RATE-CHG   PIC X(01).
001880         10  SP-AUTH-BACKOUT    PIC X(01).
001890         10  SP-AUTH-SECURITY   PIC X(01).
001900     05  SP-LAST-SIGNON-DATE    PIC 9(08).
001910     05  SP-LAST-SIGNON-TIME    PIC 9(06).
001920     05  SP-PASSWORD-DATE       PIC 9(08).
001930     05  FILLER                 PIC X(18).
001940
001950*---------------------------------------------------------*
001960*  VIOLATION-LOG-FILE - ONE LINE PER REFUSED SIGN-ON OR    *
001970*  FUNCTION, APPENDED BY EVERY PROGRAM THAT SIGNS ON AND   *
001980*  REPORTED DAILY BY SecurityViolationReport.              *
001990*---------------------------------------------------------*
002000 FD  VIOLATION-LOG-FILE
002010     RECORDING MODE IS F.
002020 01  VIOLATION-LOG-RECORD.
002030     05  SV-DATE                PIC 9(08).
002040     05  SV-TIME                PIC 9(06).
002050     05  SV-PROGRAM             PIC X(08).
002060     05  SV-OPERATOR-ID         PIC X(08).
002070     05  SV-VIOLATION-TYPE      PIC X(01).
002080     05  SV-FUNCTION            PIC X(01).
002090     05  SV-DETAIL              PIC X(60).
002100     05  FILLER                 PIC X(28).
002110
002120*---------------------------------------------------------*
002130*  SUBLEDGER-FILE - THE ACCRUAL SUBLEDGER KEPT BY THE GL   *
002140*  POSTING.  A BACKOUT PUTS BACK THE RELIEF THE ORIGINAL   *
002150*  CHANGE TOOK OFF THE ACCOUNT'S BALANCES.                 *
002160*---------------------------------------------------------*
002170 FD  SUBLEDGER-FILE.
002180 01  SUBLEDGER-RECORD.
002190     05  SL-ACCOUNT-ID          PIC X(10).
002200     05  SL-BRANCH-CODE         PIC X(03).
002210     05  SL-PRODUCT-CODE        PIC X(04).
002220     05  SL-ACCRUED-TO-DATE     PIC 9(9)V99.
002230     05  SL-POSTED-TO-DATE      PIC 9(9)V99.
002240     05  SL-LAST-POST-DATE      PIC 9(08).
002250     05  SL-LAST-EXTRACT-DATE   PIC 9(08).
002260     05  SL-STATUS              PIC X(01).
002270     05  FILLER                 PIC X(04).
002280
002290*---------------------------------------------------------*
002300*  SETTLE-JOURNAL-FILE - THE BALANCED LEDGER JOURNAL FOR   *
002310*  SETTLED INTEREST, IN THE GL POSTING JOURNAL LAYOUT.     *
002320*  EACH BACKOUT APPENDS ITS OWN HDR, DTL LINES AND TRL.    *
002330*---------------------------------------------------------*
002340 FD  SETTLE-JOURNAL-FILE
002350     RECORDING MODE IS F.
002360 01  SETTLE-JOURNAL-RECORD      PIC X(80).
002370 01  SETTLE-HEADER-R REDEFINES SETTLE-JOURNAL-RECORD.
002380     05  JH-RECORD-TYPE         PIC X(03).
002390     05  JH-POSTING-DATE        PIC 9(08).
002400     05  JH-EXTRACT-RUN-DATE    PIC 9(08).
002410     05  JH-SOURCE-SYSTEM       PIC X(08).
002420     05  FILLER                 PIC X(53).
002430 01  SETTLE-DETAIL-R REDEFINES SETTLE-JOURNAL-RECORD.
002440     05  JD-RECORD-TYPE         PIC X(03).
002450     05  JD-LINE-NUMBER         PIC 9(05).
002460     05  JD-BRANCH-CODE         PIC X(03).
002470     05  JD-PRODUCT-CODE        PIC X(04).
002480     05  JD-DEBIT-CREDIT        PIC X(01).
002490     05  JD-LEDGER-ACCOUNT      PIC 9(05).
002500     05  JD-AMOUNT              PIC 9(11)V99.
002510     05  FILLER                 PIC X(46).
002520 01  SETTLE-TRAILER-R REDEFINES SETTLE-JOURNAL-RECORD.
002530     05  JT-RECORD-TYPE         PIC X(03).
002540     05  JT-LINE-COUNT          PIC 9(07).
002550     05  JT-DEBIT-TOTAL         PIC 9(13)V99.
002560     05  JT-CREDIT-TOTAL        PIC 9(13)V99.
002570     05  FILLER                 PIC X(40).
002580
002590 WORKING-STORAGE SECTION.
002600*---------------------------------------------------------*
002610*  FUNCTION SELECTION AND SWITCHES                        *
002620*---------------------------------------------------------*
002630 77  WS-FUNCTION          PIC X(01) VALUE SPACE.
002640     88  FUNCTION-LIST               VALUE "L" "l".
002650     88  FUNCTION-BACKOUT            VALUE "B" "b".
002660     88  FUNCTION-EXIT               VALUE "X" "x".
002670
002680 77  WS-CONFIRM           PIC X(01) VALUE "N".
002690 77  WS-JRNL-EOF-SW       PIC X(01) VALUE "N".
002700     88  JOURNAL-EOF                 VALUE "Y".
002710 77  WS-FOUND-SW          PIC X(01) VALUE "N".
002720     88  ENTRY-FOUND                 VALUE "Y".
002730 77  WS-BACKED-OUT-SW     PIC X(01) VALUE "N".
002740     88  ENTRY-BACKED-OUT            VALUE "Y".
002750
002760 77  WS-AUTHORIZED-SW     PIC X(01) VALUE "Y".
002770     88  FUNCTION-AUTHORIZED         VALUE "Y".
002780     88  FUNCTION-REFUSED            VALUE "N".
002790
002800 77  WS-SETTLE-SW         PIC X(01) VALUE "N".
002810     88  NO-SETTLEMENT               VALUE "N".
002820     88  SETTLEMENT-TO-REVERSE       VALUE "Y".
002830     88  SETTLEMENT-REFUSED          VALUE "R".
002840 77  WS-SUBL-OPEN-SW      PIC X(01) VALUE "N".
002850     88  SUBLEDGER-OPEN              VALUE "Y".
002860
002870*---------------------------------------------------------*
002880*  FILE STATUS FIELDS                                     *
002890*---------------------------------------------------------*
002900 77  WS-JOURNAL-STATUS    PIC X(02) VALUE "00".
002910 77  WS-MASTER-STATUS     PIC X(02) VALUE "00".
002920 77  WS-SECPROF-STATUS    PIC X(02) VALUE "00".
002930 77  WS-VIOLOG-STATUS     PIC X(02) VALUE "00".
002940 77  WS-SUBL-STATUS       PIC X(02) VALUE "00".
002950 77  WS-SETL-STATUS       PIC X(02) VALUE "00".
002960
002970*---------------------------------------------------------*
002980*  SELECTION AND THE FOUND JOURNAL ENTRY                  *
002990*---------------------------------------------------------*
003000 01  WS-SEL-ACCOUNT       PIC X(10) VALUE "ALL".
003010 77  WS-SEL-SEQ           PIC 9(7) VALUE 0.
003020 77  WS-HIGH-SEQ          PIC 9(7) VALUE 0.
003030 01  WS-FND-DATE          PIC 9(8) VALUE 0.
003040 01  WS-FND-TIME          PIC 9(6) VALUE 0.
003050 01  WS-FND-OPERATOR      PIC X(8) VALUE SPACES.
003060 01  WS-FND-FUNCTION      PIC X(1) VALUE SPACE.
003070 01  WS-FND-ACCOUNT       PIC X(10) VALUE SPACES.
003080 01  WS-FND-BEFORE        PIC X(60) VALUE SPACES.
003090 01  WS-FND-AFTER         PIC X(60) VALUE SPACES.
003100 01  WS-BACKOUT-ACTION    PIC X(1) VALUE SPACE.
003110 01  WS-FND-SETTLE-LEDGER PIC 9(5) VALUE 0.
003120 01  WS-FND-SETTLE-AMOUNT PIC 9(9)V99 VALUE 0.
003130 01  WS-FND-POSTED-RELIEF PIC 9(9)V99 VALUE 0.
003140 01  WS-FND-ACCRUED-RELIEF PIC 9(9)V99 VALUE 0.
003150
003160*---------------------------------------------------------*
003170*  BACKOUT JOURNAL WORK FIELDS - THE "B" RECORD APPENDED   *
003180*  FOR EVERY BACKOUT APPLIED.                              *
003190*---------------------------------------------------------*
003200 77  WS-OPERATOR          PIC X(08) VALUE SPACES.
003210 01  WS-JRNL-BEFORE       PIC X(60) VALUE SPACES.
003220 01  WS-JRNL-AFTER        PIC X(60) VALUE SPACES.
003230 01  WS-DATE8             PIC 9(8) VALUE 0.
003240 01  WS-TIME8             PIC 9(8) VALUE 0.
003250
003260*---------------------------------------------------------*
003270*  SETTLEMENT REVERSAL - THE RELIEF ACTUALLY PUT BACK ON   *
003280*  THE SUBLEDGER, THE LEDGER ACCOUNTS AND THE REVERSING    *
003290*  BATCH'S LINES AND TOTALS.                               *
003300*---------------------------------------------------------*
003310 01  WS-RELIEF            PIC 9(9)V99 VALUE 0.
003320 01  WS-ACCRUED-RELIEF    PIC 9(9)V99 VALUE 0.
003330 77  WS-DR-LEDGER-ACCT    PIC 9(5) VALUE 60100.
003340 77  WS-CR-LEDGER-ACCT    PIC 9(5) VALUE 20500.
003350 77  WS-SETL-LINES        PIC 9(7) COMP VALUE 0.
003360 01  WS-SETL-DC           PIC X(01) VALUE SPACE.
003370 01  WS-SETL-ACCT         PIC 9(5) VALUE 0.
003380 01  WS-SETL-AMOUNT       PIC 9(11)V99 VALUE 0.
003390 01  WS-SETL-DR-TOTAL     PIC 9(13)V99 VALUE 0.
003400 01  WS-SETL-CR-TOTAL     PIC 9(13)V99 VALUE 0.
003410 01  WS-SETL-AMOUNT-EDIT  PIC Z(8)9.99.
003420
003430*---------------------------------------------------------*
003440*  IMAGE DISPLAY WORK AREA - FIELD-LEVEL VIEW OF ONE       *
003450*  60-BYTE RECORD IMAGE, AS AccountMaintenance LAYS IT     *
003460*  OUT.                                                    *
003470*---------------------------------------------------------*
003480 01  WJ-ACCOUNT-WORK.
003490     05  WJ-ACCOUNT-ID          PIC X(10).
003500     05  WJ-PRINCIPAL           PIC 9(7)V99.
003510     05  WJ-INTEREST-RATE       PIC 9(3)V9999.
003520     05  WJ-YEARS               PIC 9(3)V9.
003530     05  WJ-N                   PIC 9(3).
003540     05  WJ-CALC-MODE           PIC X(01).
003550     05  WJ-PRODUCT-CODE        PIC X(04).
003560     05  WJ-MONTHLY-DEPOSIT     PIC 9(5)V99.
003570     05  WJ-BRANCH-CODE         PIC X(03).
003580     05  WJ-OPEN-DATE           PIC 9(08).
003590     05  WJ-TAX-EXEMPT          PIC X(01).
003600     05  WJ-MATURITY-INSTR      PIC X(01).
003610     05  WJ-ACCOUNT-STATUS      PIC X(01).
003620     05  FILLER                 PIC X(01).
003630
003640*---------------------------------------------------------*
003650*  COUNTERS AND DISPLAY EDITS                             *
003660*---------------------------------------------------------*
003670 77  WS-LIST-COUNT        PIC 9(7) COMP VALUE 0.
003680 01  WS-COUNT-EDIT        PIC Z(6)9.
003690 01  WS-PRINCIPAL-EDIT    PIC Z(6)9.99.
003700 01  WS-RATE-EDIT         PIC ZZZ9.9999.
003710
003720*---------------------------------------------------------*
003730*  SIGN-ON - THE OPERATOR ID AND PASSWORD AS KEYED, THE    *
003740*  TRIES LEFT AND THE SIGNED-ON OPERATOR'S AUTHORITIES.    *
003750*  THE HASH RUNS OVER THE OPERATOR ID AND PASSWORD         *
003760*  TOGETHER, EXACTLY AS IN SecurityMaintenance.            *
003770*---------------------------------------------------------*
003780 01  WS-SIGNON-PASSWORD   PIC X(08) VALUE SPACES.
003790 77  WS-SIGNON-TRIES      PIC 9(1) VALUE 0.
003800 77  WS-SIGNON-MAX-TRIES  PIC 9(1) VALUE 3.
003810 77  WS-LOCKOUT-LIMIT     PIC 9(1) VALUE 3.
003820 77  WS-SIGNON-SW         PIC X(01) VALUE "N".
003830     88  SIGNON-PENDING              VALUE "N".
003840     88  SIGNED-ON                   VALUE "Y".
003850     88  SIGNON-ABANDONED            VALUE "A".
003860 01  WS-OPER-AUTHORITIES.
003870     05  WS-OPER-ADD          PIC X(01) VALUE "N".
003880         88  OPER-MAY-ADD                VALUE "Y".
003890     05  WS-OPER-CHANGE       PIC X(01) VALUE "N".
003900         88  OPER-MAY-CHANGE             VALUE "Y".
003910     05  WS-OPER-DELETE       PIC X(01) VALUE "N".
003920         88  OPER-MAY-DELETE             VALUE "Y".
003930     05  WS-OPER-LOAD         PIC X(01) VALUE "N".
003940         88  OPER-MAY-LOAD               VALUE "Y".
003950     05  WS-OPER-CLOSE        PIC X(01) VALUE "N".
003960         88  OPER-MAY-CLOSE              VALUE "Y".
003970     05  WS-OPER-RATE-ADD     PIC X(01) VALUE "N".
003980         88  OPER-MAY-ADD-RATE           VALUE "Y".
003990     05  WS-OPER-RATE-CHG     PIC X(01) VALUE "N".
004000         88  OPER-MAY-CHANGE-RATE        VALUE "Y".
004010     05  WS-OPER-BACKOUT      PIC X(01) VALUE "N".
004020         88  OPER-MAY-BACKOUT            VALUE "Y".
004030     05  WS-OPER-SECURITY     PIC X(01) VALUE "N".
004040         88  OPER-MAY-ADMINISTER         VALUE "Y".
004050 01  WS-HASH-INPUT.
004060     05  WS-HASH-ID           PIC X(08).
004070     05  WS-HASH-PASSWORD     PIC X(08).
004080 01  WS-HASH-INPUT-R REDEFINES WS-HASH-INPUT.
004090     05  WS-HASH-CHAR         PIC X(01) OCCURS 16 TIMES.
004100 77  WS-HASH-SUB          PIC 9(2) COMP VALUE 0.
004110 01  WS-HASH-VALUE        PIC 9(10) VALUE 0.
004120 01  WS-HASH-WORK         PIC 9(13) VALUE 0.
004130 01  WS-HASH-QUOTIENT     PIC 9(13) VALUE 0.
004140 01  WS-HASH-PRIME        PIC 9(10) VALUE 9999999967.
004150
004160*---------------------------------------------------------*
004170*  VIOLATION LOG WORK FIELDS - SET BY THE CALLER OF        *
004180*  8980-LOG-VIOLATION.                                     *
004190*---------------------------------------------------------*
004200 01  WS-VIOL-TYPE         PIC X(01) VALUE SPACE.
004210 01  WS-VIOL-FUNCTION     PIC X(01) VALUE SPACE.
004220 01  WS-VIOL-DETAIL       PIC X(60) VALUE SPACES.
004230 PROCEDURE DIVISION.
004240
004250*===========================================================*
004260*  0000-MAINLINE                                             *
004270*===========================================================*
004280 0000-MAINLINE.
004290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004300     IF FUNCTION-EXIT
004310         PERFORM 9999-TERMINATE THRU 9999-EXIT
004320         STOP RUN
004330     END-IF.
004340     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
004350         UNTIL FUNCTION-EXIT.
004360     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004370     STOP RUN.
004380
004390*===========================================================*
004400*  1000-INITIALIZE - SIGN ON AND OPEN THE MASTER            *
004410*===========================================================*
004420 1000-INITIALIZE.
004430     DISPLAY "Account Master Journal Utility".
004440     DISPLAY "==============================".
004450     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
004460     IF NOT SIGNED-ON
004470         DISPLAY "*** ERROR: NOT SIGNED ON - NO FUNCTIONS "
004480             "RUN. ***"
004490         MOVE 16 TO RETURN-CODE
004500         MOVE "X" TO WS-FUNCTION
004510         GO TO 1000-EXIT
004520     END-IF.
004530     OPEN I-O ACCOUNT-MASTER.
004540     IF WS-MASTER-STATUS NOT = "00"
004550         DISPLAY "*** ERROR: CANNOT OPEN ACCOUNT MASTER "
004560             "(ACCTMST) - FILE STATUS " WS-MASTER-STATUS
004570             " ***"
004580         MOVE 16 TO RETURN-CODE
004590         MOVE "X" TO WS-FUNCTION
004600     END-IF.
004610 1000-EXIT.
004620     EXIT.
004630
004640*===========================================================*
004650*  1300-1320 - SIGN ON AGAINST THE SECURITY PROFILE FILE     *
004660*  BEFORE ANY FUNCTION IS OFFERED.  THE OPERATOR HAS THREE   *
004670*  TRIES; EVERY WRONG PASSWORD COUNTS AGAINST THE PROFILE,   *
004680*  AND THE THIRD IN A ROW LOCKS IT UNTIL A SECURITY          *
004690*  ADMINISTRATOR RESETS IT.  EVERY REFUSAL IS LOGGED.        *
004700*===========================================================*
004710 1300-SIGN-ON.
004720     MOVE SPACES TO WS-OPERATOR.
004730     MOVE 0 TO WS-SIGNON-TRIES.
004740     SET SIGNON-PENDING TO TRUE.
004750     OPEN I-O SECURITY-PROFILE-FILE.
004760     IF WS-SECPROF-STATUS NOT = "00"
004770         DISPLAY "*** ERROR: CANNOT OPEN SECURITY PROFILE FILE "
004780             "(SECPROF) - FILE STATUS " WS-SECPROF-STATUS
004790             " - SIGN-ON REFUSED. ***"
004800         SET SIGNON-ABANDONED TO TRUE
004810         GO TO 1300-EXIT
004820     END-IF.
004830     PERFORM 1310-SIGNON-ATTEMPT THRU 1310-EXIT
004840         UNTIL NOT SIGNON-PENDING.
004850     CLOSE SECURITY-PROFILE-FILE.
004860 1300-EXIT.
004870     EXIT.
004880
004890 1310-SIGNON-ATTEMPT.
004900     ADD 1 TO WS-SIGNON-TRIES.
004910     MOVE SPACES TO WS-OPERATOR.
004920     MOVE SPACES TO WS-SIGNON-PASSWORD.
004930     DISPLAY "Operator ID: ".
004940     ACCEPT WS-OPERATOR.
004950     IF WS-OPERATOR = SPACES
004960         SET SIGNON-ABANDONED TO TRUE
004970         GO TO 1310-EXIT
004980     END-IF.
004990     DISPLAY "Password: ".
005000     ACCEPT WS-SIGNON-PASSWORD.
005010     MOVE SPACE TO WS-VIOL-FUNCTION.
005020     MOVE WS-OPERATOR TO SP-OPERATOR-ID.
005030     READ SECURITY-PROFILE-FILE
005040         INVALID KEY
005050             MOVE "U" TO WS-VIOL-TYPE
005060             MOVE "SIGN-ON WITH AN UNKNOWN OPERATOR ID"
005070                 TO WS-VIOL-DETAIL
005080             PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
005090             DISPLAY "*** SIGN-ON REFUSED - OPERATOR ID OR "
005100                 "PASSWORD IS NOT VALID. ***"
005110             GO TO 1310-CHECK-TRIES
005120     END-READ.
005130     IF SP-LOCKED
005140         MOVE "L" TO WS-VIOL-TYPE
005150         MOVE "SIGN-ON TO A LOCKED-OUT PROFILE"
005160             TO WS-VIOL-DETAIL
005170         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
005180         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
005190             " IS LOCKED OUT - SEE THE SECURITY "
005200             "ADMINISTRATOR. ***"
005210         SET SIGNON-ABANDONED TO TRUE
005220         GO TO 1310-EXIT
005230     END-IF.
005240     IF NOT SP-ACTIVE
005250         MOVE "I" TO WS-VIOL-TYPE
005260         MOVE "SIGN-ON TO AN INACTIVE PROFILE"
005270             TO WS-VIOL-DETAIL
005280         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
005290         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
005300             " IS NOT ACTIVE. ***"
005310         SET SIGNON-ABANDONED TO TRUE
005320         GO TO 1310-EXIT
005330     END-IF.
005340     MOVE WS-OPERATOR TO WS-HASH-ID.
005350     MOVE WS-SIGNON-PASSWORD TO WS-HASH-PASSWORD.
005360     PERFORM 8990-HASH-PASSWORD THRU 8990-EXIT.
005370     MOVE SPACES TO WS-SIGNON-PASSWORD.
005380     IF WS-HASH-VALUE NOT = SP-PASSWORD-HASH
005390         PERFORM 1320-FAILED-PASSWORD THRU 1320-EXIT
005400         GO TO 1310-CHECK-TRIES
005410     END-IF.
005420     MOVE 0 TO SP-FAIL-COUNT.
005430     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
005440     ACCEPT WS-TIME8 FROM TIME.
005450     MOVE WS-DATE8 TO SP-LAST-SIGNON-DATE.
005460     MOVE WS-TIME8 (1:6) TO SP-LAST-SIGNON-TIME.
005470     REWRITE SECURITY-PROFILE-RECORD
005480         INVALID KEY
005490             DISPLAY "*** WARNING: SECURITY PROFILE REWRITE "
005500                 "FAILED - FILE STATUS " WS-SECPROF-STATUS
005510                 " ***"
005520     END-REWRITE.
005530     MOVE SP-AUTHORITIES TO WS-OPER-AUTHORITIES.
005540     SET SIGNED-ON TO TRUE.
005550     DISPLAY "Signed on as " WS-OPERATOR " - " SP-OPERATOR-NAME.
005560     GO TO 1310-EXIT.
005570 1310-CHECK-TRIES.
005580     IF WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES
005590         SET SIGNON-ABANDONED TO TRUE
005600     END-IF.
005610 1310-EXIT.
005620     EXIT.
005630
005640 1320-FAILED-PASSWORD.
005650     ADD 1 TO SP-FAIL-COUNT.
005660     MOVE "P" TO WS-VIOL-TYPE.
005670     MOVE "SIGN-ON WITH A WRONG PASSWORD" TO WS-VIOL-DETAIL.
005680     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
005690     IF SP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
005700         MOVE "Y" TO SP-LOCKED-FLAG
005710         MOVE "K" TO WS-VIOL-TYPE
005720         MOVE "PROFILE LOCKED OUT AFTER REPEATED WRONG PASSWORDS"
005730             TO WS-VIOL-DETAIL
005740         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
005750         SET SIGNON-ABANDONED TO TRUE
005760     END-IF.
005770     REWRITE SECURITY-PROFILE-RECORD
005780         INVALID KEY
005790             DISPLAY "*** WARNING: SECURITY PROFILE REWRITE "
005800                 "FAILED - FILE STATUS " WS-SECPROF-STATUS
005810                 " ***"
005820     END-REWRITE.
005830     IF SP-LOCKED
005840         DISPLAY "*** SIGN-ON REFUSED - OPERATOR " WS-OPERATOR
005850             " IS NOW LOCKED OUT - SEE THE SECURITY "
005860             "ADMINISTRATOR. ***"
005870     ELSE
005880         DISPLAY "*** SIGN-ON REFUSED - OPERATOR ID OR "
005890             "PASSWORD IS NOT VALID. ***"
005900     END-IF.
005910 1320-EXIT.
005920     EXIT.
005930*===========================================================*
005940*  2000-MENU-LOOP - ONE FUNCTION PER PASS                    *
005950*===========================================================*
005960 2000-MENU-LOOP.
005970     DISPLAY " ".
005980     DISPLAY "Select Function:".
005990     DISPLAY "  L. List the journal for an account".
006000     DISPLAY "  B. Back out a change by sequence number".
006010     DISPLAY "  X. Exit".
006020     DISPLAY "Enter choice: ".
006030     ACCEPT WS-FUNCTION.
006040     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
006050     IF FUNCTION-REFUSED
006060         GO TO 2000-EXIT
006070     END-IF.
006080     EVALUATE TRUE
006090         WHEN FUNCTION-LIST
006100             PERFORM 3000-LIST-JOURNAL THRU 3000-EXIT
006110         WHEN FUNCTION-BACKOUT
006120             PERFORM 5000-BACKOUT-CHANGE THRU 5000-EXIT
006130         WHEN FUNCTION-EXIT
006140             CONTINUE
006150         WHEN OTHER
006160             DISPLAY "*** ERROR: Choice must be L, B or "
006170                 "X. ***"
006180     END-EVALUATE.
006190 2000-EXIT.
006200     EXIT.
006210
006220*===========================================================*
006230*  2100-CHECK-AUTHORITY - BACKOUT NEEDS THE BACKOUT          *
006240*  AUTHORITY ON THE OPERATOR'S PROFILE; LIST NEEDS ONLY      *
006250*  THE SIGN-ON.  A REFUSAL IS LOGGED.                        *
006260*===========================================================*
006270 2100-CHECK-AUTHORITY.
006280     SET FUNCTION-AUTHORIZED TO TRUE.
006290     IF FUNCTION-BACKOUT AND NOT OPER-MAY-BACKOUT
006300         SET FUNCTION-REFUSED TO TRUE
006310     END-IF.
006320     IF FUNCTION-AUTHORIZED
006330         GO TO 2100-EXIT
006340     END-IF.
006350     MOVE "B" TO WS-VIOL-FUNCTION.
006360     MOVE "A" TO WS-VIOL-TYPE.
006370     MOVE "FUNCTION NOT IN THE OPERATOR'S AUTHORITIES"
006380         TO WS-VIOL-DETAIL.
006390     PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT.
006400     DISPLAY "*** FUNCTION " WS-VIOL-FUNCTION " REFUSED - "
006410         "OPERATOR " WS-OPERATOR " IS NOT AUTHORIZED FOR IT. ***".
006420 2100-EXIT.
006430     EXIT.
006440*===========================================================*
006450*  3000-3100 - LIST THE JOURNAL FOR ONE ACCOUNT (OR ALL)     *
006460*===========================================================*
006470 3000-LIST-JOURNAL.
006480     DISPLAY "Account ID to list (or ALL): ".
006490     ACCEPT WS-SEL-ACCOUNT.
006500     IF WS-SEL-ACCOUNT = SPACES
006510         MOVE "ALL" TO WS-SEL-ACCOUNT
006520     END-IF.
006530     MOVE 0 TO WS-LIST-COUNT.
006540     MOVE "N" TO WS-JRNL-EOF-SW.
006550     OPEN INPUT JOURNAL-FILE.
006560     IF WS-JOURNAL-STATUS NOT = "00"
006570         DISPLAY "*** ERROR: CANNOT OPEN CHANGE JOURNAL "
006580             "(ACCTJRNL) - FILE STATUS " WS-JOURNAL-STATUS
006590             " ***"
006600         GO TO 3000-EXIT
006610     END-IF.
006620     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
006630         UNTIL JOURNAL-EOF.
006640     CLOSE JOURNAL-FILE.
006650     MOVE WS-LIST-COUNT TO WS-COUNT-EDIT.
006660     DISPLAY WS-COUNT-EDIT " journal record(s) listed.".
006670 3000-EXIT.
006680     EXIT.
006690
006700 3100-LIST-ONE-ENTRY.
006710     READ JOURNAL-FILE
006720         AT END
006730             MOVE "Y" TO WS-JRNL-EOF-SW
006740             GO TO 3100-EXIT
006750     END-READ.
006760     IF WS-SEL-ACCOUNT NOT = "ALL"
006770         AND JR-ACCOUNT-ID NOT = WS-SEL-ACCOUNT
006780         GO TO 3100-EXIT
006790     END-IF.
006800     ADD 1 TO WS-LIST-COUNT.
006810     DISPLAY "  SEQ " JR-SEQUENCE
006820         "  " JR-DATE "-" JR-TIME
006830         "  OPER " JR-OPERATOR
006840         "  FUNC " JR-FUNCTION
006850         "  ACCT " JR-ACCOUNT-ID.
006860     IF JR-BEFORE-IMAGE NOT = SPACES
006870         MOVE JR-BEFORE-IMAGE TO WJ-ACCOUNT-WORK
006880         DISPLAY "    BEFORE:"
006890         PERFORM 8900-DISPLAY-IMAGE THRU 8900-EXIT
006900     END-IF.
006910     IF JR-AFTER-IMAGE NOT = SPACES
006920         MOVE JR-AFTER-IMAGE TO WJ-ACCOUNT-WORK
006930         DISPLAY "    AFTER :"
006940         PERFORM 8900-DISPLAY-IMAGE THRU 8900-EXIT
006950     END-IF.
006960 3100-EXIT.
006970     EXIT.
006980
006990*===========================================================*
007000*  5000-5200 - BACK OUT ONE CHANGE BY RESTORING ITS BEFORE   *
007010*  IMAGE.  THE JOURNAL IS SCANNED FOR THE SELECTED SEQUENCE  *
007020*  NUMBER; THE HIGHEST SEQUENCE SEEN CARRIES FORWARD TO THE  *
007030*  "B" RECORD THIS BACKOUT APPENDS.  A SEQUENCE THAT ALREADY *
007040*  HAS A "B" RECORD AGAINST IT IS REFUSED AND LOGGED.        *
007050*  WHERE THE ENTRY SETTLED INTEREST, 5300 OPENS THE          *
007060*  SUBLEDGER AND THE SETTLEMENT JOURNAL BEFORE THE MASTER IS *
007070*  TOUCHED, AND REFUSES THE BACKOUT IF EITHER WILL NOT OPEN. *
007080*===========================================================*
007090 5000-BACKOUT-CHANGE.
007100     DISPLAY "Account ID to back out: ".
007110     ACCEPT WS-SEL-ACCOUNT.
007120     DISPLAY "Journal sequence number to back out: ".
007130     ACCEPT WS-SEL-SEQ.
007140     PERFORM 5100-FIND-ENTRY THRU 5100-EXIT.
007150     IF NOT ENTRY-FOUND
007160         DISPLAY "*** ERROR: NO JOURNAL RECORD " WS-SEL-SEQ
007170             " FOR ACCOUNT " WS-SEL-ACCOUNT ". ***"
007180         GO TO 5000-EXIT
007190     END-IF.
007200     IF WS-FND-FUNCTION = "B"
007210         DISPLAY "*** ERROR: A BACKOUT RECORD CANNOT BE "
007220             "BACKED OUT - SELECT THE ORIGINAL CHANGE. ***"
007230         GO TO 5000-EXIT
007240     END-IF.
007250     IF ENTRY-BACKED-OUT
007260         MOVE "B" TO WS-VIOL-FUNCTION
007270         MOVE "D" TO WS-VIOL-TYPE
007280         MOVE SPACES TO WS-VIOL-DETAIL
007290         STRING "REPEAT BACKOUT - ACCOUNT " WS-SEL-ACCOUNT
007300             " SEQ " WS-SEL-SEQ
007310             DELIMITED BY SIZE INTO WS-VIOL-DETAIL
007320         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
007330         DISPLAY "*** ERROR: SEQ " WS-SEL-SEQ " FOR ACCOUNT "
007340             WS-SEL-ACCOUNT " HAS ALREADY BEEN BACKED OUT - "
007350             "IT CANNOT BE BACKED OUT AGAIN. ***"
007360         GO TO 5000-EXIT
007370     END-IF.
007380     IF WS-FND-OPERATOR = WS-OPERATOR
007390         MOVE "B" TO WS-VIOL-FUNCTION
007400         MOVE "S" TO WS-VIOL-TYPE
007410         MOVE SPACES TO WS-VIOL-DETAIL
007420         STRING "BACKOUT OF OWN CHANGE - ACCOUNT " WS-SEL-ACCOUNT
007430             " SEQ " WS-SEL-SEQ
007440             DELIMITED BY SIZE INTO WS-VIOL-DETAIL
007450         PERFORM 8980-LOG-VIOLATION THRU 8980-EXIT
007460         DISPLAY "*** ERROR: YOU CANNOT BACK OUT YOUR OWN CHANGE "
007470             "- ANOTHER AUTHORIZED OPERATOR MUST DO IT. ***"
007480         GO TO 5000-EXIT
007490     END-IF.
007500     DISPLAY "  Backing out SEQ " WS-SEL-SEQ
007510         "  FUNC " WS-FND-FUNCTION
007520         "  of " WS-FND-DATE "-" WS-FND-TIME
007530         "  by " WS-FND-OPERATOR.
007540     IF WS-FND-BEFORE NOT = SPACES
007550         MOVE WS-FND-BEFORE TO WJ-ACCOUNT-WORK
007560         DISPLAY "    RESTORES:"
007570         PERFORM 8900-DISPLAY-IMAGE THRU 8900-EXIT
007580     END-IF.
007590     IF WS-FND-SETTLE-AMOUNT NOT = 0
007600         MOVE WS-FND-SETTLE-AMOUNT TO WS-SETL-AMOUNT-EDIT
007610         DISPLAY "    REVERSES INTEREST SETTLED OF "
007620             WS-SETL-AMOUNT-EDIT " TO LEDGER "
007630             WS-FND-SETTLE-LEDGER
007640         MOVE WS-FND-POSTED-RELIEF TO WS-SETL-AMOUNT-EDIT
007650         DISPLAY "    AND PUTS BACK SUBLEDGER RELIEF OF "
007660             WS-SETL-AMOUNT-EDIT
007670     END-IF.
007680     DISPLAY "Apply this backout? (Y/N): ".
007690     ACCEPT WS-CONFIRM.
007700     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
007710         DISPLAY "Backout abandoned."
007720         GO TO 5000-EXIT
007730     END-IF.
007740     PERFORM 5300-OPEN-SETTLEMENT THRU 5300-EXIT.
007750     IF SETTLEMENT-REFUSED
007760         DISPLAY "Backout refused - nothing has been changed."
007770         GO TO 5000-EXIT
007780     END-IF.
007790     PERFORM 5200-APPLY-BACKOUT THRU 5200-EXIT.
007800     PERFORM 5390-CLOSE-SETTLEMENT THRU 5390-EXIT.
007810 5000-EXIT.
007820     EXIT.
007830
007840 5100-FIND-ENTRY.
007850     MOVE "N" TO WS-FOUND-SW.
007860     MOVE "N" TO WS-BACKED-OUT-SW.
007870     MOVE "N" TO WS-JRNL-EOF-SW.
007880     MOVE 0 TO WS-HIGH-SEQ.
007890     OPEN INPUT JOURNAL-FILE.
007900     IF WS-JOURNAL-STATUS NOT = "00"
007910         DISPLAY "*** ERROR: CANNOT OPEN CHANGE JOURNAL "
007920             "(ACCTJRNL) - FILE STATUS " WS-JOURNAL-STATUS
007930             " ***"
007940         MOVE "Y" TO WS-JRNL-EOF-SW
007950         GO TO 5100-EXIT
007960     END-IF.
007970     PERFORM 5110-SCAN-ENTRY THRU 5110-EXIT
007980         UNTIL JOURNAL-EOF.
007990     CLOSE JOURNAL-FILE.
008000 5100-EXIT.
008010     EXIT.
008020
008030 5110-SCAN-ENTRY.
008040     READ JOURNAL-FILE
008050         AT END
008060             MOVE "Y" TO WS-JRNL-EOF-SW
008070             GO TO 5110-EXIT
008080     END-READ.
008090     IF JR-SEQUENCE NUMERIC AND JR-SEQUENCE > WS-HIGH-SEQ
008100         MOVE JR-SEQUENCE TO WS-HIGH-SEQ
008110     END-IF.
008120     IF JR-SEQUENCE = WS-SEL-SEQ
008130         AND JR-ACCOUNT-ID = WS-SEL-ACCOUNT
008140         MOVE JR-DATE TO WS-FND-DATE
008150         MOVE JR-TIME TO WS-FND-TIME
008160         MOVE JR-OPERATOR TO WS-FND-OPERATOR
008170         MOVE JR-FUNCTION TO WS-FND-FUNCTION
008180         MOVE JR-ACCOUNT-ID TO WS-FND-ACCOUNT
008190         MOVE JR-BEFORE-IMAGE TO WS-FND-BEFORE
008200         MOVE JR-AFTER-IMAGE TO WS-FND-AFTER
008210         PERFORM 5120-SAVE-SETTLEMENT THRU 5120-EXIT
008220         SET ENTRY-FOUND TO TRUE
008230     END-IF.
008240     IF JR-FUNCTION = "B"
008250         AND JR-ACCOUNT-ID = WS-SEL-ACCOUNT
008260         AND JR-BACKOUT-SEQ NUMERIC
008270         AND JR-BACKOUT-SEQ = WS-SEL-SEQ
008280         SET ENTRY-BACKED-OUT TO TRUE
008290     END-IF.
008300 5110-EXIT.
008310     EXIT.
008320
008330*    A RECORD WRITTEN BEFORE THE SETTLEMENT FIELDS WERE ADDED
008340*    SETTLED NOTHING - ITS SPACES COUNT AS ZERO.
008350 5120-SAVE-SETTLEMENT.
008360     MOVE 0 TO WS-FND-SETTLE-LEDGER.
008370     MOVE 0 TO WS-FND-SETTLE-AMOUNT.
008380     MOVE 0 TO WS-FND-POSTED-RELIEF.
008390     MOVE 0 TO WS-FND-ACCRUED-RELIEF.
008400     IF JR-SETTLE-LEDGER NOT NUMERIC
008410         OR JR-SETTLE-AMOUNT NOT NUMERIC
008420         OR JR-POSTED-RELIEF NOT NUMERIC
008430         OR JR-ACCRUED-RELIEF NOT NUMERIC
008440         GO TO 5120-EXIT
008450     END-IF.
008460     MOVE JR-SETTLE-LEDGER TO WS-FND-SETTLE-LEDGER.
008470     MOVE JR-SETTLE-AMOUNT TO WS-FND-SETTLE-AMOUNT.
008480     MOVE JR-POSTED-RELIEF TO WS-FND-POSTED-RELIEF.
008490     MOVE JR-ACCRUED-RELIEF TO WS-FND-ACCRUED-RELIEF.
008500 5120-EXIT.
008510     EXIT.
008520
008530 5200-APPLY-BACKOUT.
008540*    A MATURITY RECORD IS A ROLL-OVER OR A PAYOUT THAT CLOSED
008550*    THE ACCOUNT (AFTER IMAGE PRESENT), OR AN OLDER PAYOUT THAT
008560*    TOOK THE ACCOUNT OFF (NO AFTER IMAGE).
008570     MOVE WS-FND-FUNCTION TO WS-BACKOUT-ACTION.
008580     IF WS-FND-FUNCTION = "M"
008590         IF WS-FND-AFTER = SPACES
008600             MOVE "D" TO WS-BACKOUT-ACTION
008610         ELSE
008620             MOVE "C" TO WS-BACKOUT-ACTION
008630         END-IF
008640     END-IF.
008650     EVALUATE WS-BACKOUT-ACTION
008660         WHEN "A"
008670         WHEN "L"
008680*    THE CHANGE CREATED THE RECORD - BACKOUT REMOVES IT.
008690             MOVE WS-FND-ACCOUNT TO AM-ACCOUNT-ID
008700             READ ACCOUNT-MASTER
008710                 INVALID KEY
008720                     DISPLAY "*** ERROR: ACCOUNT "
008730                         WS-FND-ACCOUNT " IS NOT ON THE "
008740                         "MASTER - NOTHING TO BACK OUT. ***"
008750                     GO TO 5200-EXIT
008760             END-READ
008770             IF ACCOUNT-MASTER-RECORD NOT = WS-FND-AFTER
008780                 DISPLAY "*** WARNING: THE MASTER RECORD "
008790                     "HAS CHANGED SINCE THIS ENTRY - LATER "
008800                     "CHANGES ARE BEING DISCARDED. ***"
008810             END-IF
008820             MOVE ACCOUNT-MASTER-RECORD TO WS-JRNL-BEFORE
008830             DELETE ACCOUNT-MASTER
008840                 INVALID KEY
008850                     DISPLAY "*** ERROR: DELETE FAILED - "
008860                         "FILE STATUS " WS-MASTER-STATUS
008870                         " ***"
008880                     GO TO 5200-EXIT
008890             END-DELETE
008900             MOVE SPACES TO WS-JRNL-AFTER
008910         WHEN "C"
008920         WHEN "I"
008930         WHEN "X"
008940             MOVE WS-FND-ACCOUNT TO AM-ACCOUNT-ID
008950             READ ACCOUNT-MASTER
008960                 INVALID KEY
008970                     DISPLAY "*** ERROR: ACCOUNT "
008980                         WS-FND-ACCOUNT " IS NOT ON THE "
008990                         "MASTER - USE THE DELETE ENTRY'S "
009000                         "BACKOUT TO REINSTATE IT. ***"
009010                     GO TO 5200-EXIT
009020             END-READ
009030             IF ACCOUNT-MASTER-RECORD NOT = WS-FND-AFTER
009040                 DISPLAY "*** WARNING: THE MASTER RECORD "
009050                     "HAS CHANGED SINCE THIS ENTRY - LATER "
009060                     "CHANGES ARE BEING DISCARDED. ***"
009070             END-IF
009080             MOVE ACCOUNT-MASTER-RECORD TO WS-JRNL-BEFORE
009090             MOVE WS-FND-BEFORE TO ACCOUNT-MASTER-RECORD
009100             REWRITE ACCOUNT-MASTER-RECORD
009110                 INVALID KEY
009120                     DISPLAY "*** ERROR: REWRITE FAILED - "
009130                         "FILE STATUS " WS-MASTER-STATUS
009140                         " ***"
009150                     GO TO 5200-EXIT
009160             END-REWRITE
009170             MOVE WS-FND-BEFORE TO WS-JRNL-AFTER
009180         WHEN "D"
009190             MOVE WS-FND-ACCOUNT TO AM-ACCOUNT-ID
009200             READ ACCOUNT-MASTER
009210                 INVALID KEY CONTINUE
009220             END-READ
009230             IF WS-MASTER-STATUS = "00"
009240                 DISPLAY "*** ERROR: ACCOUNT "
009250                     WS-FND-ACCOUNT " IS ALREADY BACK ON "
009260                     "THE MASTER - NOTHING TO REINSTATE. ***"
009270                 GO TO 5200-EXIT
009280             END-IF
009290             MOVE SPACES TO WS-JRNL-BEFORE
009300             MOVE WS-FND-BEFORE TO ACCOUNT-MASTER-RECORD
009310             WRITE ACCOUNT-MASTER-RECORD
009320                 INVALID KEY
009330                     DISPLAY "*** ERROR: WRITE FAILED - "
009340                         "FILE STATUS " WS-MASTER-STATUS
009350                         " ***"
009360                     GO TO 5200-EXIT
009370             END-WRITE
009380             MOVE WS-FND-BEFORE TO WS-JRNL-AFTER
009390         WHEN OTHER
009400             DISPLAY "*** ERROR: FUNCTION " WS-FND-FUNCTION
009410                 " IS NOT A BACKOUT-ABLE CHANGE. ***"
009420             GO TO 5200-EXIT
009430     END-EVALUATE.
009440     IF SETTLEMENT-TO-REVERSE
009450         PERFORM 5310-RESTORE-SUBLEDGER THRU 5310-EXIT
009460         PERFORM 5320-WRITE-REVERSAL THRU 5320-EXIT
009470     END-IF.
009480     PERFORM 8950-WRITE-JOURNAL THRU 8950-EXIT.
009490     DISPLAY "Backout applied for account " WS-FND-ACCOUNT
009500         ".".
009510 5200-EXIT.
009520     EXIT.
009530
009540*===========================================================*
009550*  5300-5390 - REVERSE THE INTEREST SETTLEMENT OF A          *
009560*  CAPITALIZATION, MATURITY OR CLOSURE.  5300 OPENS THE      *
009570*  SUBLEDGER (WHEN THERE IS RELIEF TO PUT BACK) AND THE      *
009580*  SETTLEMENT JOURNAL AND READS THE ACCOUNT'S SUBLEDGER      *
009590*  RECORD; 5310 ADDS THE RELIEF BACK TO THE POSTED AND       *
009600*  ACCRUED BALANCES; 5320 APPENDS A BALANCED BATCH THAT      *
009610*  REVERSES THE ORIGINAL ENTRY - DEBIT THE LEDGER CREDITED,  *
009620*  CREDIT ACCRUED INTEREST PAYABLE WITH THE RELIEF PUT BACK  *
009630*  AND INTEREST EXPENSE WITH THE REST.  IF THE SUBLEDGER     *
009640*  REWRITE FAILS NOTHING IS PUT BACK AND THE WHOLE REVERSAL  *
009650*  GOES TO INTEREST EXPENSE; THE NEXT GL POSTING ACCRUES IT  *
009660*  AGAIN FROM THE EXTRACT.                                   *
009670*===========================================================*
009680 5300-OPEN-SETTLEMENT.
009690     SET NO-SETTLEMENT TO TRUE.
009700     MOVE "N" TO WS-SUBL-OPEN-SW.
009710     MOVE 0 TO WS-RELIEF.
009720     MOVE 0 TO WS-ACCRUED-RELIEF.
009730     IF WS-FND-SETTLE-AMOUNT = 0
009740         GO TO 5300-EXIT
009750     END-IF.
009760     IF WS-FND-POSTED-RELIEF = 0 AND WS-FND-ACCRUED-RELIEF = 0
009770         GO TO 5300-OPEN-JOURNAL
009780     END-IF.
009790     OPEN I-O SUBLEDGER-FILE.
009800     IF WS-SUBL-STATUS NOT = "00"
009810         DISPLAY "*** ERROR: CANNOT OPEN ACCRUAL SUBLEDGER "
009820             "(ACRSUBL) - FILE STATUS " WS-SUBL-STATUS
009830             " - THE INTEREST RELIEF CANNOT BE PUT BACK. ***"
009840         SET SETTLEMENT-REFUSED TO TRUE
009850         GO TO 5300-EXIT
009860     END-IF.
009870     SET SUBLEDGER-OPEN TO TRUE.
009880     MOVE WS-FND-ACCOUNT TO SL-ACCOUNT-ID.
009890     READ SUBLEDGER-FILE
009900         INVALID KEY
009910             DISPLAY "*** ERROR: ACCOUNT " WS-FND-ACCOUNT
009920                 " IS NOT ON THE ACCRUAL SUBLEDGER - THE "
009930                 "INTEREST RELIEF CANNOT BE PUT BACK. ***"
009940             SET SETTLEMENT-REFUSED TO TRUE
009950             PERFORM 5390-CLOSE-SETTLEMENT THRU 5390-EXIT
009960             GO TO 5300-EXIT
009970     END-READ.
009980 5300-OPEN-JOURNAL.
009990     OPEN EXTEND SETTLE-JOURNAL-FILE.
010000     IF WS-SETL-STATUS = "35"
010010         OPEN OUTPUT SETTLE-JOURNAL-FILE
010020     END-IF.
010030     IF WS-SETL-STATUS NOT = "00"
010040         DISPLAY "*** ERROR: CANNOT OPEN SETTLEMENT JOURNAL "
010050             "(SETLJRNL) - FILE STATUS " WS-SETL-STATUS
010060             " - THE SETTLEMENT CANNOT BE REVERSED. ***"
010070         SET SETTLEMENT-REFUSED TO TRUE
010080         PERFORM 5390-CLOSE-SETTLEMENT THRU 5390-EXIT
010090         GO TO 5300-EXIT
010100     END-IF.
010110     SET SETTLEMENT-TO-REVERSE TO TRUE.
010120 5300-EXIT.
010130     EXIT.
010140
010150 5310-RESTORE-SUBLEDGER.
010160     IF NOT SUBLEDGER-OPEN
010170         GO TO 5310-EXIT
010180     END-IF.
010190     ADD WS-FND-POSTED-RELIEF TO SL-POSTED-TO-DATE.
010200     ADD WS-FND-ACCRUED-RELIEF TO SL-ACCRUED-TO-DATE.
010210     REWRITE SUBLEDGER-RECORD
010220         INVALID KEY
010230             DISPLAY "*** WARNING: ACCRUAL SUBLEDGER REWRITE "
010240                 "FAILED FOR ACCOUNT " WS-FND-ACCOUNT
010250                 " - FILE STATUS " WS-SUBL-STATUS
010260                 " - NO RELIEF PUT BACK. ***"
010270             GO TO 5310-EXIT
010280     END-REWRITE.
010290     MOVE WS-FND-POSTED-RELIEF TO WS-RELIEF.
010300     MOVE WS-FND-ACCRUED-RELIEF TO WS-ACCRUED-RELIEF.
010310 5310-EXIT.
010320     EXIT.
010330
010340 5320-WRITE-REVERSAL.
010350     MOVE 0 TO WS-SETL-LINES.
010360     MOVE 0 TO WS-SETL-DR-TOTAL.
010370     MOVE 0 TO WS-SETL-CR-TOTAL.
010380     MOVE WS-FND-BEFORE TO WJ-ACCOUNT-WORK.
010390     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
010400     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
010410     MOVE "HDR" TO JH-RECORD-TYPE.
010420     MOVE WS-DATE8 TO JH-POSTING-DATE.
010430     MOVE WS-FND-DATE TO JH-EXTRACT-RUN-DATE.
010440     MOVE "ACCTJRNL" TO JH-SOURCE-SYSTEM.
010450     WRITE SETTLE-JOURNAL-RECORD.
010460     IF WS-SETL-STATUS NOT = "00"
010470         GO TO 5320-FAILED
010480     END-IF.
010490     MOVE "D" TO WS-SETL-DC.
010500     MOVE WS-FND-SETTLE-LEDGER TO WS-SETL-ACCT.
010510     MOVE WS-FND-SETTLE-AMOUNT TO WS-SETL-AMOUNT.
010520     PERFORM 5330-WRITE-REVERSAL-LINE THRU 5330-EXIT.
010530     MOVE "C" TO WS-SETL-DC.
010540     MOVE WS-CR-LEDGER-ACCT TO WS-SETL-ACCT.
010550     MOVE WS-RELIEF TO WS-SETL-AMOUNT.
010560     PERFORM 5330-WRITE-REVERSAL-LINE THRU 5330-EXIT.
010570     MOVE WS-DR-LEDGER-ACCT TO WS-SETL-ACCT.
010580     COMPUTE WS-SETL-AMOUNT = WS-FND-SETTLE-AMOUNT - WS-RELIEF.
010590     PERFORM 5330-WRITE-REVERSAL-LINE THRU 5330-EXIT.
010600     IF WS-SETL-STATUS NOT = "00"
010610         GO TO 5320-FAILED
010620     END-IF.
010630     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
010640     MOVE "TRL" TO JT-RECORD-TYPE.
010650     MOVE WS-SETL-LINES TO JT-LINE-COUNT.
010660     MOVE WS-SETL-DR-TOTAL TO JT-DEBIT-TOTAL.
010670     MOVE WS-SETL-CR-TOTAL TO JT-CREDIT-TOTAL.
010680     WRITE SETTLE-JOURNAL-RECORD.
010690     IF WS-SETL-STATUS NOT = "00"
010700         GO TO 5320-FAILED
010710     END-IF.
010720     GO TO 5320-EXIT.
010730 5320-FAILED.
010740     DISPLAY "*** WARNING: SETTLEMENT JOURNAL WRITE FAILED - "
010750         "FILE STATUS " WS-SETL-STATUS " - HOLD SETLJRNL BACK "
010760         "FROM THE LEDGER AND REVERSE JOURNAL SEQUENCE "
010770         WS-SEL-SEQ " BY HAND. ***".
010780 5320-EXIT.
010790     EXIT.
010800
010810 5330-WRITE-REVERSAL-LINE.
010820     IF WS-SETL-AMOUNT = 0 OR WS-SETL-STATUS NOT = "00"
010830         GO TO 5330-EXIT
010840     END-IF.
010850     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
010860     MOVE "DTL" TO JD-RECORD-TYPE.
010870     ADD 1 TO WS-SETL-LINES.
010880     MOVE WS-SETL-LINES TO JD-LINE-NUMBER.
010890     MOVE WJ-BRANCH-CODE TO JD-BRANCH-CODE.
010900     MOVE WJ-PRODUCT-CODE TO JD-PRODUCT-CODE.
010910     MOVE WS-SETL-DC TO JD-DEBIT-CREDIT.
010920     MOVE WS-SETL-ACCT TO JD-LEDGER-ACCOUNT.
010930     MOVE WS-SETL-AMOUNT TO JD-AMOUNT.
010940     WRITE SETTLE-JOURNAL-RECORD.
010950     IF WS-SETL-STATUS NOT = "00"
010960         GO TO 5330-EXIT
010970     END-IF.
010980     IF WS-SETL-DC = "D"
010990         ADD WS-SETL-AMOUNT TO WS-SETL-DR-TOTAL
011000     ELSE
011010         ADD WS-SETL-AMOUNT TO WS-SETL-CR-TOTAL
011020     END-IF.
011030 5330-EXIT.
011040     EXIT.
011050
011060 5390-CLOSE-SETTLEMENT.
011070     IF SUBLEDGER-OPEN
011080         CLOSE SUBLEDGER-FILE
011090         MOVE "N" TO WS-SUBL-OPEN-SW
011100     END-IF.
011110     IF SETTLEMENT-TO-REVERSE
011120         CLOSE SETTLE-JOURNAL-FILE
011130     END-IF.
011140 5390-EXIT.
011150     EXIT.
011160
011170*===========================================================*
011180*  8900-DISPLAY-IMAGE - ONE 60-BYTE RECORD IMAGE, FORMATTED  *
011190*===========================================================*
011200 8900-DISPLAY-IMAGE.
011210     IF WJ-PRINCIPAL NUMERIC
011220         MOVE WJ-PRINCIPAL TO WS-PRINCIPAL-EDIT
011230     ELSE
011240         MOVE 0 TO WS-PRINCIPAL-EDIT
011250     END-IF.
011260     IF WJ-INTEREST-RATE NUMERIC
011270         MOVE WJ-INTEREST-RATE TO WS-RATE-EDIT
011280     ELSE
011290         MOVE 0 TO WS-RATE-EDIT
011300     END-IF.
011310     DISPLAY "      " WJ-ACCOUNT-ID
011320         "  BR " WJ-BRANCH-CODE
011330         "  PROD " WJ-PRODUCT-CODE
011340         "  MODE " WJ-CALC-MODE
011350         "  PRIN " WS-PRINCIPAL-EDIT
011360         "  RATE " WS-RATE-EDIT
011370         "  OPENED " WJ-OPEN-DATE
011380         "  EXEMPT " WJ-TAX-EXEMPT
011390         "  MATURITY " WJ-MATURITY-INSTR
011400         "  STATUS " WJ-ACCOUNT-STATUS.
011410 8900-EXIT.
011420     EXIT.
011430
011440*===========================================================*
011450*  8950-WRITE-JOURNAL - APPEND THE "B" RECORD FOR AN         *
011460*  APPLIED BACKOUT, CARRYING THE SEQUENCE BACKED OUT AND THE *
011470*  SETTLEMENT IT REVERSED.                                   *
011480*===========================================================*
011490 8950-WRITE-JOURNAL.
011500     OPEN EXTEND JOURNAL-FILE.
011510     IF WS-JOURNAL-STATUS NOT = "00"
011520         DISPLAY "*** WARNING: CANNOT OPEN CHANGE JOURNAL "
011530             "(ACCTJRNL) FOR APPEND - FILE STATUS "
011540             WS-JOURNAL-STATUS " - BACKOUT IS APPLIED BUT "
011550             "NOT JOURNALED. ***"
011560         GO TO 8950-EXIT
011570     END-IF.
011580     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
011590     ACCEPT WS-TIME8 FROM TIME.
011600     ADD 1 TO WS-HIGH-SEQ.
011610     MOVE SPACES TO JOURNAL-RECORD.
011620     MOVE WS-HIGH-SEQ TO JR-SEQUENCE.
011630     MOVE WS-DATE8 TO JR-DATE.
011640     MOVE WS-TIME8 (1:6) TO JR-TIME.
011650     MOVE WS-OPERATOR TO JR-OPERATOR.
011660     MOVE "B" TO JR-FUNCTION.
011670     MOVE WS-FND-ACCOUNT TO JR-ACCOUNT-ID.
011680     MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE.
011690     MOVE WS-JRNL-AFTER TO JR-AFTER-IMAGE.
011700     MOVE 0 TO JR-SETTLE-LEDGER.
011710     MOVE 0 TO JR-SETTLE-AMOUNT.
011720     MOVE 0 TO JR-POSTED-RELIEF.
011730     MOVE 0 TO JR-ACCRUED-RELIEF.
011740     IF SETTLEMENT-TO-REVERSE
011750         MOVE WS-FND-SETTLE-LEDGER TO JR-SETTLE-LEDGER
011760         MOVE WS-FND-SETTLE-AMOUNT TO JR-SETTLE-AMOUNT
011770         MOVE WS-RELIEF TO JR-POSTED-RELIEF
011780         MOVE WS-ACCRUED-RELIEF TO JR-ACCRUED-RELIEF
011790     END-IF.
011800     MOVE WS-SEL-SEQ TO JR-BACKOUT-SEQ.
011810     WRITE JOURNAL-RECORD.
011820     IF WS-JOURNAL-STATUS NOT = "00"
011830         DISPLAY "*** WARNING: CHANGE JOURNAL WRITE FAILED "
011840             "- FILE STATUS " WS-JOURNAL-STATUS " ***"
011850     END-IF.
011860     CLOSE JOURNAL-FILE.
011870 8950-EXIT.
011880     EXIT.
011890
011900*===========================================================*
011910*  8980-LOG-VIOLATION - APPEND ONE LINE TO THE SECURITY      *
011920*  VIOLATIONS LOG FROM THE WS-VIOL- FIELDS SET BY THE        *
011930*  CALLER.                                                   *
011940*===========================================================*
011950 8980-LOG-VIOLATION.
011960     OPEN EXTEND VIOLATION-LOG-FILE.
011970     IF WS-VIOLOG-STATUS = "35"
011980         OPEN OUTPUT VIOLATION-LOG-FILE
011990     END-IF.
012000     IF WS-VIOLOG-STATUS NOT = "00"
012010         DISPLAY "*** WARNING: CANNOT OPEN SECURITY VIOLATIONS "
012020             "LOG (SECVIOL) - FILE STATUS " WS-VIOLOG-STATUS
012030             " - VIOLATION NOT LOGGED. ***"
012040         GO TO 8980-EXIT
012050     END-IF.
012060     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
012070     ACCEPT WS-TIME8 FROM TIME.
012080     MOVE SPACES TO VIOLATION-LOG-RECORD.
012090     MOVE WS-DATE8 TO SV-DATE.
012100     MOVE WS-TIME8 (1:6) TO SV-TIME.
012110     MOVE "ACCTJRNL" TO SV-PROGRAM.
012120     MOVE WS-OPERATOR TO SV-OPERATOR-ID.
012130     MOVE WS-VIOL-TYPE TO SV-VIOLATION-TYPE.
012140     MOVE WS-VIOL-FUNCTION TO SV-FUNCTION.
012150     MOVE WS-VIOL-DETAIL TO SV-DETAIL.
012160     WRITE VIOLATION-LOG-RECORD.
012170     IF WS-VIOLOG-STATUS NOT = "00"
012180         DISPLAY "*** WARNING: SECURITY VIOLATIONS LOG WRITE "
012190             "FAILED - FILE STATUS " WS-VIOLOG-STATUS " ***"
012200     END-IF.
012210     CLOSE VIOLATION-LOG-FILE.
012220 8980-EXIT.
012230     EXIT.
012240
012250*===========================================================*
012260*  8990-8991 - ONE-WAY HASH OF WS-HASH-INPUT (OPERATOR ID    *
012270*  AND PASSWORD) INTO WS-HASH-VALUE: MULTIPLY BY 131, ADD    *
012280*  THE NEXT CHARACTER, KEEP THE REMAINDER BY A TEN-DIGIT     *
012290*  PRIME.  THE SAME IN EVERY PROGRAM THAT SIGNS ON - A       *
012300*  CHANGE HERE MEANS RESETTING EVERY PASSWORD.               *
012310*===========================================================*
012320 8990-HASH-PASSWORD.
012330     MOVE 5381 TO WS-HASH-VALUE.
012340     MOVE 0 TO WS-HASH-SUB.
012350     PERFORM 8991-HASH-ONE-CHAR THRU 8991-EXIT
012360         UNTIL WS-HASH-SUB NOT < 16.
012370     MOVE SPACES TO WS-HASH-PASSWORD.
012380 8990-EXIT.
012390     EXIT.
012400
012410 8991-HASH-ONE-CHAR.
012420     ADD 1 TO WS-HASH-SUB.
012430     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 131
012440         + FUNCTION ORD (WS-HASH-CHAR (WS-HASH-SUB)).
012450     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
012460         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-VALUE.
012470 8991-EXIT.
012480     EXIT.
012490*===========================================================*
012500*  9999-TERMINATE                                            *
012510*===========================================================*
012520 9999-TERMINATE.
012530     CLOSE ACCOUNT-MASTER.
012540     DISPLAY "Account Master Journal Utility ended.".
012550 9999-EXIT.
012560     EXIT.
