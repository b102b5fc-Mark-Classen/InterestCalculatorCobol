000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BalancingCertificate.
000030 AUTHOR.        LENDING-SYSTEMS-GROUP.
000040 INSTALLATION.  MAIN-STREET-FINANCE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080*---------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*---------------------------------------------------------*
000110*  2026-10-15  RJM  ORIGINAL PROGRAM - END-OF-DAY CROSS-   *
000120*              FILE BALANCING CERTIFICATE OVER THE NIGHTLY *
000130*              CHAIN: ACCOUNT MASTER, RUN STATISTICS, GL   *
000140*              EXTRACT, ACCRUAL SUBLEDGER, JOURNAL AND     *
000150*              AUDIT TRAIL.                                *
000160*  2026-10-15  RJM  GL EXTRACT RECORD GROWS TO 90 BYTES    *
000170*              AND REJECT RECORD TO 69 (INDEX-LINKED       *
000180*              PRODUCTS).  NEITHER NEW FIELD IS USED HERE. *
000190*  2026-10-15  RJM  AN UNOPENABLE GL EXTRACT IS NOW NOTED  *
000200*              UNDER THE B. HEADING, NOT ABOVE IT.         *
000210*---------------------------------------------------------*
000220*  REMARKS.  EACH NIGHTLY JOB PROVES ONLY ITS OWN FILES.   *
000230*  THIS PROGRAM RUNS AFTER GLPOST AND TIES THE WHOLE DAY'S *
000240*  CHAIN TOGETHER, PRINTING A ONE-PAGE CERTIFICATE THAT    *
000250*  SHOWS EVERY FIGURE ON BOTH SIDES OF EVERY TIE AND       *
000260*  WHETHER IT PROVED:                                      *
000270*                                                          *
000280*  A. ACCOUNT MASTER (ACCTMST) TO RUN STATISTICS (RUNSTAT) *
000290*     - MASTER-DRIVEN RUNS ONLY.  ACCOUNTS NOT CLOSED TIE  *
000300*     TO RS-ACCOUNTS-READ, CLOSED ACCOUNTS TO              *
000310*     RS-ACCOUNTS-CLOSED, THE REJECT FILE (RJCTOUT) TO     *
000320*     RS-ACCOUNTS-REJECTED, AND THE PRINCIPAL OF THE       *
000330*     ACCOUNTS NOT CLOSED, LESS THE PRINCIPAL OF THE       *
000340*     REJECTED ACCOUNTS, TO RS-TOTAL-PRINCIPAL.            *
000350*  B. RUN STATISTICS TO THE GL EXTRACT (GLOUT) - RECORD    *
000360*     COUNT AND ACCRUED TOTAL.                             *
000370*  C. GL EXTRACT TO THE JOURNAL (JRNLOUT).  THE JOURNAL    *
000380*     CARRIES ONLY THE DAY'S MOVEMENT, SO THE EXTRACT TIES *
000390*     TO IT THROUGH THE ACCRUAL SUBLEDGER (ACRSUBL): THE   *
000400*     INTEREST IN EVERY EXTRACT ACCOUNT'S ACCRUED AMOUNT   *
000410*     (AS GlJournalPosting WORKS IT OUT) MUST EQUAL ITS    *
000420*     POSTED-TO-DATE, AND THE SUBLEDGER'S MOVEMENT SINCE   *
000430*     THE BACKUP GLPOST TOOK BEFORE POSTING (SUBLBKP) MUST *
000440*     EQUAL THE JOURNAL'S NET CREDIT TO INTEREST PAYABLE.  *
000450*     THE JOURNAL'S OWN DETAIL MUST ADD UP TO ITS TRAILER  *
000460*     DEBIT, CREDIT AND LINE COUNT, THE TRAILER MUST       *
000470*     BALANCE, AND THE HEADER MUST NAME THE EXTRACT'S RUN  *
000480*     DATE.                                                *
000490*  D. AUDIT TRAIL (AUDITLOG) - THE LINES STAMPED BETWEEN   *
000500*     THE RUN'S START AND END TIMES TIE TO                 *
000510*     RS-ACCOUNTS-CALCED PLUS THE FROZEN ACCOUNTS PRICED   *
000520*     BUT HELD OFF THE EXTRACT (READ LESS REJECTED LESS    *
000530*     CALCULATED), SINCE THOSE ARE AUDITED TOO.            *
000540*                                                          *
000550*  RETURN CODE 0 - EVERY TIE PROVED; 16 - ANY TIE BROKE OR *
000560*  A FILE COULD NOT BE OPENED.  CONDITION THE STATEMENT    *
000570*  (STMTGEN) AND TAX (TAXEXTR) JOBS ON CC=0 FROM THIS ONE. *
000580*  NO PARAMETER CARDS - THE BUSINESS DATE IS THE RUN DATE  *
000590*  ON RUNSTAT.                                             *
000600*---------------------------------------------------------*
000610
000620 ENVIRONMENT DIVISION.
000630
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT RUN-STATS-FILE
000670         ASSIGN TO RUNSTAT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RUNSTAT-STATUS.
000700
000710     SELECT ACCOUNT-MASTER
000720         ASSIGN TO ACCTMST
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS AM-ACCOUNT-ID
000760         FILE STATUS IS WS-MASTER-STATUS.
000770
000780     SELECT REJECT-FILE
000790         ASSIGN TO RJCTOUT
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-REJECT-STATUS.
000820
000830     SELECT GL-EXTRACT-FILE
000840         ASSIGN TO GLOUT
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-GL-STATUS.
000870
000880     SELECT SUBLEDGER-FILE
000890         ASSIGN TO ACRSUBL
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS SL-ACCOUNT-ID
000930         FILE STATUS IS WS-SUBL-STATUS.
000940
000950     SELECT SUBLEDGER-BACKUP-FILE
000960         ASSIGN TO SUBLBKP
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-BACKUP-STATUS.
000990
001000     SELECT JOURNAL-FILE
001010         ASSIGN TO JRNLOUT
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-JOURNAL-STATUS.
001040
001050     SELECT AUDIT-FILE
001060         ASSIGN TO AUDITLOG
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-AUDIT-STATUS.
001090
001100     SELECT CERTIFICATE-FILE
001110         ASSIGN TO BALCERT
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-CERT-STATUS.
001140
001150 DATA DIVISION.
001160
001170 FILE SECTION.
001180*---------------------------------------------------------*
001190*  RUN-STATS-FILE - THE ONE-RECORD STATISTICS FILE LEFT BY *
001200*  THE NIGHTLY CALCULATOR RUN.                             *
001210*---------------------------------------------------------*
001220 FD  RUN-STATS-FILE
001230     RECORDING MODE IS F.
001240 01  RUN-STAT-RECORD.
001250     05  RS-RUN-DATE            PIC 9(08).
001260     05  RS-START-TIME          PIC 9(06).
001270     05  RS-END-TIME            PIC 9(06).
001280     05  RS-ACCOUNTS-READ       PIC 9(07).
001290     05  RS-ACCOUNTS-CALCED     PIC 9(07).
001300     05  RS-ACCOUNTS-REJECTED   PIC 9(07).
001310     05  RS-TOTAL-PRINCIPAL     PIC 9(11)V99.
001320     05  RS-TOTAL-ACCRUED       PIC 9(11)V99.
001330     05  RS-RETURN-CODE         PIC 9(02).
001340     05  RS-RUN-MODE            PIC X(01).
001350         88  RS-MASTER-RUN               VALUE "M".
001360     05  RS-ACCOUNTS-CLOSED     PIC 9(07).
001370     05  FILLER                 PIC X(03).
001380
001390*---------------------------------------------------------*
001400*  ACCOUNT-MASTER - READ ONLY, IN KEY ORDER.               *
001410*---------------------------------------------------------*
001420 FD  ACCOUNT-MASTER.
001430 01  ACCOUNT-MASTER-RECORD.
001440     05  AM-ACCOUNT-ID          PIC X(10).
001450     05  AM-PRINCIPAL           PIC 9(7)V99.
001460     05  FILLER                 PIC X(39).
001470     05  AM-ACCOUNT-STATUS      PIC X(01).
001480         88  AM-CLOSED                   VALUE "C".
001490     05  FILLER                 PIC X(01).
001500
001510*---------------------------------------------------------*
001520*  REJECT-FILE - THE RUN'S REJECTED ACCOUNT IMAGES, AS     *
001530*  WRITTEN BY 3360-WRITE-REJECT IN THE CALCULATOR.         *
001540*---------------------------------------------------------*
001550 FD  REJECT-FILE
001560     RECORDING MODE IS F.
001570 01  REJECT-RECORD.
001580     05  RJ-ACCOUNT-ID          PIC X(10).
001590     05  RJ-PRINCIPAL           PIC 9(7)V99.
001600     05  FILLER                 PIC X(41).
001610     05  RJ-REASON-CODES        PIC X(09).
001620
001630*---------------------------------------------------------*
001640*  GL-EXTRACT-FILE - ONE RECORD PER ACCOUNT CALCULATED AND *
001650*  NOT HELD, AS WRITTEN BY 7400-WRITE-GL-EXTRACT.          *
001660*---------------------------------------------------------*
001670 FD  GL-EXTRACT-FILE
001680     RECORDING MODE IS F.
001690 01  GL-EXTRACT-RECORD.
001700     05  GL-ACCOUNT-ID          PIC X(10).
001710     05  GL-PRINCIPAL           PIC 9(7)V99.
001720     05  GL-INTEREST-RATE       PIC 9(3)V9999.
001730     05  GL-YEARS               PIC 9(3)V9(6).
001740     05  GL-N                   PIC 9(3).
001750     05  GL-CALC-MODE           PIC X(01).
001760     05  GL-ACCRUED-AMOUNT      PIC 9(8)V99.
001770     05  GL-RUN-DATE            PIC 9(8).
001780     05  GL-MONTHLY-DEPOSIT     PIC 9(5)V99.
001790     05  GL-PRODUCT-CODE        PIC X(04).
001800     05  GL-BRANCH-CODE         PIC X(03).
001810     05  GL-INDEX-CODE          PIC X(04).
001820     05  GL-INDEX-RATE          PIC S9(3)V9999
001830                                SIGN LEADING SEPARATE.
001840     05  GL-RATE-MARGIN         PIC S9(2)V9999
001850                                SIGN LEADING SEPARATE.
001860
001870*---------------------------------------------------------*
001880*  SUBLEDGER-FILE - THE ACCRUAL SUBLEDGER AS GLPOST LEFT   *
001890*  IT.  READ ONLY - ONCE IN KEY ORDER FOR THE CLOSING      *
001900*  POSTED BALANCE, THEN BY KEY FOR EACH EXTRACT ACCOUNT.   *
001910*---------------------------------------------------------*
001920 FD  SUBLEDGER-FILE.
001930 01  SUBLEDGER-RECORD.
001940     05  SL-ACCOUNT-ID          PIC X(10).
001950     05  SL-BRANCH-CODE         PIC X(03).
001960     05  SL-PRODUCT-CODE        PIC X(04).
001970     05  SL-ACCRUED-TO-DATE     PIC 9(9)V99.
001980     05  SL-POSTED-TO-DATE      PIC 9(9)V99.
001990     05  SL-LAST-POST-DATE      PIC 9(08).
002000     05  SL-LAST-EXTRACT-DATE   PIC 9(08).
002010     05  SL-STATUS              PIC X(01).
002020     05  FILLER                 PIC X(04).
002030
002040*---------------------------------------------------------*
002050*  SUBLEDGER-BACKUP-FILE - THE COPY OF THE SUBLEDGER       *
002060*  GLPOST STEP0A TOOK BEFORE POSTING: THE OPENING POSTED   *
002070*  BALANCE.                                                *
002080*---------------------------------------------------------*
002090 FD  SUBLEDGER-BACKUP-FILE
002100     RECORDING MODE IS F.
002110 01  SUBLEDGER-BACKUP-RECORD.
002120     05  SB-ACCOUNT-ID          PIC X(10).
002130     05  FILLER                 PIC X(18).
002140     05  SB-POSTED-TO-DATE      PIC 9(9)V99.
002150     05  FILLER                 PIC X(21).
002160
002170*---------------------------------------------------------*
002180*  JOURNAL-FILE - THE BALANCED JOURNAL GLPOST HANDED TO    *
002190*  THE LEDGER: HDR, DTL PAIRS, TRL.                        *
002200*---------------------------------------------------------*
002210 FD  JOURNAL-FILE
002220     RECORDING MODE IS F.
002230 01  JOURNAL-RECORD             PIC X(80).
002240 01  JOURNAL-HEADER-R REDEFINES JOURNAL-RECORD.
002250     05  JH-RECORD-TYPE         PIC X(03).
002260     05  JH-POSTING-DATE        PIC 9(08).
002270     05  JH-EXTRACT-RUN-DATE    PIC 9(08).
002280     05  JH-SOURCE-SYSTEM       PIC X(08).
002290     05  FILLER                 PIC X(53).
002300 01  JOURNAL-DETAIL-R REDEFINES JOURNAL-RECORD.
002310     05  JD-RECORD-TYPE         PIC X(03).
002320     05  JD-LINE-NUMBER         PIC 9(05).
002330     05  JD-BRANCH-CODE         PIC X(03).
002340     05  JD-PRODUCT-CODE        PIC X(04).
002350     05  JD-DEBIT-CREDIT        PIC X(01).
002360     05  JD-LEDGER-ACCOUNT      PIC 9(05).
002370     05  JD-AMOUNT              PIC 9(11)V99.
002380     05  FILLER                 PIC X(46).
002390 01  JOURNAL-TRAILER-R REDEFINES JOURNAL-RECORD.
002400     05  JT-RECORD-TYPE         PIC X(03).
002410     05  JT-LINE-COUNT          PIC 9(07).
002420     05  JT-DEBIT-TOTAL         PIC 9(13)V99.
002430     05  JT-CREDIT-TOTAL        PIC 9(13)V99.
002440     05  FILLER                 PIC X(40).
002450
002460*---------------------------------------------------------*
002470*  AUDIT-FILE - THE PERMANENT AUDIT TRAIL.  EACH LINE      *
002480*  STARTS "YYYY-MM-DD HH:MM:SS ACCT=".                     *
002490*---------------------------------------------------------*
002500 FD  AUDIT-FILE
002510     RECORDING MODE IS F.
002520 01  AUDIT-RECORD.
002530     05  AU-YEAR                PIC X(04).
002540     05  FILLER                 PIC X(01).
002550     05  AU-MONTH               PIC X(02).
002560     05  FILLER                 PIC X(01).
002570     05  AU-DAY                 PIC X(02).
002580     05  FILLER                 PIC X(01).
002590     05  AU-HOURS               PIC X(02).
002600     05  FILLER                 PIC X(01).
002610     05  AU-MINUTES             PIC X(02).
002620     05  FILLER                 PIC X(01).
002630     05  AU-SECONDS             PIC X(02).
002640     05  FILLER                 PIC X(113).
002650
002660 FD  CERTIFICATE-FILE
002670     RECORDING MODE IS F.
002680 01  CERTIFICATE-RECORD         PIC X(132).
002690
002700 WORKING-STORAGE SECTION.
002710*---------------------------------------------------------*
002720*  FILE STATUS FIELDS AND SWITCHES                         *
002730*---------------------------------------------------------*
002740 77  WS-RUNSTAT-STATUS    PIC X(02) VALUE "00".
002750 77  WS-MASTER-STATUS     PIC X(02) VALUE "00".
002760 77  WS-REJECT-STATUS     PIC X(02) VALUE "00".
002770 77  WS-GL-STATUS         PIC X(02) VALUE "00".
002780 77  WS-SUBL-STATUS       PIC X(02) VALUE "00".
002790 77  WS-BACKUP-STATUS     PIC X(02) VALUE "00".
002800 77  WS-JOURNAL-STATUS    PIC X(02) VALUE "00".
002810 77  WS-AUDIT-STATUS      PIC X(02) VALUE "00".
002820 77  WS-CERT-STATUS       PIC X(02) VALUE "00".
002830 77  WS-EOF-SW            PIC X(01) VALUE "N".
002840     88  FILE-EOF                    VALUE "Y".
002850 77  WS-RUN-SW            PIC X(01) VALUE "N".
002860     88  RUN-FAILED                  VALUE "Y".
002870 77  WS-SUBL-OPEN-SW      PIC X(01) VALUE "N".
002880     88  SUBLEDGER-OPEN              VALUE "Y".
002890
002900*---------------------------------------------------------*
002910*  DATES AND TIMES                                         *
002920*---------------------------------------------------------*
002930 01  WS-TODAY             PIC 9(8) VALUE 0.
002940 01  WS-NOW               PIC 9(8) VALUE 0.
002950 01  WS-NEXT-DATE         PIC 9(8) VALUE 0.
002960 01  WS-EDIT-DATE         PIC 9(8) VALUE 0.
002970 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
002980     05  WS-ED-YEAR       PIC 9(4).
002990     05  WS-ED-MONTH      PIC 9(2).
003000     05  WS-ED-DAY        PIC 9(2).
003010 01  WS-DATE-EDIT.
003020     05  WS-DE-YEAR       PIC 9(4).
003030     05  FILLER           PIC X(01) VALUE "-".
003040     05  WS-DE-MONTH      PIC 9(2).
003050     05  FILLER           PIC X(01) VALUE "-".
003060     05  WS-DE-DAY        PIC 9(2).
003070 01  WS-RUN-DATE-EDIT     PIC X(10) VALUE SPACES.
003080 01  WS-TODAY-EDIT        PIC X(10) VALUE SPACES.
003090 01  WS-TIME-WORK         PIC 9(6) VALUE 0.
003100 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
003110     05  WS-TW-HH         PIC 9(2).
003120     05  WS-TW-MM         PIC 9(2).
003130     05  WS-TW-SS         PIC 9(2).
003140 01  WS-TIME-EDIT.
003150     05  WS-TE-HH         PIC 9(2).
003160     05  FILLER           PIC X(01) VALUE ":".
003170     05  WS-TE-MM         PIC 9(2).
003180     05  FILLER           PIC X(01) VALUE ":".
003190     05  WS-TE-SS         PIC 9(2).
003200 01  WS-START-EDIT        PIC X(08) VALUE SPACES.
003210 01  WS-END-EDIT          PIC X(08) VALUE SPACES.
003220
003230*---------------------------------------------------------*
003240*  AUDIT LINE STAMP, AS A DATE AND TIME TO COMPARE         *
003250*---------------------------------------------------------*
003260 01  WS-AUDIT-STAMP.
003270     05  WS-AS-DATE.
003280         10  WS-AS-YEAR       PIC X(04).
003290         10  WS-AS-MONTH      PIC X(02).
003300         10  WS-AS-DAY        PIC X(02).
003310     05  WS-AS-TIME.
003320         10  WS-AS-HOURS      PIC X(02).
003330         10  WS-AS-MINUTES    PIC X(02).
003340         10  WS-AS-SECONDS    PIC X(02).
003350 01  WS-AUDIT-STAMP-N REDEFINES WS-AUDIT-STAMP.
003360     05  WS-AS-DATE-N     PIC 9(08).
003370     05  WS-AS-TIME-N     PIC 9(06).
003380
003390*---------------------------------------------------------*
003400*  FIGURES GATHERED FROM EACH FILE                         *
003410*---------------------------------------------------------*
003420 77  WS-MST-OPEN-COUNT    PIC 9(9) COMP VALUE 0.
003430 77  WS-MST-CLOSED-COUNT  PIC 9(9) COMP VALUE 0.
003440 01  WS-MST-PRINCIPAL     PIC 9(13)V99 VALUE 0.
003450 77  WS-RJ-COUNT          PIC 9(9) COMP VALUE 0.
003460 01  WS-RJ-PRINCIPAL      PIC 9(13)V99 VALUE 0.
003470 77  WS-GL-COUNT          PIC 9(9) COMP VALUE 0.
003480 01  WS-GL-ACCRUED        PIC 9(13)V99 VALUE 0.
003490 01  WS-GL-INTEREST       PIC 9(13)V99 VALUE 0.
003500 01  WS-GL-RUN-DATE       PIC 9(8) VALUE 0.
003510 01  WS-SL-POSTED         PIC 9(13)V99 VALUE 0.
003520 77  WS-SL-MISSING        PIC 9(9) COMP VALUE 0.
003530 77  WS-SL-DIFFERING      PIC 9(9) COMP VALUE 0.
003540 01  WS-SL-CLOSING        PIC 9(13)V99 VALUE 0.
003550 01  WS-SL-OPENING        PIC 9(13)V99 VALUE 0.
003560 01  WS-SL-MOVEMENT       PIC S9(13)V99 VALUE 0.
003570 77  WS-JR-HDR-COUNT      PIC 9(9) COMP VALUE 0.
003580 77  WS-JR-TRL-COUNT      PIC 9(9) COMP VALUE 0.
003590 77  WS-JR-DTL-COUNT      PIC 9(9) COMP VALUE 0.
003600 01  WS-JR-EXTRACT-DATE   PIC 9(8) VALUE 0.
003610 01  WS-JR-DETAIL-DEBITS  PIC 9(13)V99 VALUE 0.
003620 01  WS-JR-DETAIL-CREDITS PIC 9(13)V99 VALUE 0.
003630 01  WS-JR-TRL-LINES      PIC 9(7) VALUE 0.
003640 01  WS-JR-TRL-DEBITS     PIC 9(13)V99 VALUE 0.
003650 01  WS-JR-TRL-CREDITS    PIC 9(13)V99 VALUE 0.
003660 01  WS-JR-NET-PAYABLE    PIC S9(13)V99 VALUE 0.
003670 77  WS-AUDIT-COUNT       PIC 9(9) COMP VALUE 0.
003680 77  WS-HELD-COUNT        PIC S9(9) COMP VALUE 0.
003690
003700*---------------------------------------------------------*
003710*  INTEREST IN ONE EXTRACT ACCOUNT'S ACCRUED AMOUNT - THE  *
003720*  RULE GlJournalPosting POSTS BY.                         *
003730*---------------------------------------------------------*
003740 01  WS-INTEREST-TODATE   PIC S9(9)V99 VALUE 0.
003750 01  WS-DEPOSITS          PIC 9(9)V99 VALUE 0.
003760
003770*---------------------------------------------------------*
003780*  ONE TIE - FILLED BY THE CALLER, PRINTED AND SCORED BY   *
003790*  7800-PRINT-TIE.                                         *
003800*---------------------------------------------------------*
003810 77  WS-TIE-NUMBER        PIC 9(02) VALUE 0.
003820 01  WS-TIE-DESC          PIC X(34) VALUE SPACES.
003830 01  WS-TIE-LEFT-NAME     PIC X(08) VALUE SPACES.
003840 01  WS-TIE-RIGHT-NAME    PIC X(08) VALUE SPACES.
003850 01  WS-TIE-LEFT          PIC S9(13)V99 VALUE 0.
003860 01  WS-TIE-RIGHT         PIC S9(13)V99 VALUE 0.
003870 01  WS-TIE-KIND          PIC X(01) VALUE "C".
003880     88  TIE-COUNT                   VALUE "C".
003890     88  TIE-AMOUNT                  VALUE "A".
003900     88  TIE-DATE                    VALUE "D".
003910 01  WS-TIE-NA-SW         PIC X(01) VALUE "N".
003920     88  TIE-NOT-APPLICABLE          VALUE "Y".
003930 01  WS-TIE-RESULT        PIC X(14) VALUE SPACES.
003940 01  WS-TIE-FIGURE        PIC S9(13)V99 VALUE 0.
003950 01  WS-LEFT-FIGURE       PIC X(21) VALUE SPACES.
003960 01  WS-RIGHT-FIGURE      PIC X(21) VALUE SPACES.
003970 01  WS-FIGURE-OUT        PIC X(21) VALUE SPACES.
003980 01  WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003990 01  WS-COUNT-FIGURE.
004000     05  FILLER           PIC X(04) VALUE SPACES.
004010     05  WS-CF-EDIT       PIC Z,ZZZ,ZZZ,ZZ9-.
004020     05  FILLER           PIC X(03) VALUE SPACES.
004030 01  WS-DATE-FIGURE.
004040     05  FILLER           PIC X(07) VALUE SPACES.
004050     05  WS-DF-EDIT       PIC X(10).
004060     05  FILLER           PIC X(04) VALUE SPACES.
004070 77  WS-PROVED-COUNT      PIC 9(3) COMP VALUE 0.
004080 77  WS-BREAK-COUNT       PIC 9(3) COMP VALUE 0.
004090 77  WS-NA-COUNT          PIC 9(3) COMP VALUE 0.
004100 77  WS-MISSING-COUNT     PIC 9(3) COMP VALUE 0.
004110 01  WS-SMALL-EDIT        PIC ZZ9.
004120 01  WS-SMALL-EDIT-2      PIC ZZ9.
004130 01  WS-SMALL-EDIT-3      PIC ZZ9.
004140 01  WS-SMALL-EDIT-4      PIC ZZ9.
004150 01  WS-COUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.
004160 01  WS-COUNT-EDIT-2      PIC ZZZ,ZZZ,ZZ9.
004170 01  WS-LINE-OUT          PIC X(132) VALUE SPACES.
004180
004190 PROCEDURE DIVISION.
004200
004210*===========================================================*
004220*  0000-MAINLINE                                             *
004230*===========================================================*
004240 0000-MAINLINE.
004250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004260     IF RUN-FAILED
004270         PERFORM 9999-TERMINATE THRU 9999-EXIT
004280         STOP RUN
004290     END-IF.
004300     PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT.
004310     PERFORM 3000-PROVE-MASTER THRU 3000-EXIT.
004320     PERFORM 4000-PROVE-EXTRACT THRU 4000-EXIT.
004330     PERFORM 5000-PROVE-JOURNAL THRU 5000-EXIT.
004340     PERFORM 6000-PROVE-AUDIT-TRAIL THRU 6000-EXIT.
004350     PERFORM 7000-PRINT-CONCLUSION THRU 7000-EXIT.
004360     IF WS-BREAK-COUNT > 0 OR WS-MISSING-COUNT > 0
004370         MOVE 16 TO RETURN-CODE
004380     END-IF.
004390     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004400     STOP RUN.
004410
004420*===========================================================*
004430*  1000-INITIALIZE - OPEN THE CERTIFICATE AND READ THE RUN   *
004440*  STATISTICS RECORD THAT NAMES THE BUSINESS DAY             *
004450*===========================================================*
004460 1000-INITIALIZE.
004470     DISPLAY "End-of-Day Balancing Certificate".
004480     DISPLAY "================================".
004490     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004500     MOVE WS-TODAY TO WS-EDIT-DATE.
004510     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
004520     MOVE WS-DATE-EDIT TO WS-TODAY-EDIT.
004530     OPEN OUTPUT CERTIFICATE-FILE.
004540     IF WS-CERT-STATUS NOT = "00"
004550         DISPLAY "*** ERROR: CANNOT OPEN BALANCING CERTIFICATE "
004560             "(BALCERT) - FILE STATUS " WS-CERT-STATUS " ***"
004570         SET RUN-FAILED TO TRUE
004580         MOVE 16 TO RETURN-CODE
004590         GO TO 1000-EXIT
004600     END-IF.
004610     OPEN INPUT RUN-STATS-FILE.
004620     IF WS-RUNSTAT-STATUS NOT = "00"
004630         DISPLAY "*** ERROR: CANNOT OPEN RUN STATISTICS FILE "
004640             "(RUNSTAT) - FILE STATUS " WS-RUNSTAT-STATUS " ***"
004650         GO TO 1000-NO-RUNSTAT
004660     END-IF.
004670     READ RUN-STATS-FILE
004680         AT END
004690             DISPLAY "*** ERROR: RUN STATISTICS FILE (RUNSTAT) "
004700                 "IS EMPTY ***"
004710             CLOSE RUN-STATS-FILE
004720             GO TO 1000-NO-RUNSTAT
004730     END-READ.
004740     CLOSE RUN-STATS-FILE.
004750     IF RS-RUN-DATE NOT NUMERIC
004760         OR RS-START-TIME NOT NUMERIC
004770         OR RS-END-TIME NOT NUMERIC
004780         OR RS-ACCOUNTS-READ NOT NUMERIC
004790         OR RS-ACCOUNTS-CALCED NOT NUMERIC
004800         OR RS-ACCOUNTS-REJECTED NOT NUMERIC
004810         OR RS-TOTAL-PRINCIPAL NOT NUMERIC
004820         OR RS-TOTAL-ACCRUED NOT NUMERIC
004830         DISPLAY "*** ERROR: RUN STATISTICS RECORD IS NOT "
004840             "NUMERIC - NOTHING CAN BE CERTIFIED ***"
004850         GO TO 1000-NO-RUNSTAT
004860     END-IF.
004870     IF RS-ACCOUNTS-CLOSED NOT NUMERIC
004880         MOVE 0 TO RS-ACCOUNTS-CLOSED
004890     END-IF.
004900     MOVE RS-RUN-DATE TO WS-EDIT-DATE.
004910     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
004920     MOVE WS-DATE-EDIT TO WS-RUN-DATE-EDIT.
004930     MOVE RS-START-TIME TO WS-TIME-WORK.
004940     PERFORM 7950-EDIT-TIME THRU 7950-EXIT.
004950     MOVE WS-TIME-EDIT TO WS-START-EDIT.
004960     MOVE RS-END-TIME TO WS-TIME-WORK.
004970     PERFORM 7950-EDIT-TIME THRU 7950-EXIT.
004980     MOVE WS-TIME-EDIT TO WS-END-EDIT.
004990     COMPUTE WS-HELD-COUNT = RS-ACCOUNTS-READ
005000         - RS-ACCOUNTS-REJECTED - RS-ACCOUNTS-CALCED.
005010     DISPLAY "Certifying the run of " WS-RUN-DATE-EDIT " "
005020         WS-START-EDIT " to " WS-END-EDIT ".".
005030     GO TO 1000-EXIT.
005040 1000-NO-RUNSTAT.
005050     STRING "END-OF-DAY BALANCING CERTIFICATE  -  PRINTED: "
005060         WS-TODAY-EDIT
005070         DELIMITED BY SIZE INTO WS-LINE-OUT.
005080     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005090     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005100     STRING "  ** RUN STATISTICS (RUNSTAT) NOT AVAILABLE - "
005110         "NOTHING CAN BE CERTIFIED.  HOLD THE STATEMENT AND "
005120         "TAX JOBS. **"
005130         DELIMITED BY SIZE INTO WS-LINE-OUT.
005140     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005150     SET RUN-FAILED TO TRUE.
005160     MOVE 16 TO RETURN-CODE.
005170 1000-EXIT.
005180     EXIT.
005190
005200*===========================================================*
005210*  2000-WRITE-HEADINGS - TITLE, THE RUN BEING CERTIFIED      *
005220*  AND THE COLUMN HEADINGS                                   *
005230*===========================================================*
005240 2000-WRITE-HEADINGS.
005250     STRING "END-OF-DAY BALANCING CERTIFICATE  -  BUSINESS "
005260         "DATE: " WS-RUN-DATE-EDIT
005270         "  PRINTED: " WS-TODAY-EDIT
005280         DELIMITED BY SIZE INTO WS-LINE-OUT.
005290     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005310     STRING "  CALCULATOR RUN " WS-START-EDIT " TO " WS-END-EDIT
005320         "   RUN MODE: " RS-RUN-MODE
005330         "   RETURN CODE: " RS-RETURN-CODE
005340         DELIMITED BY SIZE INTO WS-LINE-OUT.
005350     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005360     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005370     STRING "  TIE                                     "
005380         "FILE                  FIGURE   "
005390         "AGAINST               FIGURE   RESULT"
005400         DELIMITED BY SIZE INTO WS-LINE-OUT.
005410     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005420     STRING "  --------------------------------------  "
005430         "-----------------------------  "
005440         "-----------------------------  --------------"
005450         DELIMITED BY SIZE INTO WS-LINE-OUT.
005460     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005470 2000-EXIT.
005480     EXIT.
005490
005500*===========================================================*
005510*  3000-3200 - A. ACCOUNT MASTER TO RUN STATISTICS.  ONLY    *
005520*  A MASTER-DRIVEN RUN PRICED THE MASTER; ANY OTHER RUN      *
005530*  MODE SHOWS THESE TIES AS NOT APPLICABLE.                  *
005540*===========================================================*
005550 3000-PROVE-MASTER.
005560     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005570     STRING "  A. ACCOUNT MASTER TO RUN STATISTICS"
005580         DELIMITED BY SIZE INTO WS-LINE-OUT.
005590     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005600     MOVE "N" TO WS-TIE-NA-SW.
005610     IF NOT RS-MASTER-RUN
005620         MOVE "Y" TO WS-TIE-NA-SW
005630         GO TO 3000-PRINT
005640     END-IF.
005650     OPEN INPUT ACCOUNT-MASTER.
005660     IF WS-MASTER-STATUS NOT = "00"
005670         ADD 1 TO WS-MISSING-COUNT
005680         DISPLAY "*** ERROR: CANNOT OPEN ACCOUNT MASTER "
005690             "(ACCTMST) - FILE STATUS " WS-MASTER-STATUS " ***"
005700         STRING "  ** ACCOUNT MASTER (ACCTMST) NOT AVAILABLE - "
005710             "FILE STATUS " WS-MASTER-STATUS " **"
005720             DELIMITED BY SIZE INTO WS-LINE-OUT
005730         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005740     ELSE
005750         MOVE "N" TO WS-EOF-SW
005760         PERFORM 3100-READ-MASTER THRU 3100-EXIT
005770             UNTIL FILE-EOF
005780         CLOSE ACCOUNT-MASTER
005790     END-IF.
005800     OPEN INPUT REJECT-FILE.
005810     IF WS-REJECT-STATUS NOT = "00"
005820         ADD 1 TO WS-MISSING-COUNT
005830         DISPLAY "*** ERROR: CANNOT OPEN REJECT FILE (RJCTOUT) "
005840             "- FILE STATUS " WS-REJECT-STATUS " ***"
005850         STRING "  ** REJECT FILE (RJCTOUT) NOT AVAILABLE - "
005860             "FILE STATUS " WS-REJECT-STATUS " **"
005870             DELIMITED BY SIZE INTO WS-LINE-OUT
005880         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005890     ELSE
005900         MOVE "N" TO WS-EOF-SW
005910         PERFORM 3200-READ-REJECT THRU 3200-EXIT
005920             UNTIL FILE-EOF
005930         CLOSE REJECT-FILE
005940     END-IF.
005950 3000-PRINT.
005960     MOVE "C" TO WS-TIE-KIND.
005970     MOVE "OPEN ACCOUNTS / ACCOUNTS READ" TO WS-TIE-DESC.
005980     MOVE "ACCTMST" TO WS-TIE-LEFT-NAME.
005990     MOVE "RUNSTAT" TO WS-TIE-RIGHT-NAME.
006000     MOVE WS-MST-OPEN-COUNT TO WS-TIE-LEFT.
006010     MOVE RS-ACCOUNTS-READ TO WS-TIE-RIGHT.
006020     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
006030     MOVE "CLOSED ACCOUNTS / PASSED OVER" TO WS-TIE-DESC.
006040     MOVE WS-MST-CLOSED-COUNT TO WS-TIE-LEFT.
006050     MOVE RS-ACCOUNTS-CLOSED TO WS-TIE-RIGHT.
006060     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
006070     MOVE "REJECTED ACCOUNTS" TO WS-TIE-DESC.
006080     MOVE "RJCTOUT" TO WS-TIE-LEFT-NAME.
006090     MOVE WS-RJ-COUNT TO WS-TIE-LEFT.
006100     MOVE RS-ACCOUNTS-REJECTED TO WS-TIE-RIGHT.
006110     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
006120     MOVE "A" TO WS-TIE-KIND.
006130     MOVE "PRINCIPAL NOT CLOSED LESS REJECTS" TO WS-TIE-DESC.
006140     MOVE "ACCTMST" TO WS-TIE-LEFT-NAME.
006150     COMPUTE WS-TIE-LEFT = WS-MST-PRINCIPAL - WS-RJ-PRINCIPAL.
006160     MOVE RS-TOTAL-PRINCIPAL TO WS-TIE-RIGHT.
006170     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
006180     IF TIE-NOT-APPLICABLE
006190         STRING "       (RUN MODE " RS-RUN-MODE " DID NOT PRICE "
006200             "THE ACCOUNT MASTER)"
006210             DELIMITED BY SIZE INTO WS-LINE-OUT
006220         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006230     END-IF.
006240     MOVE "N" TO WS-TIE-NA-SW.
006250 3000-EXIT.
006260     EXIT.
006270
006280*    A CLOSED ACCOUNT IS ONLY COUNTED; EVERY OTHER ACCOUNT WAS
006290*    READ BY THE RUN, AND ITS PRINCIPAL COUNTS WHEN IT IS
006300*    NUMERIC (ONE THAT IS NOT WAS REJECTED FOR IT).
006310 3100-READ-MASTER.
006320     READ ACCOUNT-MASTER NEXT RECORD
006330         AT END
006340             MOVE "Y" TO WS-EOF-SW
006350             GO TO 3100-EXIT
006360     END-READ.
006370     IF AM-CLOSED
006380         ADD 1 TO WS-MST-CLOSED-COUNT
006390         GO TO 3100-EXIT
006400     END-IF.
006410     ADD 1 TO WS-MST-OPEN-COUNT.
006420     IF AM-PRINCIPAL NUMERIC
006430         ADD AM-PRINCIPAL TO WS-MST-PRINCIPAL
006440     END-IF.
006450 3100-EXIT.
006460     EXIT.
006470
006480 3200-READ-REJECT.
006490     READ REJECT-FILE
006500         AT END
006510             MOVE "Y" TO WS-EOF-SW
006520             GO TO 3200-EXIT
006530     END-READ.
006540     ADD 1 TO WS-RJ-COUNT.
006550     IF RJ-PRINCIPAL NUMERIC
006560         ADD RJ-PRINCIPAL TO WS-RJ-PRINCIPAL
006570     END-IF.
006580 3200-EXIT.
006590     EXIT.
006600
006610*===========================================================*
006620*  4000-4300 - B. RUN STATISTICS TO THE GL EXTRACT, AND      *
006630*  EACH EXTRACT ACCOUNT'S INTEREST TO ITS SUBLEDGER          *
006640*  POSTED-TO-DATE (THE FIRST HALF OF TIE C)                  *
006650*===========================================================*
006660 4000-PROVE-EXTRACT.
006670     OPEN INPUT SUBLEDGER-FILE.
006680     IF WS-SUBL-STATUS NOT = "00"
006690         ADD 1 TO WS-MISSING-COUNT
006700         DISPLAY "*** ERROR: CANNOT OPEN ACCRUAL SUBLEDGER "
006710             "(ACRSUBL) - FILE STATUS " WS-SUBL-STATUS " ***"
006720     ELSE
006730         SET SUBLEDGER-OPEN TO TRUE
006740         MOVE "N" TO WS-EOF-SW
006750         PERFORM 4100-SUBLEDGER-TOTAL-STEP THRU 4100-EXIT
006760             UNTIL FILE-EOF
006770     END-IF.
006780     OPEN INPUT GL-EXTRACT-FILE.
006790     IF WS-GL-STATUS NOT = "00"
006800         ADD 1 TO WS-MISSING-COUNT
006810         DISPLAY "*** ERROR: CANNOT OPEN GL EXTRACT (GLOUT) - "
006820             "FILE STATUS " WS-GL-STATUS " ***"
006830     ELSE
006840         MOVE "N" TO WS-EOF-SW
006850         PERFORM 4200-READ-EXTRACT THRU 4200-EXIT
006860             UNTIL FILE-EOF
006870         CLOSE GL-EXTRACT-FILE
006880     END-IF.
006890     IF SUBLEDGER-OPEN
006900         CLOSE SUBLEDGER-FILE
006910     END-IF.
006920     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006930     STRING "  B. RUN STATISTICS TO GL EXTRACT"
006940         DELIMITED BY SIZE INTO WS-LINE-OUT.
006950     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006960     IF WS-GL-STATUS NOT = "00"
006970         STRING "  ** GL EXTRACT (GLOUT) NOT AVAILABLE - "
006980             "FILE STATUS " WS-GL-STATUS " **"
006990             DELIMITED BY SIZE INTO WS-LINE-OUT
007000         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007010     END-IF.
007020     MOVE "C" TO WS-TIE-KIND.
007030     MOVE "EXTRACT RECORDS / ACCOUNTS CALCED" TO WS-TIE-DESC.
007040     MOVE "GLOUT" TO WS-TIE-LEFT-NAME.
007050     MOVE "RUNSTAT" TO WS-TIE-RIGHT-NAME.
007060     MOVE WS-GL-COUNT TO WS-TIE-LEFT.
007070     MOVE RS-ACCOUNTS-CALCED TO WS-TIE-RIGHT.
007080     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
007090     MOVE "A" TO WS-TIE-KIND.
007100     MOVE "ACCRUED AMOUNT" TO WS-TIE-DESC.
007110     MOVE WS-GL-ACCRUED TO WS-TIE-LEFT.
007120     MOVE RS-TOTAL-ACCRUED TO WS-TIE-RIGHT.
007130     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
007140 4000-EXIT.
007150     EXIT.
007160
007170*    THE CLOSING POSTED BALANCE, FOR THE MOVEMENT TIE IN C.
007180 4100-SUBLEDGER-TOTAL-STEP.
007190     READ SUBLEDGER-FILE NEXT RECORD
007200         AT END
007210             MOVE "Y" TO WS-EOF-SW
007220             GO TO 4100-EXIT
007230     END-READ.
007240     ADD SL-POSTED-TO-DATE TO WS-SL-CLOSING.
007250 4100-EXIT.
007260     EXIT.
007270
007280 4200-READ-EXTRACT.
007290     READ GL-EXTRACT-FILE
007300         AT END
007310             MOVE "Y" TO WS-EOF-SW
007320             GO TO 4200-EXIT
007330     END-READ.
007340     ADD 1 TO WS-GL-COUNT.
007350     ADD GL-ACCRUED-AMOUNT TO WS-GL-ACCRUED.
007360     MOVE GL-RUN-DATE TO WS-GL-RUN-DATE.
007370     PERFORM 4300-INTEREST-TO-DATE THRU 4300-EXIT.
007380     ADD WS-INTEREST-TODATE TO WS-GL-INTEREST.
007390     IF NOT SUBLEDGER-OPEN
007400         GO TO 4200-EXIT
007410     END-IF.
007420     MOVE GL-ACCOUNT-ID TO SL-ACCOUNT-ID.
007430     READ SUBLEDGER-FILE
007440         INVALID KEY
007450             ADD 1 TO WS-SL-MISSING
007460             GO TO 4200-EXIT
007470     END-READ.
007480     ADD SL-POSTED-TO-DATE TO WS-SL-POSTED.
007490     IF SL-POSTED-TO-DATE NOT = WS-INTEREST-TODATE
007500         ADD 1 TO WS-SL-DIFFERING
007510     END-IF.
007520 4200-EXIT.
007530     EXIT.
007540
007550*    THE INTEREST IN THE ACCRUED AMOUNT, AS GlJournalPosting
007560*    WORKS IT OUT.  IT IS NEVER LESS THAN ZERO.
007570 4300-INTEREST-TO-DATE.
007580     MOVE 0 TO WS-DEPOSITS.
007590     EVALUATE GL-CALC-MODE
007600         WHEN "S"
007610             COMPUTE WS-INTEREST-TODATE = GL-ACCRUED-AMOUNT
007620         WHEN "R"
007630             COMPUTE WS-DEPOSITS ROUNDED =
007640                 GL-MONTHLY-DEPOSIT * 12 * GL-YEARS
007650             COMPUTE WS-INTEREST-TODATE = GL-ACCRUED-AMOUNT
007660                 - GL-PRINCIPAL - WS-DEPOSITS
007670         WHEN OTHER
007680             COMPUTE WS-INTEREST-TODATE = GL-ACCRUED-AMOUNT
007690                 - GL-PRINCIPAL
007700     END-EVALUATE.
007710     IF WS-INTEREST-TODATE < 0
007720         MOVE 0 TO WS-INTEREST-TODATE
007730     END-IF.
007740 4300-EXIT.
007750     EXIT.
007760
007770*===========================================================*
007780*  5000-5200 - C. GL EXTRACT TO JOURNAL, THROUGH THE         *
007790*  ACCRUAL SUBLEDGER, AND THE JOURNAL'S OWN CONTROLS         *
007800*===========================================================*
007810 5000-PROVE-JOURNAL.
007820     OPEN INPUT SUBLEDGER-BACKUP-FILE.
007830     IF WS-BACKUP-STATUS NOT = "00"
007840         ADD 1 TO WS-MISSING-COUNT
007850         DISPLAY "*** ERROR: CANNOT OPEN SUBLEDGER BACKUP "
007860             "(SUBLBKP) - FILE STATUS " WS-BACKUP-STATUS " ***"
007870     ELSE
007880         MOVE "N" TO WS-EOF-SW
007890         PERFORM 5100-READ-BACKUP THRU 5100-EXIT
007900             UNTIL FILE-EOF
007910         CLOSE SUBLEDGER-BACKUP-FILE
007920     END-IF.
007930     COMPUTE WS-SL-MOVEMENT = WS-SL-CLOSING - WS-SL-OPENING.
007940     OPEN INPUT JOURNAL-FILE.
007950     IF WS-JOURNAL-STATUS NOT = "00"
007960         ADD 1 TO WS-MISSING-COUNT
007970         DISPLAY "*** ERROR: CANNOT OPEN JOURNAL (JRNLOUT) - "
007980             "FILE STATUS " WS-JOURNAL-STATUS " ***"
007990     ELSE
008000         MOVE "N" TO WS-EOF-SW
008010         PERFORM 5200-READ-JOURNAL THRU 5200-EXIT
008020             UNTIL FILE-EOF
008030         CLOSE JOURNAL-FILE
008040     END-IF.
008050     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008060     STRING "  C. GL EXTRACT TO JOURNAL (THROUGH THE ACCRUAL "
008070         "SUBLEDGER)"
008080         DELIMITED BY SIZE INTO WS-LINE-OUT.
008090     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008100     IF NOT SUBLEDGER-OPEN
008110         STRING "  ** ACCRUAL SUBLEDGER (ACRSUBL) NOT AVAILABLE "
008120             "- FILE STATUS " WS-SUBL-STATUS " **"
008130             DELIMITED BY SIZE INTO WS-LINE-OUT
008140         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008150     END-IF.
008160     IF WS-BACKUP-STATUS NOT = "00"
008170         STRING "  ** SUBLEDGER BACKUP (SUBLBKP) NOT AVAILABLE - "
008180             "FILE STATUS " WS-BACKUP-STATUS " **"
008190             DELIMITED BY SIZE INTO WS-LINE-OUT
008200         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008210     END-IF.
008220     IF WS-JOURNAL-STATUS NOT = "00"
008230         STRING "  ** JOURNAL (JRNLOUT) NOT AVAILABLE - FILE "
008240             "STATUS " WS-JOURNAL-STATUS " **"
008250             DELIMITED BY SIZE INTO WS-LINE-OUT
008260         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008270     END-IF.
008280     MOVE "A" TO WS-TIE-KIND.
008290     MOVE "INTEREST IN EXTRACT / POSTED" TO WS-TIE-DESC.
008300     MOVE "GLOUT" TO WS-TIE-LEFT-NAME.
008310     MOVE "ACRSUBL" TO WS-TIE-RIGHT-NAME.
008320     MOVE WS-GL-INTEREST TO WS-TIE-LEFT.
008330     MOVE WS-SL-POSTED TO WS-TIE-RIGHT.
008340     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
008350     IF WS-SL-MISSING > 0 OR WS-SL-DIFFERING > 0
008360         MOVE WS-SL-MISSING TO WS-COUNT-EDIT
008370         MOVE WS-SL-DIFFERING TO WS-COUNT-EDIT-2
008380         STRING "       (EXTRACT ACCOUNTS NOT ON THE SUBLEDGER:"
008390             WS-COUNT-EDIT "   POSTED NOT EQUAL TO INTEREST:"
008400             WS-COUNT-EDIT-2 ")"
008410             DELIMITED BY SIZE INTO WS-LINE-OUT
008420         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008430     END-IF.
008440     MOVE "POSTED MOVEMENT / NET TO 20500" TO WS-TIE-DESC.
008450     MOVE "ACRSUBL" TO WS-TIE-LEFT-NAME.
008460     MOVE "JRNLOUT" TO WS-TIE-RIGHT-NAME.
008470     MOVE WS-SL-MOVEMENT TO WS-TIE-LEFT.
008480     MOVE WS-JR-NET-PAYABLE TO WS-TIE-RIGHT.
008490     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
008500     MOVE "DETAIL DEBITS / TRAILER DEBITS" TO WS-TIE-DESC.
008510     MOVE "JRNLOUT" TO WS-TIE-LEFT-NAME.
008520     MOVE WS-JR-DETAIL-DEBITS TO WS-TIE-LEFT.
008530     MOVE WS-JR-TRL-DEBITS TO WS-TIE-RIGHT.
008540     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
008550     MOVE "DETAIL CREDITS / TRAILER CREDITS" TO WS-TIE-DESC.
008560     MOVE WS-JR-DETAIL-CREDITS TO WS-TIE-LEFT.
008570     MOVE WS-JR-TRL-CREDITS TO WS-TIE-RIGHT.
008580     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
008590     MOVE "TRAILER DEBITS / TRAILER CREDITS" TO WS-TIE-DESC.
008600     MOVE WS-JR-TRL-DEBITS TO WS-TIE-LEFT.
008610     MOVE WS-JR-TRL-CREDITS TO WS-TIE-RIGHT.
008620     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
008630     MOVE "C" TO WS-TIE-KIND.
008640     MOVE "DETAIL LINES / TRAILER LINE COUNT" TO WS-TIE-DESC.
008650     MOVE WS-JR-DTL-COUNT TO WS-TIE-LEFT.
008660     MOVE WS-JR-TRL-LINES TO WS-TIE-RIGHT.
008670     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
008680     MOVE "HEADER AND TRAILER RECORDS" TO WS-TIE-DESC.
008690     MOVE "EXPECTED" TO WS-TIE-RIGHT-NAME.
008700     COMPUTE WS-TIE-LEFT = WS-JR-HDR-COUNT + WS-JR-TRL-COUNT.
008710     MOVE 2 TO WS-TIE-RIGHT.
008720     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
008730     MOVE "D" TO WS-TIE-KIND.
008740     MOVE "HEADER EXTRACT DATE / RUN DATE" TO WS-TIE-DESC.
008750     MOVE "GLOUT" TO WS-TIE-RIGHT-NAME.
008760     MOVE WS-JR-EXTRACT-DATE TO WS-TIE-LEFT.
008770     MOVE WS-GL-RUN-DATE TO WS-TIE-RIGHT.
008780     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
008790 5000-EXIT.
008800     EXIT.
008810
008820 5100-READ-BACKUP.
008830     READ SUBLEDGER-BACKUP-FILE
008840         AT END
008850             MOVE "Y" TO WS-EOF-SW
008860             GO TO 5100-EXIT
008870     END-READ.
008880     IF SB-POSTED-TO-DATE NUMERIC
008890         ADD SB-POSTED-TO-DATE TO WS-SL-OPENING
008900     END-IF.
008910 5100-EXIT.
008920     EXIT.
008930
008940*    THE NET CREDIT TO INTEREST PAYABLE (20500) IS THE
008950*    MOVEMENT IN THE SUBLEDGER'S POSTED BALANCE.
008960 5200-READ-JOURNAL.
008970     READ JOURNAL-FILE
008980         AT END
008990             MOVE "Y" TO WS-EOF-SW
009000             GO TO 5200-EXIT
009010     END-READ.
009020     EVALUATE JH-RECORD-TYPE
009030         WHEN "HDR"
009040             ADD 1 TO WS-JR-HDR-COUNT
009050             MOVE JH-EXTRACT-RUN-DATE TO WS-JR-EXTRACT-DATE
009060         WHEN "TRL"
009070             ADD 1 TO WS-JR-TRL-COUNT
009080             MOVE JT-LINE-COUNT TO WS-JR-TRL-LINES
009090             MOVE JT-DEBIT-TOTAL TO WS-JR-TRL-DEBITS
009100             MOVE JT-CREDIT-TOTAL TO WS-JR-TRL-CREDITS
009110         WHEN OTHER
009120             ADD 1 TO WS-JR-DTL-COUNT
009130             IF JD-DEBIT-CREDIT = "D"
009140                 ADD JD-AMOUNT TO WS-JR-DETAIL-DEBITS
009150             ELSE
009160                 ADD JD-AMOUNT TO WS-JR-DETAIL-CREDITS
009170             END-IF
009180             IF JD-LEDGER-ACCOUNT = 20500
009190                 AND JD-DEBIT-CREDIT = "D"
009200                 SUBTRACT JD-AMOUNT FROM WS-JR-NET-PAYABLE
009210             END-IF
009220             IF JD-LEDGER-ACCOUNT = 20500
009230                 AND JD-DEBIT-CREDIT = "C"
009240                 ADD JD-AMOUNT TO WS-JR-NET-PAYABLE
009250             END-IF
009260     END-EVALUATE.
009270 5200-EXIT.
009280     EXIT.
009290
009300*===========================================================*
009310*  6000-6100 - D. AUDIT TRAIL.  A LINE BELONGS TO THE RUN    *
009320*  WHEN ITS STAMP FALLS BETWEEN THE RUN'S START AND END;     *
009330*  A RUN THAT CROSSED MIDNIGHT ENDS ON THE NEXT DATE.        *
009340*===========================================================*
009350 6000-PROVE-AUDIT-TRAIL.
009360     MOVE RS-RUN-DATE TO WS-NEXT-DATE.
009370     IF RS-END-TIME < RS-START-TIME
009380         COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
009390             (FUNCTION INTEGER-OF-DATE (RS-RUN-DATE) + 1)
009400     END-IF.
009410     OPEN INPUT AUDIT-FILE.
009420     IF WS-AUDIT-STATUS NOT = "00"
009430         ADD 1 TO WS-MISSING-COUNT
009440         DISPLAY "*** ERROR: CANNOT OPEN AUDIT TRAIL (AUDITLOG) "
009450             "- FILE STATUS " WS-AUDIT-STATUS " ***"
009460     ELSE
009470         MOVE "N" TO WS-EOF-SW
009480         PERFORM 6100-READ-AUDIT THRU 6100-EXIT
009490             UNTIL FILE-EOF
009500         CLOSE AUDIT-FILE
009510     END-IF.
009520     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
009530     STRING "  D. AUDIT TRAIL TO RUN STATISTICS"
009540         DELIMITED BY SIZE INTO WS-LINE-OUT.
009550     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
009560     IF WS-AUDIT-STATUS NOT = "00"
009570         STRING "  ** AUDIT TRAIL (AUDITLOG) NOT AVAILABLE - "
009580             "FILE STATUS " WS-AUDIT-STATUS " **"
009590             DELIMITED BY SIZE INTO WS-LINE-OUT
009600         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
009610     END-IF.
009620     MOVE "C" TO WS-TIE-KIND.
009630     MOVE "LINES IN RUN / CALCED PLUS HELD" TO WS-TIE-DESC.
009640     MOVE "AUDITLOG" TO WS-TIE-LEFT-NAME.
009650     MOVE "RUNSTAT" TO WS-TIE-RIGHT-NAME.
009660     MOVE WS-AUDIT-COUNT TO WS-TIE-LEFT.
009670     COMPUTE WS-TIE-RIGHT = RS-ACCOUNTS-CALCED + WS-HELD-COUNT.
009680     PERFORM 7800-PRINT-TIE THRU 7800-EXIT.
009690     MOVE RS-ACCOUNTS-CALCED TO WS-COUNT-EDIT.
009700     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT-2.
009710     STRING "       (ACCOUNTS CALCED:" WS-COUNT-EDIT
009720         "   FROZEN, PRICED AND HELD:" WS-COUNT-EDIT-2 ")"
009730         DELIMITED BY SIZE INTO WS-LINE-OUT.
009740     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
009750 6000-EXIT.
009760     EXIT.
009770
009780 6100-READ-AUDIT.
009790     READ AUDIT-FILE
009800         AT END
009810             MOVE "Y" TO WS-EOF-SW
009820             GO TO 6100-EXIT
009830     END-READ.
009840     MOVE AU-YEAR TO WS-AS-YEAR.
009850     MOVE AU-MONTH TO WS-AS-MONTH.
009860     MOVE AU-DAY TO WS-AS-DAY.
009870     MOVE AU-HOURS TO WS-AS-HOURS.
009880     MOVE AU-MINUTES TO WS-AS-MINUTES.
009890     MOVE AU-SECONDS TO WS-AS-SECONDS.
009900     IF WS-AUDIT-STAMP NOT NUMERIC
009910         GO TO 6100-EXIT
009920     END-IF.
009930     IF WS-NEXT-DATE = RS-RUN-DATE
009940         IF WS-AS-DATE-N = RS-RUN-DATE
009950             AND WS-AS-TIME-N NOT < RS-START-TIME
009960             AND WS-AS-TIME-N NOT > RS-END-TIME
009970             ADD 1 TO WS-AUDIT-COUNT
009980         END-IF
009990         GO TO 6100-EXIT
010000     END-IF.
010010     IF WS-AS-DATE-N = RS-RUN-DATE
010020         AND WS-AS-TIME-N NOT < RS-START-TIME
010030         ADD 1 TO WS-AUDIT-COUNT
010040     END-IF.
010050     IF WS-AS-DATE-N = WS-NEXT-DATE
010060         AND WS-AS-TIME-N NOT > RS-END-TIME
010070         ADD 1 TO WS-AUDIT-COUNT
010080     END-IF.
010090 6100-EXIT.
010100     EXIT.
010110
010120*===========================================================*
010130*  7000-PRINT-CONCLUSION - THE CERTIFICATE ITSELF AND THE    *
010140*  SIGN-OFF LINES                                            *
010150*===========================================================*
010160 7000-PRINT-CONCLUSION.
010170     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010180     MOVE WS-PROVED-COUNT TO WS-SMALL-EDIT.
010190     MOVE WS-BREAK-COUNT TO WS-SMALL-EDIT-2.
010200     MOVE WS-NA-COUNT TO WS-SMALL-EDIT-3.
010210     MOVE WS-MISSING-COUNT TO WS-SMALL-EDIT-4.
010220     STRING "  TIES PROVED: " WS-SMALL-EDIT
010230         "   BREAKS: " WS-SMALL-EDIT-2
010240         "   NOT APPLICABLE: " WS-SMALL-EDIT-3
010250         "   FILES NOT AVAILABLE: " WS-SMALL-EDIT-4
010260         DELIMITED BY SIZE INTO WS-LINE-OUT.
010270     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010280     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010290     IF WS-BREAK-COUNT = 0 AND WS-MISSING-COUNT = 0
010300         STRING "  WE CERTIFY THAT THE FILES OF THE BUSINESS "
010310             "DATE "
010320             WS-RUN-DATE-EDIT " ARE IN BALANCE WITH EACH OTHER "
010330             "AS SHOWN ABOVE."
010340             DELIMITED BY SIZE INTO WS-LINE-OUT
010350     ELSE
010360         STRING "  ** NOT CERTIFIED - THE FILES OF THE BUSINESS "
010370             "DATE " WS-RUN-DATE-EDIT " DO NOT BALANCE. **"
010380             DELIMITED BY SIZE INTO WS-LINE-OUT
010390         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010400         STRING "  ** HOLD THE STATEMENT AND TAX JOBS UNTIL "
010410             "EVERY BREAK IS CLEARED AND THIS CERTIFICATE IS "
010420             "RERUN. **"
010430             DELIMITED BY SIZE INTO WS-LINE-OUT
010440     END-IF.
010450     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010460     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010470     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010480     STRING "  PREPARED BY (OPERATIONS): ______________________"
010490         "________    DATE: ____________"
010500         DELIMITED BY SIZE INTO WS-LINE-OUT.
010510     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010520     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010530     STRING "  REVIEWED BY (ACCOUNTING): ______________________"
010540         "________    DATE: ____________"
010550         DELIMITED BY SIZE INTO WS-LINE-OUT.
010560     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010570     MOVE WS-PROVED-COUNT TO WS-SMALL-EDIT.
010580     DISPLAY "Ties proved     : " WS-SMALL-EDIT.
010590     MOVE WS-BREAK-COUNT TO WS-SMALL-EDIT.
010600     DISPLAY "Breaks          : " WS-SMALL-EDIT.
010610     IF WS-BREAK-COUNT > 0 OR WS-MISSING-COUNT > 0
010620         DISPLAY "*** ERROR: THE BUSINESS DAY DOES NOT BALANCE - "
010630             "SEE BALCERT. ***"
010640     END-IF.
010650 7000-EXIT.
010660     EXIT.
010670
010680*===========================================================*
010690*  7800-PRINT-TIE - ONE LINE OF THE CERTIFICATE: BOTH        *
010700*  FIGURES AND WHETHER THEY AGREE                            *
010710*===========================================================*
010720 7800-PRINT-TIE.
010730     ADD 1 TO WS-TIE-NUMBER.
010740     MOVE SPACES TO WS-LEFT-FIGURE.
010750     MOVE SPACES TO WS-RIGHT-FIGURE.
010760     IF TIE-NOT-APPLICABLE
010770         MOVE "NOT APPLICABLE" TO WS-TIE-RESULT
010780         ADD 1 TO WS-NA-COUNT
010790         GO TO 7800-PRINT
010800     END-IF.
010810     MOVE WS-TIE-LEFT TO WS-TIE-FIGURE.
010820     PERFORM 7850-EDIT-FIGURE THRU 7850-EXIT.
010830     MOVE WS-FIGURE-OUT TO WS-LEFT-FIGURE.
010840     MOVE WS-TIE-RIGHT TO WS-TIE-FIGURE.
010850     PERFORM 7850-EDIT-FIGURE THRU 7850-EXIT.
010860     MOVE WS-FIGURE-OUT TO WS-RIGHT-FIGURE.
010870     IF WS-TIE-LEFT = WS-TIE-RIGHT
010880         MOVE "PROVED" TO WS-TIE-RESULT
010890         ADD 1 TO WS-PROVED-COUNT
010900     ELSE
010910         MOVE "** BREAK **" TO WS-TIE-RESULT
010920         ADD 1 TO WS-BREAK-COUNT
010930     END-IF.
010940 7800-PRINT.
010950     STRING "  " WS-TIE-NUMBER ". " WS-TIE-DESC
010960         "  " WS-TIE-LEFT-NAME WS-LEFT-FIGURE
010970         "  " WS-TIE-RIGHT-NAME WS-RIGHT-FIGURE
010980         "  " WS-TIE-RESULT
010990         DELIMITED BY SIZE INTO WS-LINE-OUT.
011000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
011010 7800-EXIT.
011020     EXIT.
011030
011040 7850-EDIT-FIGURE.
011050     EVALUATE TRUE
011060         WHEN TIE-AMOUNT
011070             MOVE WS-TIE-FIGURE TO WS-AMOUNT-EDIT
011080             MOVE WS-AMOUNT-EDIT TO WS-FIGURE-OUT
011090         WHEN TIE-DATE
011100             MOVE WS-TIE-FIGURE TO WS-EDIT-DATE
011110             PERFORM 7900-EDIT-DATE THRU 7900-EXIT
011120             MOVE WS-DATE-EDIT TO WS-DF-EDIT
011130             MOVE WS-DATE-FIGURE TO WS-FIGURE-OUT
011140         WHEN OTHER
011150             MOVE WS-TIE-FIGURE TO WS-CF-EDIT
011160             MOVE WS-COUNT-FIGURE TO WS-FIGURE-OUT
011170     END-EVALUATE.
011180 7850-EXIT.
011190     EXIT.
011200
011210*===========================================================*
011220*  7900-EDIT-DATE - WS-EDIT-DATE AS YYYY-MM-DD               *
011230*===========================================================*
011240 7900-EDIT-DATE.
011250     MOVE WS-ED-YEAR TO WS-DE-YEAR.
011260     MOVE WS-ED-MONTH TO WS-DE-MONTH.
011270     MOVE WS-ED-DAY TO WS-DE-DAY.
011280 7900-EXIT.
011290     EXIT.
011300
011310*===========================================================*
011320*  7950-EDIT-TIME - WS-TIME-WORK AS HH:MM:SS                 *
011330*===========================================================*
011340 7950-EDIT-TIME.
011350     MOVE WS-TW-HH TO WS-TE-HH.
011360     MOVE WS-TW-MM TO WS-TE-MM.
011370     MOVE WS-TW-SS TO WS-TE-SS.
011380 7950-EXIT.
011390     EXIT.
011400
011410*===========================================================*
011420*  8000-WRITE-LINE - WRITE WS-LINE-OUT AND CLEAR IT          *
011430*===========================================================*
011440 8000-WRITE-LINE.
011450     MOVE WS-LINE-OUT TO CERTIFICATE-RECORD.
011460     WRITE CERTIFICATE-RECORD.
011470     MOVE SPACES TO WS-LINE-OUT.
011480 8000-EXIT.
011490     EXIT.
011500
011510*===========================================================*
011520*  9999-TERMINATE - CLOSE THE CERTIFICATE                    *
011530*===========================================================*
011540 9999-TERMINATE.
011550     IF WS-CERT-STATUS = "00"
011560         CLOSE CERTIFICATE-FILE
011570     END-IF.
011580     DISPLAY "End-of-Day Balancing Certificate ended.".
011590 9999-EXIT.
011600     EXIT.
