000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    InterestCapitalization.
000030 AUTHOR.        LENDING-SYSTEMS-GROUP.
000040 INSTALLATION.  MAIN-STREET-FINANCE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080*---------------------------------------------------------*
000090*  MODIFICATION HISTORY                                   *
000100*---------------------------------------------------------*
000110*  2026-10-15  RJM  ORIGINAL PROGRAM - MONTH-END INTEREST  *
000120*              CAPITALIZATION.  THE INTEREST EARNED ON     *
000130*              THE MONTH'S FINAL GL EXTRACT IS CREDITED    *
000140*              BACK INTO THE PRINCIPAL ON THE ACCOUNT      *
000150*              MASTER SO THE NEXT MONTH ACCRUES ON THE     *
000160*              CAPITALIZED BALANCE.                        *
000170*  2026-10-15  RJM  RELIEVES THE ACCRUAL SUBLEDGER          *
000180*              (ACRSUBL) OF THE INTEREST CAPITALIZED, SO   *
000190*              THE NIGHTLY POSTING DOES NOT REVERSE IT OUT *
000200*              OF INTEREST EXPENSE WHEN THE ACCRUAL        *
000210*              RESTARTS.                                   *
000220*  2026-10-15  RJM  TERM ACCOUNTS (MATURITY INSTRUCTION     *
000230*              SET) ARE LEFT ALONE - THEIR INTEREST IS     *
000240*              SETTLED BY THE NIGHTLY MATURITY RUN, AND    *
000250*              CAPITALIZING WOULD RESTART THE TERM.  THEY  *
000260*              DO NOT RAISE THE RETURN CODE.               *
000270*  2026-10-15  RJM  GL EXTRACT RECORD GROWS TO 90 BYTES    *
000280*              (INDEX CODE, INDEX VALUE AND MARGIN OF AN   *
000290*              INDEX-LINKED PRODUCT, NOT USED HERE).       *
000300*  2026-10-15  RJM  EVERY CAPITALIZATION NOW POSTS ITS      *
000310*              INTEREST TO THE LEDGER THROUGH THE BALANCED *
000320*              SETTLEMENT JOURNAL (SETLJRNL), AND CARRIES  *
000330*              THE SUBLEDGER RELIEF ON ITS ACCTJRNL RECORD *
000340*              (RECORD GROWS TO 200 BYTES) SO A BACKOUT CAN*
000350*              PUT IT BACK.                                *
000360*  2026-10-15  RJM  ACCTJRNL RECORD GROWS TO 210 BYTES -   *
000370*              A "B" RECORD CARRIES THE SEQUENCE IT BACKED *
000380*              OUT; AN "I" RECORD CARRIES ZERO.            *
000390*---------------------------------------------------------*
000400*  REMARKS.  READS THE GL EXTRACT (GLOUT) LEFT BY THE LAST *
000410*  NIGHTLY RUN OF THE MONTH.  FOR EVERY ACCOUNT ON IT THE  *
000420*  EARNED INTEREST IS WORKED OUT FROM THE ACCRUED AMOUNT:  *
000430*  "S" ACCOUNTS ACCRUE INTEREST ONLY; "C" AND "T" ACCRUE   *
000440*  PRINCIPAL PLUS INTEREST; "R" ACCRUES PRINCIPAL PLUS     *
000450*  THE PERIOD'S DEPOSITS PLUS INTEREST, AND THE DEPOSITS   *
000460*  ARE FOLDED INTO THE PRINCIPAL WITH THE INTEREST.  THE   *
000470*  MASTER (ACCTMST) PRINCIPAL IS RAISED BY THE AMOUNT      *
000480*  CREDITED AND THE OPEN DATE IS RESET TO THE              *
000490*  CAPITALIZATION DATE, WHICH RESTARTS THE DATE-BASED      *
000500*  ACCRUAL.  EVERY CAPITALIZED ACCOUNT JOURNALS AN "I"     *
000510*  RECORD TO ACCTJRNL WITH ITS BEFORE/AFTER IMAGES, SO     *
000520*  AccountJournalUtility CAN LIST IT AND BACK IT OUT.  AN  *
000530*  ACCOUNT IS LEFT ALONE (AND LISTED AS AN EXCEPTION) IF   *
000540*  IT IS NO LONGER ON THE MASTER, IF ITS MASTER PRINCIPAL  *
000550*  NO LONGER MATCHES THE EXTRACT, IF IT WAS ALREADY        *
000560*  CAPITALIZED ON THIS DATE, IF NO INTEREST IS DUE, OR IF  *
000570*  IT IS A TERM ACCOUNT (ITS INTEREST IS SETTLED AT        *
000580*  MATURITY, AND RESETTING THE OPEN DATE WOULD MOVE THE    *
000590*  MATURITY DATE).                                         *
000600*  THE CONTROL REPORT (CAPRPT) CARRIES BRANCH AND PRODUCT  *
000610*  TOTALS AND A TIE-OUT OF THE REPORT TOTAL AGAINST THE    *
000620*  "I" RECORDS ACTUALLY ON THE JOURNAL - A BREAK ENDS THE  *
000630*  JOB WITH RETURN CODE 16, EXCEPTIONS WITH 4.             *
000640*                                                         *
000650*  PARAMETER CARDS (SYSIN):                               *
000660*    1. CAPITALIZATION DATE, YYYYMMDD.  BLANK OR ZERO      *
000670*       TAKES THE RUN DATE OF THE EXTRACT.                 *
000680*                                                         *
000690*  THE ACCRUAL SUBLEDGER (ACRSUBL) IS RELIEVED OF THE      *
000700*  INTEREST CAPITALIZED: IT HAS LEFT ACCRUED INTEREST      *
000710*  PAYABLE FOR THE DEPOSIT PRINCIPAL, AND THE NEXT NIGHT'S *
000720*  GL POSTING MUST NOT TREAT THE RESTARTED ACCRUAL AS A    *
000730*  REDUCTION.  NO SUBLEDGER YET MEANS NOTHING TO RELIEVE.  *
000740*  THE LEDGER SIDE GOES TO THE SETTLEMENT JOURNAL          *
000750*  (SETLJRNL), IN THE JRNLOUT LAYOUT: FOR EACH ACCOUNT,    *
000760*  DEBIT ACCRUED INTEREST PAYABLE (20500) WITH THE RELIEF, *
000770*  DEBIT INTEREST EXPENSE (60100) WITH ANY INTEREST NOT    *
000780*  YET POSTED, AND CREDIT DEPOSIT PRINCIPAL (20100) WITH   *
000790*  THE INTEREST.  THE RUN APPENDS ONE HDR/TRL BATCH, WHICH *
000800*  MUST BALANCE OR THE JOB ENDS WITH RETURN CODE 16.       *
000810*---------------------------------------------------------*
000820
000830 ENVIRONMENT DIVISION.
000840
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT GL-EXTRACT-FILE
000880         ASSIGN TO GLOUT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-GL-STATUS.
000910
000920     SELECT ACCOUNT-MASTER
000930         ASSIGN TO ACCTMST
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS AM-ACCOUNT-ID
000970         FILE STATUS IS WS-MASTER-STATUS.
000980
000990     SELECT JOURNAL-FILE
001000         ASSIGN TO ACCTJRNL
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-JOURNAL-STATUS.
001030
001040     SELECT CAP-REPORT-FILE
001050         ASSIGN TO CAPRPT
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-CAPRPT-STATUS.
001080
001090     SELECT SUBLEDGER-FILE
001100         ASSIGN TO ACRSUBL
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS RANDOM
001130         RECORD KEY IS SL-ACCOUNT-ID
001140         FILE STATUS IS WS-SUBL-STATUS.
001150
001160     SELECT SETTLE-JOURNAL-FILE
001170         ASSIGN TO SETLJRNL
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-SETL-STATUS.
001200
001210 DATA DIVISION.
001220
001230 FILE SECTION.
001240*---------------------------------------------------------*
001250*  GL-EXTRACT-FILE - ONE RECORD PER ACCOUNT CALCULATED BY  *
001260*  THE NIGHTLY BATCH RUN, AS WRITTEN BY 7400-WRITE-GL-     *
001270*  EXTRACT IN THE INTEREST CALCULATOR.  THE BATCH DRIVER   *
001280*  WRITES IT IN BRANCH/PRODUCT/ACCOUNT ORDER, SO THE       *
001290*  CONTROL BREAKS BELOW HOLD.                              *
001300*---------------------------------------------------------*
001310 FD  GL-EXTRACT-FILE
001320     RECORDING MODE IS F.
001330 01  GL-EXTRACT-RECORD.
001340     05  GL-ACCOUNT-ID          PIC X(10).
001350     05  GL-PRINCIPAL           PIC 9(7)V99.
001360     05  GL-INTEREST-RATE       PIC 9(3)V9999.
001370     05  GL-YEARS               PIC 9(3)V9(6).
001380     05  GL-N                   PIC 9(3).
001390     05  GL-CALC-MODE           PIC X(01).
001400     05  GL-ACCRUED-AMOUNT      PIC 9(8)V99.
001410     05  GL-RUN-DATE            PIC 9(8).
001420     05  GL-MONTHLY-DEPOSIT     PIC 9(5)V99.
001430     05  GL-PRODUCT-CODE        PIC X(04).
001440     05  GL-BRANCH-CODE         PIC X(03).
001450     05  GL-INDEX-CODE          PIC X(04).
001460     05  GL-INDEX-RATE          PIC S9(3)V9999
001470                                SIGN LEADING SEPARATE.
001480     05  GL-RATE-MARGIN         PIC S9(2)V9999
001490                                SIGN LEADING SEPARATE.
001500
001510*---------------------------------------------------------*
001520*  ACCOUNT-MASTER - INDEXED (VSAM KSDS) ACCOUNT FILE,      *
001530*  SAME 60-BYTE LAYOUT AS THE FLAT PORTFOLIO DETAIL.       *
001540*---------------------------------------------------------*
001550 FD  ACCOUNT-MASTER.
001560 01  ACCOUNT-MASTER-RECORD.
001570     05  AM-ACCOUNT-ID          PIC X(10).
001580     05  AM-PRINCIPAL           PIC 9(7)V99.
001590     05  AM-INTEREST-RATE       PIC 9(3)V9999.
001600     05  AM-YEARS               PIC 9(3)V9.
001610     05  AM-N                   PIC 9(3).
001620     05  AM-CALC-MODE           PIC X(01).
001630     05  AM-PRODUCT-CODE        PIC X(04).
001640     05  AM-MONTHLY-DEPOSIT     PIC 9(5)V99.
001650     05  AM-BRANCH-CODE         PIC X(03).
001660     05  AM-OPEN-DATE           PIC 9(08).
001670     05  AM-TAX-EXEMPT          PIC X(01).
001680     05  AM-MATURITY-INSTR      PIC X(01).
001690     05  FILLER                 PIC X(02).
001700
001710*---------------------------------------------------------*
001720*  JOURNAL-FILE - THE ACCOUNT MASTER CHANGE JOURNAL, AS    *
001730*  WRITTEN BY AccountMaintenance.  EVERY CAPITALIZATION    *
001740*  APPENDS AN "I" RECORD CARRYING THE BEFORE AND AFTER     *
001750*  IMAGES; THE TIE-OUT READS THEM BACK.  THE SETTLEMENT    *
001760*  FIELDS CARRY THE LEDGER CREDITED, THE INTEREST SETTLED  *
001770*  AND THE SUBLEDGER RELIEF, FOR AccountJournalUtility TO  *
001780*  REVERSE.  JR-BACKOUT-SEQ IS SET ONLY ON A "B" RECORD.   *
001790*---------------------------------------------------------*
001800 FD  JOURNAL-FILE
001810     RECORDING MODE IS F.
001820 01  JOURNAL-RECORD.
001830     05  JR-SEQUENCE            PIC 9(07).
001840     05  JR-DATE                PIC 9(08).
001850     05  JR-TIME                PIC 9(06).
001860     05  JR-OPERATOR            PIC X(08).
001870     05  JR-FUNCTION            PIC X(01).
001880     05  JR-ACCOUNT-ID          PIC X(10).
001890     05  JR-BEFORE-IMAGE        PIC X(60).
001900     05  JR-AFTER-IMAGE         PIC X(60).
001910     05  JR-SETTLE-LEDGER       PIC 9(05).
001920     05  JR-SETTLE-AMOUNT       PIC 9(9)V99.
001930     05  JR-POSTED-RELIEF       PIC 9(9)V99.
001940     05  JR-ACCRUED-RELIEF      PIC 9(9)V99.
001950     05  JR-BACKOUT-SEQ         PIC 9(07).
001960     05  FILLER                 PIC X(05).
001970
001980 FD  CAP-REPORT-FILE
001990     RECORDING MODE IS F.
002000 01  CAP-REPORT-RECORD          PIC X(132).
002010
002020*---------------------------------------------------------*
002030*  SUBLEDGER-FILE - THE ACCRUAL SUBLEDGER KEPT BY THE GL   *
002040*  POSTING, ONE RECORD PER ACCOUNT EVER POSTED.            *
002050*---------------------------------------------------------*
002060 FD  SUBLEDGER-FILE.
002070 01  SUBLEDGER-RECORD.
002080     05  SL-ACCOUNT-ID          PIC X(10).
002090     05  SL-BRANCH-CODE         PIC X(03).
002100     05  SL-PRODUCT-CODE        PIC X(04).
002110     05  SL-ACCRUED-TO-DATE     PIC 9(9)V99.
002120     05  SL-POSTED-TO-DATE      PIC 9(9)V99.
002130     05  SL-LAST-POST-DATE      PIC 9(08).
002140     05  SL-LAST-EXTRACT-DATE   PIC 9(08).
002150     05  SL-STATUS              PIC X(01).
002160         88  SL-ACTIVE                   VALUE "A".
002170         88  SL-DROPPED                  VALUE "D".
002180     05  FILLER                 PIC X(04).
002190
002200*---------------------------------------------------------*
002210*  SETTLE-JOURNAL-FILE - THE BALANCED LEDGER JOURNAL FOR   *
002220*  THE INTEREST CAPITALIZED, IN THE GL POSTING JOURNAL     *
002230*  LAYOUT.  THE RUN APPENDS ONE HDR, THREE DTL LINES AT    *
002240*  MOST PER ACCOUNT, AND ONE TRL WITH THE CONTROL TOTALS.  *
002250*---------------------------------------------------------*
002260 FD  SETTLE-JOURNAL-FILE
002270     RECORDING MODE IS F.
002280 01  SETTLE-JOURNAL-RECORD      PIC X(80).
002290 01  SETTLE-HEADER-R REDEFINES SETTLE-JOURNAL-RECORD.
002300     05  JH-RECORD-TYPE         PIC X(03).
002310     05  JH-POSTING-DATE        PIC 9(08).
002320     05  JH-EXTRACT-RUN-DATE    PIC 9(08).
002330     05  JH-SOURCE-SYSTEM       PIC X(08).
002340     05  FILLER                 PIC X(53).
002350 01  SETTLE-DETAIL-R REDEFINES SETTLE-JOURNAL-RECORD.
002360     05  JD-RECORD-TYPE         PIC X(03).
002370     05  JD-LINE-NUMBER         PIC 9(05).
002380     05  JD-BRANCH-CODE         PIC X(03).
002390     05  JD-PRODUCT-CODE        PIC X(04).
002400     05  JD-DEBIT-CREDIT        PIC X(01).
002410     05  JD-LEDGER-ACCOUNT      PIC 9(05).
002420     05  JD-AMOUNT              PIC 9(11)V99.
002430     05  FILLER                 PIC X(46).
002440 01  SETTLE-TRAILER-R REDEFINES SETTLE-JOURNAL-RECORD.
002450     05  JT-RECORD-TYPE         PIC X(03).
002460     05  JT-LINE-COUNT          PIC 9(07).
002470     05  JT-DEBIT-TOTAL         PIC 9(13)V99.
002480     05  JT-CREDIT-TOTAL        PIC 9(13)V99.
002490     05  FILLER                 PIC X(40).
002500
002510 WORKING-STORAGE SECTION.
002520*---------------------------------------------------------*
002530*  FILE STATUS FIELDS AND SWITCHES                        *
002540*---------------------------------------------------------*
002550 77  WS-GL-STATUS         PIC X(02) VALUE "00".
002560 77  WS-MASTER-STATUS     PIC X(02) VALUE "00".
002570 77  WS-JOURNAL-STATUS    PIC X(02) VALUE "00".
002580 77  WS-CAPRPT-STATUS     PIC X(02) VALUE "00".
002590 77  WS-SUBL-STATUS       PIC X(02) VALUE "00".
002600 77  WS-SETL-STATUS       PIC X(02) VALUE "00".
002610 77  WS-EOF-SW            PIC X(01) VALUE "N".
002620     88  EXTRACT-EOF                 VALUE "Y".
002630 77  WS-JRNL-EOF-SW       PIC X(01) VALUE "N".
002640     88  JOURNAL-EOF                 VALUE "Y".
002650 77  WS-RUN-SW            PIC X(01) VALUE "N".
002660     88  RUN-FAILED                  VALUE "Y".
002670 77  WS-ACCT-SW           PIC X(01) VALUE "N".
002680     88  ACCOUNT-OK                  VALUE "Y".
002690     88  ACCOUNT-SKIPPED             VALUE "N".
002700 77  WS-GL-OPEN-SW        PIC X(01) VALUE "N".
002710     88  GL-EXTRACT-OPEN             VALUE "Y".
002720 77  WS-MASTER-OPEN-SW    PIC X(01) VALUE "N".
002730     88  MASTER-OPEN                 VALUE "Y".
002740 77  WS-JOURNAL-OPEN-SW   PIC X(01) VALUE "N".
002750     88  JOURNAL-OPEN                VALUE "Y".
002760 77  WS-CAPRPT-OPEN-SW    PIC X(01) VALUE "N".
002770     88  CAPRPT-OPEN                 VALUE "Y".
002780 77  WS-SUBL-OPEN-SW      PIC X(01) VALUE "N".
002790     88  SUBLEDGER-OPEN              VALUE "Y".
002800 77  WS-SETL-OPEN-SW      PIC X(01) VALUE "N".
002810     88  SETTLEMENT-OPEN             VALUE "Y".
002820 77  WS-SETL-FAIL-SW      PIC X(01) VALUE "N".
002830     88  SETTLEMENT-FAILED           VALUE "Y".
002840 77  WS-BREAK-SW          PIC X(01) VALUE "N".
002850     88  BRANCH-OPEN                 VALUE "Y".
002860
002870*---------------------------------------------------------*
002880*  CAPITALIZATION DATE - FROM THE PARAMETER CARD, OR THE   *
002890*  RUN DATE OF THE EXTRACT WHEN THE CARD IS BLANK.         *
002900*---------------------------------------------------------*
002910 01  WS-CAP-DATE-CARD     PIC X(08) VALUE SPACES.
002920 01  WS-CAP-DATE          PIC 9(8) VALUE 0.
002930 01  WS-CAP-DATE-R REDEFINES WS-CAP-DATE.
002940     05  WS-CD-YEAR       PIC 9(4).
002950     05  WS-CD-MONTH      PIC 9(2).
002960     05  WS-CD-DAY        PIC 9(2).
002970 01  WS-CAP-DATE-EDIT.
002980     05  WS-CE-YEAR       PIC 9(4).
002990     05  FILLER           PIC X(01) VALUE "-".
003000     05  WS-CE-MONTH      PIC 9(2).
003010     05  FILLER           PIC X(01) VALUE "-".
003020     05  WS-CE-DAY        PIC 9(2).
003030
003040*---------------------------------------------------------*
003050*  CHANGE JOURNAL WORK FIELDS - THE SEQUENCE CARRIES ON    *
003060*  FROM THE LAST RECORD ON THE FILE.  WS-JRNL-START-SEQ    *
003070*  MARKS WHERE THIS RUN BEGAN SO THE TIE-OUT READS BACK    *
003080*  ONLY THIS RUN'S "I" RECORDS.  THE BATCH JOB SIGNS ITS   *
003090*  JOURNAL RECORDS WITH A FIXED OPERATOR ID.               *
003100*---------------------------------------------------------*
003110 77  WS-OPERATOR          PIC X(08) VALUE "CAPITAL".
003120 77  WS-JRNL-SEQ          PIC 9(7) VALUE 0.
003130 77  WS-JRNL-START-SEQ    PIC 9(7) VALUE 0.
003140 01  WS-JRNL-BEFORE       PIC X(60) VALUE SPACES.
003150 01  WS-DATE8             PIC 9(8) VALUE 0.
003160 01  WS-TIME8             PIC 9(8) VALUE 0.
003170
003180*---------------------------------------------------------*
003190*  IMAGE WORK AREA - FIELD-LEVEL VIEW OF A JOURNAL IMAGE   *
003200*  FOR THE TIE-OUT.                                        *
003210*---------------------------------------------------------*
003220 01  WJ-ACCOUNT-WORK.
003230     05  WJ-ACCOUNT-ID          PIC X(10).
003240     05  WJ-PRINCIPAL           PIC 9(7)V99.
003250     05  FILLER                 PIC X(41).
003260 01  WS-TIE-BEFORE-PRIN   PIC 9(7)V99 VALUE 0.
003270
003280*---------------------------------------------------------*
003290*  PER-ACCOUNT FIGURES                                    *
003300*---------------------------------------------------------*
003310 01  WS-DEPOSITS          PIC 9(8)V99 VALUE 0.
003320 01  WS-INTEREST          PIC S9(8)V99 VALUE 0.
003330 01  WS-CREDIT            PIC 9(8)V99 VALUE 0.
003340 01  WS-NEW-PRINCIPAL     PIC 9(7)V99 VALUE 0.
003350 01  WS-SKIP-REASON       PIC X(40) VALUE SPACES.
003360 01  WS-RELIEF            PIC 9(9)V99 VALUE 0.
003370 01  WS-ACCRUED-RELIEF    PIC 9(9)V99 VALUE 0.
003380
003390*---------------------------------------------------------*
003400*  CONTROL-BREAK AND RUN TOTALS.  CREDITED = INTEREST      *
003410*  PLUS DEPOSITS FOLDED IN, AND IS WHAT THE JOURNAL MUST   *
003420*  TIE TO.                                                 *
003430*---------------------------------------------------------*
003440 01  WS-BR-CURRENT        PIC X(03) VALUE SPACES.
003450 01  WS-PR-CURRENT        PIC X(04) VALUE SPACES.
003460 77  WS-PR-ACCT-COUNT     PIC 9(7) COMP VALUE 0.
003470 01  WS-PR-INT-TOTAL      PIC 9(11)V99 VALUE 0.
003480 01  WS-PR-CRED-TOTAL     PIC 9(11)V99 VALUE 0.
003490 77  WS-BR-ACCT-COUNT     PIC 9(7) COMP VALUE 0.
003500 01  WS-BR-INT-TOTAL      PIC 9(11)V99 VALUE 0.
003510 01  WS-BR-CRED-TOTAL     PIC 9(11)V99 VALUE 0.
003520 77  WS-READ-COUNT        PIC 9(7) COMP VALUE 0.
003530 77  WS-CAP-COUNT         PIC 9(7) COMP VALUE 0.
003540 77  WS-EXCEPT-COUNT      PIC 9(7) COMP VALUE 0.
003550 77  WS-TERM-SKIP-COUNT   PIC 9(7) COMP VALUE 0.
003560 01  WS-OLD-PRIN-TOTAL    PIC 9(11)V99 VALUE 0.
003570 01  WS-INT-TOTAL         PIC 9(11)V99 VALUE 0.
003580 01  WS-DEP-TOTAL         PIC 9(11)V99 VALUE 0.
003590 01  WS-CRED-TOTAL        PIC 9(11)V99 VALUE 0.
003600 77  WS-TIE-COUNT         PIC 9(7) COMP VALUE 0.
003610 01  WS-TIE-TOTAL         PIC 9(11)V99 VALUE 0.
003620 77  WS-RELIEF-COUNT      PIC 9(7) COMP VALUE 0.
003630 77  WS-RELIEF-FAIL-COUNT PIC 9(7) COMP VALUE 0.
003640 01  WS-RELIEF-TOTAL      PIC 9(11)V99 VALUE 0.
003650
003660*---------------------------------------------------------*
003670*  SETTLEMENT JOURNAL - THE LEDGER ACCOUNTS, ONE LINE'S    *
003680*  FIGURES AND THE TRAILER CONTROL TOTALS.                 *
003690*---------------------------------------------------------*
003700 77  WS-DR-LEDGER-ACCT    PIC 9(5) VALUE 60100.
003710 77  WS-CR-LEDGER-ACCT    PIC 9(5) VALUE 20500.
003720 77  WS-PRIN-LEDGER-ACCT  PIC 9(5) VALUE 20100.
003730 77  WS-SETL-LINES        PIC 9(7) COMP VALUE 0.
003740 01  WS-SETL-DC           PIC X(01) VALUE SPACE.
003750 01  WS-SETL-ACCT         PIC 9(5) VALUE 0.
003760 01  WS-SETL-AMOUNT       PIC 9(11)V99 VALUE 0.
003770 01  WS-SETL-DR-TOTAL     PIC 9(13)V99 VALUE 0.
003780 01  WS-SETL-CR-TOTAL     PIC 9(13)V99 VALUE 0.
003790
003800*---------------------------------------------------------*
003810*  REPORT-BUILDING FIELDS                                 *
003820*---------------------------------------------------------*
003830 77  WS-RPT-PAGE          PIC 9(4) COMP VALUE 0.
003840 77  WS-RPT-LINE-COUNT    PIC 9(4) COMP VALUE 99.
003850 77  WS-RPT-LINES-MAX     PIC 9(4) COMP VALUE 55.
003860 01  WS-PAGE-EDIT         PIC ZZZ9.
003870 01  WS-COUNT-EDIT        PIC Z(6)9.
003880 01  WS-PRINCIPAL-EDIT    PIC Z(6)9.99.
003890 01  WS-NEW-PRIN-EDIT     PIC Z(6)9.99.
003900 01  WS-AMOUNT-EDIT       PIC Z(7)9.99.
003910 01  WS-DEPOSIT-EDIT      PIC Z(7)9.99.
003920 01  WS-TOTAL-EDIT        PIC Z(10)9.99.
003930 01  WS-TOTAL2-EDIT       PIC Z(10)9.99.
003940 01  WS-SEQ-EDIT          PIC Z(6)9.
003950 01  WS-LINE-OUT          PIC X(132).
003960
003970 PROCEDURE DIVISION.
003980
003990*===========================================================*
004000*  0000-MAINLINE                                             *
004010*===========================================================*
004020 0000-MAINLINE.
004030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004040     IF RUN-FAILED
004050         PERFORM 9999-TERMINATE THRU 9999-EXIT
004060         STOP RUN
004070     END-IF.
004080     PERFORM 3000-CAPITALIZE-LOOP THRU 3000-EXIT
004090         UNTIL EXTRACT-EOF OR RUN-FAILED.
004100     IF BRANCH-OPEN
004110         PERFORM 7455-PRODUCT-TOTAL THRU 7455-EXIT
004120         PERFORM 7460-BRANCH-TOTAL THRU 7460-EXIT
004130     END-IF.
004140     PERFORM 7490-GRAND-TOTAL THRU 7490-EXIT.
004150     PERFORM 7600-SETTLEMENT-TRAILER THRU 7600-EXIT.
004160     PERFORM 8000-JOURNAL-TIE-OUT THRU 8000-EXIT.
004170     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004180     STOP RUN.
004190
004200*===========================================================*
004210*  1000-INITIALIZE - READ THE DATE CARD, OPEN THE FILES AND  *
004220*  POSITION THE CHANGE JOURNAL FOR APPEND                    *
004230*===========================================================*
004240 1000-INITIALIZE.
004250     DISPLAY "Month-End Interest Capitalization".
004260     DISPLAY "==============================".
004270     DISPLAY "Capitalization date (YYYYMMDD, blank = "
004280         "extract run date): ".
004290     ACCEPT WS-CAP-DATE-CARD.
004300     OPEN INPUT GL-EXTRACT-FILE.
004310     IF WS-GL-STATUS NOT = "00"
004320         DISPLAY "*** ERROR: CANNOT OPEN GL EXTRACT (GLOUT) "
004330             "- FILE STATUS " WS-GL-STATUS " ***"
004340         SET RUN-FAILED TO TRUE
004350         MOVE 16 TO RETURN-CODE
004360         GO TO 1000-EXIT
004370     END-IF.
004380     SET GL-EXTRACT-OPEN TO TRUE.
004390     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
004400     IF EXTRACT-EOF
004410         DISPLAY "*** ERROR: GL EXTRACT (GLOUT) IS EMPTY - "
004420             "NOTHING TO CAPITALIZE. ***"
004430         SET RUN-FAILED TO TRUE
004440         MOVE 16 TO RETURN-CODE
004450         GO TO 1000-EXIT
004460     END-IF.
004470     IF WS-CAP-DATE-CARD = SPACES
004480         OR WS-CAP-DATE-CARD = "00000000"
004490         MOVE GL-RUN-DATE TO WS-CAP-DATE
004500     ELSE
004510         IF WS-CAP-DATE-CARD NOT NUMERIC
004520             DISPLAY "*** ERROR: CAPITALIZATION DATE "
004530                 WS-CAP-DATE-CARD " IS NOT YYYYMMDD. ***"
004540             SET RUN-FAILED TO TRUE
004550             MOVE 16 TO RETURN-CODE
004560             GO TO 1000-EXIT
004570         END-IF
004580         MOVE WS-CAP-DATE-CARD TO WS-CAP-DATE
004590     END-IF.
004600     IF WS-CD-MONTH < 1 OR WS-CD-MONTH > 12
004610         OR WS-CD-DAY < 1 OR WS-CD-DAY > 31
004620         DISPLAY "*** ERROR: CAPITALIZATION DATE " WS-CAP-DATE
004630             " IS NOT A VALID DATE. ***"
004640         SET RUN-FAILED TO TRUE
004650         MOVE 16 TO RETURN-CODE
004660         GO TO 1000-EXIT
004670     END-IF.
004680     MOVE WS-CD-YEAR TO WS-CE-YEAR.
004690     MOVE WS-CD-MONTH TO WS-CE-MONTH.
004700     MOVE WS-CD-DAY TO WS-CE-DAY.
004710     OPEN I-O ACCOUNT-MASTER.
004720     IF WS-MASTER-STATUS NOT = "00"
004730         DISPLAY "*** ERROR: CANNOT OPEN ACCOUNT MASTER "
004740             "(ACCTMST) - FILE STATUS " WS-MASTER-STATUS
004750             " ***"
004760         SET RUN-FAILED TO TRUE
004770         MOVE 16 TO RETURN-CODE
004780         GO TO 1000-EXIT
004790     END-IF.
004800     SET MASTER-OPEN TO TRUE.
004810     PERFORM 1200-OPEN-JOURNAL THRU 1200-EXIT.
004820*    NO JOURNAL MEANS NO BACKOUT TRAIL - THE MASTER IS NOT
004830*    TOUCHED RATHER THAN CAPITALIZED UNJOURNALED.
004840     IF WS-JOURNAL-STATUS NOT = "00"
004850         SET RUN-FAILED TO TRUE
004860         MOVE 16 TO RETURN-CODE
004870         GO TO 1000-EXIT
004880     END-IF.
004890     SET JOURNAL-OPEN TO TRUE.
004900     OPEN OUTPUT CAP-REPORT-FILE.
004910     IF WS-CAPRPT-STATUS NOT = "00"
004920         DISPLAY "*** ERROR: CANNOT OPEN CONTROL REPORT "
004930             "(CAPRPT) - FILE STATUS " WS-CAPRPT-STATUS
004940             " ***"
004950         SET RUN-FAILED TO TRUE
004960         MOVE 16 TO RETURN-CODE
004970         GO TO 1000-EXIT
004980     END-IF.
004990     SET CAPRPT-OPEN TO TRUE.
005000     OPEN I-O SUBLEDGER-FILE.
005010     IF WS-SUBL-STATUS = "35"
005020         DISPLAY "*** WARNING: NO ACCRUAL SUBLEDGER (ACRSUBL) "
005030             "- NOTHING TO RELIEVE. ***"
005040     ELSE
005050         IF WS-SUBL-STATUS NOT = "00"
005060             DISPLAY "*** ERROR: CANNOT OPEN ACCRUAL SUBLEDGER "
005070                 "(ACRSUBL) - FILE STATUS " WS-SUBL-STATUS
005080                 " - NOTHING CAPITALIZED. ***"
005090             SET RUN-FAILED TO TRUE
005100             MOVE 16 TO RETURN-CODE
005110             GO TO 1000-EXIT
005120         END-IF
005130         SET SUBLEDGER-OPEN TO TRUE
005140     END-IF.
005150*    NO SETTLEMENT JOURNAL MEANS THE LEDGER WOULD NEVER HEAR OF
005160*    THE INTEREST CAPITALIZED - NOTHING IS CAPITALIZED.
005170     PERFORM 1250-OPEN-SETTLEMENT THRU 1250-EXIT.
005180     IF NOT SETTLEMENT-OPEN
005190         SET RUN-FAILED TO TRUE
005200         MOVE 16 TO RETURN-CODE
005210         GO TO 1000-EXIT
005220     END-IF.
005230     DISPLAY "Capitalizing as of " WS-CAP-DATE-EDIT ".".
005240 1000-EXIT.
005250     EXIT.
005260
005270*===========================================================*
005280*  1200-OPEN-JOURNAL - POSITION THE CHANGE JOURNAL FOR       *
005290*  APPEND.  THE EXISTING FILE IS READ ONCE TO CARRY THE      *
005300*  SEQUENCE NUMBER FORWARD FROM THE LAST RECORD ON IT.       *
005310*===========================================================*
005320 1200-OPEN-JOURNAL.
005330     MOVE 0 TO WS-JRNL-SEQ.
005340     MOVE "N" TO WS-JRNL-EOF-SW.
005350     OPEN INPUT JOURNAL-FILE.
005360     IF WS-JOURNAL-STATUS = "35"
005370         OPEN OUTPUT JOURNAL-FILE
005380         CLOSE JOURNAL-FILE
005390         OPEN EXTEND JOURNAL-FILE
005400         GO TO 1200-STATUS-CHECK
005410     END-IF.
005420     IF WS-JOURNAL-STATUS NOT = "00"
005430         GO TO 1200-STATUS-CHECK
005440     END-IF.
005450     PERFORM 1210-COUNT-JOURNAL THRU 1210-EXIT
005460         UNTIL JOURNAL-EOF.
005470     CLOSE JOURNAL-FILE.
005480     OPEN EXTEND JOURNAL-FILE.
005490 1200-STATUS-CHECK.
005500     IF WS-JOURNAL-STATUS NOT = "00"
005510         DISPLAY "*** ERROR: CANNOT OPEN CHANGE JOURNAL "
005520             "(ACCTJRNL) - FILE STATUS " WS-JOURNAL-STATUS
005530             " - NOTHING CAPITALIZED. ***"
005540     END-IF.
005550     MOVE WS-JRNL-SEQ TO WS-JRNL-START-SEQ.
005560 1200-EXIT.
005570     EXIT.
005580
005590 1210-COUNT-JOURNAL.
005600     READ JOURNAL-FILE
005610         AT END
005620             MOVE "Y" TO WS-JRNL-EOF-SW
005630             GO TO 1210-EXIT
005640     END-READ.
005650     IF JR-SEQUENCE NUMERIC
005660         MOVE JR-SEQUENCE TO WS-JRNL-SEQ
005670     END-IF.
005680 1210-EXIT.
005690     EXIT.
005700
005710*===========================================================*
005720*  1250-OPEN-SETTLEMENT - APPEND THIS RUN'S BATCH TO THE     *
005730*  SETTLEMENT JOURNAL, CREATING THE FILE IF THERE IS NONE,   *
005740*  AND WRITE ITS HDR RECORD.                                 *
005750*===========================================================*
005760 1250-OPEN-SETTLEMENT.
005770     OPEN EXTEND SETTLE-JOURNAL-FILE.
005780     IF WS-SETL-STATUS = "35"
005790         OPEN OUTPUT SETTLE-JOURNAL-FILE
005800     END-IF.
005810     IF WS-SETL-STATUS NOT = "00"
005820         DISPLAY "*** ERROR: CANNOT OPEN SETTLEMENT JOURNAL "
005830             "(SETLJRNL) - FILE STATUS " WS-SETL-STATUS
005840             " - NOTHING CAPITALIZED. ***"
005850         GO TO 1250-EXIT
005860     END-IF.
005870     SET SETTLEMENT-OPEN TO TRUE.
005880     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
005890     MOVE "HDR" TO JH-RECORD-TYPE.
005900     MOVE WS-CAP-DATE TO JH-POSTING-DATE.
005910     MOVE GL-RUN-DATE TO JH-EXTRACT-RUN-DATE.
005920     MOVE "CAPITAL" TO JH-SOURCE-SYSTEM.
005930     WRITE SETTLE-JOURNAL-RECORD.
005940     IF WS-SETL-STATUS NOT = "00"
005950         DISPLAY "*** ERROR: SETTLEMENT JOURNAL WRITE FAILED "
005960             "- FILE STATUS " WS-SETL-STATUS
005970             " - NOTHING CAPITALIZED. ***"
005980         CLOSE SETTLE-JOURNAL-FILE
005990         MOVE "N" TO WS-SETL-OPEN-SW
006000     END-IF.
006010 1250-EXIT.
006020     EXIT.
006030
006040*===========================================================*
006050*  3000-3100 - ONE EXTRACT ACCOUNT PER PASS.  THE CONTROL    *
006060*  BREAKS ARE CUT FIRST SO AN EXCEPTION LINE FALLS UNDER     *
006070*  ITS OWN BRANCH AND PRODUCT.                               *
006080*===========================================================*
006090 3000-CAPITALIZE-LOOP.
006100     ADD 1 TO WS-READ-COUNT.
006110     PERFORM 7450-CHECK-BREAKS THRU 7450-EXIT.
006120     PERFORM 3200-EDIT-ACCOUNT THRU 3200-EXIT.
006130     IF ACCOUNT-OK
006140         PERFORM 3300-UPDATE-MASTER THRU 3300-EXIT
006150     END-IF.
006160     IF ACCOUNT-OK
006170         PERFORM 7500-DETAIL-LINE THRU 7500-EXIT
006180     ELSE
006190         PERFORM 7550-EXCEPTION-LINE THRU 7550-EXIT
006200     END-IF.
006210     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
006220 3000-EXIT.
006230     EXIT.
006240
006250 3100-READ-EXTRACT.
006260     READ GL-EXTRACT-FILE
006270         AT END
006280             MOVE "Y" TO WS-EOF-SW
006290     END-READ.
006300 3100-EXIT.
006310     EXIT.
006320
006330*===========================================================*
006340*  3200-EDIT-ACCOUNT - READ THE MASTER AND WORK OUT WHAT IS  *
006350*  TO BE CREDITED.  ANY CONDITION THAT MAKES THE EXTRACT     *
006360*  FIGURES UNSAFE TO APPLY LEAVES THE ACCOUNT ALONE WITH A   *
006370*  REASON FOR THE EXCEPTION LINE.                            *
006380*===========================================================*
006390 3200-EDIT-ACCOUNT.
006400     SET ACCOUNT-SKIPPED TO TRUE.
006410     MOVE SPACES TO WS-SKIP-REASON.
006420     MOVE 0 TO WS-DEPOSITS.
006430     MOVE 0 TO WS-INTEREST.
006440     MOVE 0 TO WS-CREDIT.
006450     MOVE GL-ACCOUNT-ID TO AM-ACCOUNT-ID.
006460     READ ACCOUNT-MASTER
006470         INVALID KEY
006480             MOVE "NOT ON THE ACCOUNT MASTER" TO WS-SKIP-REASON
006490             GO TO 3200-EXIT
006500     END-READ.
006510     IF AM-MATURITY-INSTR NOT = SPACE
006520         MOVE "TERM ACCOUNT - INTEREST PAID AT MATURITY"
006530             TO WS-SKIP-REASON
006540         ADD 1 TO WS-TERM-SKIP-COUNT
006550         GO TO 3200-EXIT
006560     END-IF.
006570     IF AM-OPEN-DATE = WS-CAP-DATE
006580         MOVE "ALREADY CAPITALIZED ON THIS DATE"
006590             TO WS-SKIP-REASON
006600         GO TO 3200-EXIT
006610     END-IF.
006620     IF AM-PRINCIPAL NOT = GL-PRINCIPAL
006630         MOVE "MASTER PRINCIPAL CHANGED SINCE THE RUN"
006640             TO WS-SKIP-REASON
006650         GO TO 3200-EXIT
006660     END-IF.
006670     IF WS-CAP-DATE < GL-RUN-DATE
006680         MOVE "EXTRACT IS DATED AFTER CAPITALIZATION"
006690             TO WS-SKIP-REASON
006700         GO TO 3200-EXIT
006710     END-IF.
006720     EVALUATE GL-CALC-MODE
006730         WHEN "S"
006740             COMPUTE WS-INTEREST = GL-ACCRUED-AMOUNT
006750         WHEN "R"
006760             COMPUTE WS-DEPOSITS ROUNDED =
006770                 GL-MONTHLY-DEPOSIT * 12 * GL-YEARS
006780             COMPUTE WS-INTEREST = GL-ACCRUED-AMOUNT
006790                 - GL-PRINCIPAL - WS-DEPOSITS
006800         WHEN OTHER
006810             COMPUTE WS-INTEREST = GL-ACCRUED-AMOUNT
006820                 - GL-PRINCIPAL
006830     END-EVALUATE.
006840     IF WS-INTEREST NOT > 0
006850         MOVE "NO INTEREST DUE" TO WS-SKIP-REASON
006860         GO TO 3200-EXIT
006870     END-IF.
006880     COMPUTE WS-CREDIT = WS-INTEREST + WS-DEPOSITS.
006890     COMPUTE WS-NEW-PRINCIPAL = AM-PRINCIPAL + WS-CREDIT
006900         ON SIZE ERROR
006910             MOVE "NEW PRINCIPAL WOULD OVERFLOW"
006920                 TO WS-SKIP-REASON
006930             GO TO 3200-EXIT
006940     END-COMPUTE.
006950     SET ACCOUNT-OK TO TRUE.
006960 3200-EXIT.
006970     EXIT.
006980
006990*===========================================================*
007000*  3300-UPDATE-MASTER - CREDIT THE PRINCIPAL, RESTART THE    *
007010*  ACCRUAL FROM THE CAPITALIZATION DATE, RELIEVE THE         *
007020*  SUBLEDGER, JOURNAL THE BEFORE/AFTER IMAGES AND THE RELIEF *
007030*  AS AN "I" RECORD, AND WRITE THE SETTLEMENT LINES.         *
007040*===========================================================*
007050 3300-UPDATE-MASTER.
007060     MOVE ACCOUNT-MASTER-RECORD TO WS-JRNL-BEFORE.
007070     MOVE WS-NEW-PRINCIPAL TO AM-PRINCIPAL.
007080     MOVE WS-CAP-DATE TO AM-OPEN-DATE.
007090     REWRITE ACCOUNT-MASTER-RECORD
007100         INVALID KEY
007110             MOVE "MASTER REWRITE FAILED" TO WS-SKIP-REASON
007120             SET ACCOUNT-SKIPPED TO TRUE
007130             GO TO 3300-EXIT
007140     END-REWRITE.
007150     PERFORM 3400-RELIEVE-SUBLEDGER THRU 3400-EXIT.
007160     PERFORM 8950-WRITE-JOURNAL THRU 8950-EXIT.
007170     PERFORM 3500-WRITE-SETTLEMENT THRU 3500-EXIT.
007180 3300-EXIT.
007190     EXIT.
007200
007210*===========================================================*
007220*  3400-RELIEVE-SUBLEDGER - TAKE THE INTEREST CAPITALIZED    *
007230*  OFF THE ACCOUNT'S ACCRUED AND POSTED BALANCES, NEVER      *
007240*  BELOW ZERO.  AN ACCOUNT NOT YET ON THE SUBLEDGER HAS      *
007250*  NOTHING POSTED TO RELIEVE.  A FAILED REWRITE LEAVES THE   *
007260*  CAPITALIZATION STANDING AND ENDS THE JOB WITH A WARNING.  *
007270*  WS-RELIEF AND WS-ACCRUED-RELIEF ARE WHAT CAME OFF THE     *
007280*  POSTED AND ACCRUED BALANCES - ZERO IF NOTHING DID.        *
007290*===========================================================*
007300 3400-RELIEVE-SUBLEDGER.
007310     MOVE 0 TO WS-RELIEF.
007320     MOVE 0 TO WS-ACCRUED-RELIEF.
007330     IF NOT SUBLEDGER-OPEN
007340         GO TO 3400-EXIT
007350     END-IF.
007360     MOVE AM-ACCOUNT-ID TO SL-ACCOUNT-ID.
007370     READ SUBLEDGER-FILE
007380         INVALID KEY
007390             GO TO 3400-EXIT
007400     END-READ.
007410     IF SL-POSTED-TO-DATE < WS-INTEREST
007420         MOVE SL-POSTED-TO-DATE TO WS-RELIEF
007430     ELSE
007440         MOVE WS-INTEREST TO WS-RELIEF
007450     END-IF.
007460     SUBTRACT WS-RELIEF FROM SL-POSTED-TO-DATE.
007470     IF SL-ACCRUED-TO-DATE < WS-INTEREST
007480         MOVE SL-ACCRUED-TO-DATE TO WS-ACCRUED-RELIEF
007490         MOVE 0 TO SL-ACCRUED-TO-DATE
007500     ELSE
007510         MOVE WS-INTEREST TO WS-ACCRUED-RELIEF
007520         SUBTRACT WS-INTEREST FROM SL-ACCRUED-TO-DATE
007530     END-IF.
007540     REWRITE SUBLEDGER-RECORD
007550         INVALID KEY
007560             DISPLAY "*** WARNING: ACCRUAL SUBLEDGER REWRITE "
007570                 "FAILED FOR ACCOUNT " AM-ACCOUNT-ID
007580                 " - FILE STATUS " WS-SUBL-STATUS " ***"
007590             ADD 1 TO WS-RELIEF-FAIL-COUNT
007600             MOVE 0 TO WS-RELIEF
007610             MOVE 0 TO WS-ACCRUED-RELIEF
007620             GO TO 3400-EXIT
007630     END-REWRITE.
007640     ADD 1 TO WS-RELIEF-COUNT.
007650     ADD WS-RELIEF TO WS-RELIEF-TOTAL.
007660 3400-EXIT.
007670     EXIT.
007680
007690*===========================================================*
007700*  3500-3510 - SETTLEMENT JOURNAL LINES FOR ONE ACCOUNT.     *
007710*  THE RELIEF COMES OFF ACCRUED INTEREST PAYABLE; INTEREST   *
007720*  THE GL POSTING NEVER ACCRUED IS EXPENSED NOW; THE WHOLE   *
007730*  INTEREST IS CREDITED TO DEPOSIT PRINCIPAL.  A FAILED      *
007740*  WRITE ENDS THE JOB WITH RETURN CODE 16.                   *
007750*===========================================================*
007760 3500-WRITE-SETTLEMENT.
007770     MOVE "D" TO WS-SETL-DC.
007780     MOVE WS-CR-LEDGER-ACCT TO WS-SETL-ACCT.
007790     MOVE WS-RELIEF TO WS-SETL-AMOUNT.
007800     PERFORM 3510-WRITE-SETTLEMENT-LINE THRU 3510-EXIT.
007810     MOVE WS-DR-LEDGER-ACCT TO WS-SETL-ACCT.
007820     COMPUTE WS-SETL-AMOUNT = WS-INTEREST - WS-RELIEF.
007830     PERFORM 3510-WRITE-SETTLEMENT-LINE THRU 3510-EXIT.
007840     MOVE "C" TO WS-SETL-DC.
007850     MOVE WS-PRIN-LEDGER-ACCT TO WS-SETL-ACCT.
007860     MOVE WS-INTEREST TO WS-SETL-AMOUNT.
007870     PERFORM 3510-WRITE-SETTLEMENT-LINE THRU 3510-EXIT.
007880 3500-EXIT.
007890     EXIT.
007900
007910 3510-WRITE-SETTLEMENT-LINE.
007920     IF WS-SETL-AMOUNT = 0
007930         GO TO 3510-EXIT
007940     END-IF.
007950     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
007960     MOVE "DTL" TO JD-RECORD-TYPE.
007970     ADD 1 TO WS-SETL-LINES.
007980     MOVE WS-SETL-LINES TO JD-LINE-NUMBER.
007990     MOVE AM-BRANCH-CODE TO JD-BRANCH-CODE.
008000     MOVE AM-PRODUCT-CODE TO JD-PRODUCT-CODE.
008010     MOVE WS-SETL-DC TO JD-DEBIT-CREDIT.
008020     MOVE WS-SETL-ACCT TO JD-LEDGER-ACCOUNT.
008030     MOVE WS-SETL-AMOUNT TO JD-AMOUNT.
008040     WRITE SETTLE-JOURNAL-RECORD.
008050     IF WS-SETL-STATUS NOT = "00"
008060         DISPLAY "*** ERROR: SETTLEMENT JOURNAL WRITE FAILED "
008070             "FOR ACCOUNT " AM-ACCOUNT-ID " - FILE STATUS "
008080             WS-SETL-STATUS " ***"
008090         SET SETTLEMENT-FAILED TO TRUE
008100         GO TO 3510-EXIT
008110     END-IF.
008120     IF WS-SETL-DC = "D"
008130         ADD WS-SETL-AMOUNT TO WS-SETL-DR-TOTAL
008140     ELSE
008150         ADD WS-SETL-AMOUNT TO WS-SETL-CR-TOTAL
008160     END-IF.
008170 3510-EXIT.
008180     EXIT.
008190
008200*===========================================================*
008210*  7450-7490 - CONTROL REPORT.  A BRANCH CHANGE CUTS BOTH    *
008220*  SUBTOTALS, A PRODUCT CHANGE THE PRODUCT SUBTOTAL; THE     *
008230*  MAINLINE CUTS THE LAST SUBTOTALS AND THE GRAND TOTALS.    *
008240*===========================================================*
008250 7450-CHECK-BREAKS.
008260     IF NOT BRANCH-OPEN
008270         MOVE GL-BRANCH-CODE TO WS-BR-CURRENT
008280         MOVE GL-PRODUCT-CODE TO WS-PR-CURRENT
008290         SET BRANCH-OPEN TO TRUE
008300         GO TO 7450-EXIT
008310     END-IF.
008320     IF GL-BRANCH-CODE NOT = WS-BR-CURRENT
008330         PERFORM 7455-PRODUCT-TOTAL THRU 7455-EXIT
008340         PERFORM 7460-BRANCH-TOTAL THRU 7460-EXIT
008350         MOVE GL-BRANCH-CODE TO WS-BR-CURRENT
008360         MOVE GL-PRODUCT-CODE TO WS-PR-CURRENT
008370     ELSE
008380         IF GL-PRODUCT-CODE NOT = WS-PR-CURRENT
008390             PERFORM 7455-PRODUCT-TOTAL THRU 7455-EXIT
008400             MOVE GL-PRODUCT-CODE TO WS-PR-CURRENT
008410         END-IF
008420     END-IF.
008430 7450-EXIT.
008440     EXIT.
008450
008460 7455-PRODUCT-TOTAL.
008470     MOVE WS-PR-ACCT-COUNT TO WS-COUNT-EDIT.
008480     MOVE WS-PR-INT-TOTAL TO WS-TOTAL-EDIT.
008490     MOVE WS-PR-CRED-TOTAL TO WS-TOTAL2-EDIT.
008500     MOVE SPACES TO WS-LINE-OUT.
008510     STRING "  PRODUCT " WS-PR-CURRENT
008520         " TOTALS -  CAPITALIZED: " WS-COUNT-EDIT
008530         "  INTEREST: " WS-TOTAL-EDIT
008540         "  CREDITED: " WS-TOTAL2-EDIT
008550         DELIMITED BY SIZE INTO WS-LINE-OUT.
008560     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
008570     MOVE 0 TO WS-PR-ACCT-COUNT.
008580     MOVE 0 TO WS-PR-INT-TOTAL.
008590     MOVE 0 TO WS-PR-CRED-TOTAL.
008600 7455-EXIT.
008610     EXIT.
008620
008630 7460-BRANCH-TOTAL.
008640     MOVE WS-BR-ACCT-COUNT TO WS-COUNT-EDIT.
008650     MOVE WS-BR-INT-TOTAL TO WS-TOTAL-EDIT.
008660     MOVE WS-BR-CRED-TOTAL TO WS-TOTAL2-EDIT.
008670     MOVE SPACES TO WS-LINE-OUT.
008680     STRING "  BRANCH " WS-BR-CURRENT
008690         " TOTALS -  CAPITALIZED: " WS-COUNT-EDIT
008700         "  INTEREST: " WS-TOTAL-EDIT
008710         "  CREDITED: " WS-TOTAL2-EDIT
008720         DELIMITED BY SIZE INTO WS-LINE-OUT.
008730     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
008740     MOVE SPACES TO WS-LINE-OUT.
008750     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
008760     MOVE 0 TO WS-BR-ACCT-COUNT.
008770     MOVE 0 TO WS-BR-INT-TOTAL.
008780     MOVE 0 TO WS-BR-CRED-TOTAL.
008790 7460-EXIT.
008800     EXIT.
008810
008820 7470-PAGE-HEADING.
008830     ADD 1 TO WS-RPT-PAGE.
008840     MOVE WS-RPT-PAGE TO WS-PAGE-EDIT.
008850     MOVE SPACES TO CAP-REPORT-RECORD.
008860     STRING "INTEREST CAPITALIZATION CONTROL REPORT  -  "
008870         "CAPITALIZATION DATE: " WS-CAP-DATE-EDIT
008880         "  PAGE " WS-PAGE-EDIT
008890         DELIMITED BY SIZE INTO CAP-REPORT-RECORD.
008900     WRITE CAP-REPORT-RECORD.
008910     MOVE SPACES TO CAP-REPORT-RECORD.
008920     WRITE CAP-REPORT-RECORD.
008930     MOVE SPACES TO CAP-REPORT-RECORD.
008940     STRING "  BR   ACCOUNT     PROD  M    OLD PRINCIPAL"
008950         "       INTEREST       DEPOSITS    NEW PRINCIPAL"
008960         "  JRNL SEQ"
008970         DELIMITED BY SIZE INTO CAP-REPORT-RECORD.
008980     WRITE CAP-REPORT-RECORD.
008990     MOVE SPACES TO CAP-REPORT-RECORD.
009000     WRITE CAP-REPORT-RECORD.
009010     MOVE 4 TO WS-RPT-LINE-COUNT.
009020 7470-EXIT.
009030     EXIT.
009040
009050 7480-REPORT-WRITE.
009060     IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-MAX
009070         PERFORM 7470-PAGE-HEADING THRU 7470-EXIT
009080     END-IF.
009090     MOVE WS-LINE-OUT TO CAP-REPORT-RECORD.
009100     WRITE CAP-REPORT-RECORD.
009110     IF WS-CAPRPT-STATUS NOT = "00"
009120         DISPLAY "*** WARNING: CONTROL REPORT WRITE FAILED "
009130             "- FILE STATUS " WS-CAPRPT-STATUS " ***"
009140     END-IF.
009150     ADD 1 TO WS-RPT-LINE-COUNT.
009160 7480-EXIT.
009170     EXIT.
009180
009190 7490-GRAND-TOTAL.
009200     MOVE SPACES TO WS-LINE-OUT.
009210     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
009220     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
009230     MOVE SPACES TO WS-LINE-OUT.
009240     STRING "  EXTRACT ACCOUNTS READ     : " WS-COUNT-EDIT
009250         DELIMITED BY SIZE INTO WS-LINE-OUT.
009260     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
009270     MOVE WS-CAP-COUNT TO WS-COUNT-EDIT.
009280     MOVE SPACES TO WS-LINE-OUT.
009290     STRING "  ACCOUNTS CAPITALIZED      : " WS-COUNT-EDIT
009300         DELIMITED BY SIZE INTO WS-LINE-OUT.
009310     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
009320     MOVE WS-EXCEPT-COUNT TO WS-COUNT-EDIT.
009330     MOVE SPACES TO WS-LINE-OUT.
009340     STRING "  ACCOUNTS NOT CAPITALIZED  : " WS-COUNT-EDIT
009350         DELIMITED BY SIZE INTO WS-LINE-OUT.
009360     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
009370     MOVE WS-TERM-SKIP-COUNT TO WS-COUNT-EDIT.
009380     MOVE SPACES TO WS-LINE-OUT.
009390     STRING "    OF WHICH TERM ACCOUNTS  : " WS-COUNT-EDIT
009400         DELIMITED BY SIZE INTO WS-LINE-OUT.
009410     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
009420     MOVE WS-OLD-PRIN-TOTAL TO WS-TOTAL-EDIT.
009430     MOVE SPACES TO WS-LINE-OUT.
009440     STRING "  PRINCIPAL BEFORE          : " WS-TOTAL-EDIT
009450         DELIMITED BY SIZE INTO WS-LINE-OUT.
009460     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
009470     MOVE WS-INT-TOTAL TO WS-TOTAL-EDIT.
009480     MOVE SPACES TO WS-LINE-OUT.
009490     STRING "  INTEREST CAPITALIZED      : " WS-TOTAL-EDIT
009500         DELIMITED BY SIZE INTO WS-LINE-OUT.
009510     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
009520     MOVE WS-DEP-TOTAL TO WS-TOTAL-EDIT.
009530     MOVE SPACES TO WS-LINE-OUT.
009540     STRING "  DEPOSITS FOLDED IN        : " WS-TOTAL-EDIT
009550         DELIMITED BY SIZE INTO WS-LINE-OUT.
009560     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
009570     MOVE WS-CRED-TOTAL TO WS-TOTAL-EDIT.
009580     MOVE SPACES TO WS-LINE-OUT.
009590     STRING "  TOTAL CREDITED            : " WS-TOTAL-EDIT
009600         DELIMITED BY SIZE INTO WS-LINE-OUT.
009610     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
009620     MOVE WS-RELIEF-COUNT TO WS-COUNT-EDIT.
009630     MOVE WS-RELIEF-TOTAL TO WS-TOTAL-EDIT.
009640     MOVE SPACES TO WS-LINE-OUT.
009650     STRING "  ACCRUAL SUBLEDGER RELIEVED: " WS-TOTAL-EDIT
009660         "  (" WS-COUNT-EDIT " ACCOUNTS)"
009670         DELIMITED BY SIZE INTO WS-LINE-OUT.
009680     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
009690     IF WS-RELIEF-FAIL-COUNT > 0
009700         MOVE WS-RELIEF-FAIL-COUNT TO WS-COUNT-EDIT
009710         MOVE SPACES TO WS-LINE-OUT
009720         STRING "  ** SUBLEDGER NOT RELIEVED FOR " WS-COUNT-EDIT
009730             " ACCOUNTS - THE NEXT GL POSTING REVERSES IT **"
009740             DELIMITED BY SIZE INTO WS-LINE-OUT
009750         PERFORM 7480-REPORT-WRITE THRU 7480-EXIT
009760     END-IF.
009770 7490-EXIT.
009780     EXIT.
009790
009800*===========================================================*
009810*  7500-7550 - ONE LINE PER EXTRACT ACCOUNT: THE FIGURES     *
009820*  APPLIED, OR THE REASON IT WAS LEFT ALONE.                 *
009830*===========================================================*
009840 7500-DETAIL-LINE.
009850     MOVE GL-PRINCIPAL TO WS-PRINCIPAL-EDIT.
009860     MOVE WS-INTEREST TO WS-AMOUNT-EDIT.
009870     MOVE WS-DEPOSITS TO WS-DEPOSIT-EDIT.
009880     MOVE WS-NEW-PRINCIPAL TO WS-NEW-PRIN-EDIT.
009890     MOVE WS-JRNL-SEQ TO WS-SEQ-EDIT.
009900     MOVE SPACES TO WS-LINE-OUT.
009910     STRING "  " GL-BRANCH-CODE
009920         "  " GL-ACCOUNT-ID
009930         "  " GL-PRODUCT-CODE
009940         "  " GL-CALC-MODE
009950         "   " WS-PRINCIPAL-EDIT
009960         "   " WS-AMOUNT-EDIT
009970         "   " WS-DEPOSIT-EDIT
009980         "     " WS-NEW-PRIN-EDIT
009990         "   " WS-SEQ-EDIT
010000         DELIMITED BY SIZE INTO WS-LINE-OUT.
010010     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
010020     ADD 1 TO WS-CAP-COUNT.
010030     ADD GL-PRINCIPAL TO WS-OLD-PRIN-TOTAL.
010040     ADD WS-INTEREST TO WS-INT-TOTAL.
010050     ADD WS-DEPOSITS TO WS-DEP-TOTAL.
010060     ADD WS-CREDIT TO WS-CRED-TOTAL.
010070     ADD 1 TO WS-PR-ACCT-COUNT.
010080     ADD WS-INTEREST TO WS-PR-INT-TOTAL.
010090     ADD WS-CREDIT TO WS-PR-CRED-TOTAL.
010100     ADD 1 TO WS-BR-ACCT-COUNT.
010110     ADD WS-INTEREST TO WS-BR-INT-TOTAL.
010120     ADD WS-CREDIT TO WS-BR-CRED-TOTAL.
010130 7500-EXIT.
010140     EXIT.
010150
010160 7550-EXCEPTION-LINE.
010170     ADD 1 TO WS-EXCEPT-COUNT.
010180     MOVE GL-PRINCIPAL TO WS-PRINCIPAL-EDIT.
010190     MOVE SPACES TO WS-LINE-OUT.
010200     STRING "  " GL-BRANCH-CODE
010210         "  " GL-ACCOUNT-ID
010220         "  " GL-PRODUCT-CODE
010230         "  " GL-CALC-MODE
010240         "   " WS-PRINCIPAL-EDIT
010250         "   ** NOT CAPITALIZED - " WS-SKIP-REASON
010260         DELIMITED BY SIZE INTO WS-LINE-OUT.
010270     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
010280 7550-EXIT.
010290     EXIT.
010300
010310*===========================================================*
010320*  7600-SETTLEMENT-TRAILER - CLOSE THE RUN'S SETTLEMENT      *
010330*  JOURNAL BATCH WITH ITS CONTROL TOTALS AND PROVE IT        *
010340*  BALANCES.  THE TOTALS GO ON CAPRPT.                       *
010350*===========================================================*
010360 7600-SETTLEMENT-TRAILER.
010370     IF NOT SETTLEMENT-OPEN
010380         GO TO 7600-EXIT
010390     END-IF.
010400     MOVE SPACES TO SETTLE-JOURNAL-RECORD.
010410     MOVE "TRL" TO JT-RECORD-TYPE.
010420     MOVE WS-SETL-LINES TO JT-LINE-COUNT.
010430     MOVE WS-SETL-DR-TOTAL TO JT-DEBIT-TOTAL.
010440     MOVE WS-SETL-CR-TOTAL TO JT-CREDIT-TOTAL.
010450     WRITE SETTLE-JOURNAL-RECORD.
010460     IF WS-SETL-STATUS NOT = "00"
010470         DISPLAY "*** ERROR: SETTLEMENT JOURNAL TRAILER WRITE "
010480             "FAILED - FILE STATUS " WS-SETL-STATUS " ***"
010490         SET SETTLEMENT-FAILED TO TRUE
010500     END-IF.
010510     IF WS-SETL-DR-TOTAL NOT = WS-SETL-CR-TOTAL
010520         DISPLAY "*** ERROR: SETTLEMENT JOURNAL DEBITS DO NOT "
010530             "EQUAL CREDITS - DO NOT POST THIS BATCH. ***"
010540         SET SETTLEMENT-FAILED TO TRUE
010550     END-IF.
010560     MOVE WS-SETL-LINES TO WS-COUNT-EDIT.
010570     MOVE WS-SETL-DR-TOTAL TO WS-TOTAL-EDIT.
010580     MOVE WS-SETL-CR-TOTAL TO WS-TOTAL2-EDIT.
010590     MOVE SPACES TO WS-LINE-OUT.
010600     STRING "  SETTLEMENT JOURNAL LINES  : " WS-COUNT-EDIT
010610         "   DEBITS " WS-TOTAL-EDIT "   CREDITS " WS-TOTAL2-EDIT
010620         DELIMITED BY SIZE INTO WS-LINE-OUT.
010630     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
010640     IF SETTLEMENT-FAILED
010650         MOVE SPACES TO WS-LINE-OUT
010660         STRING "  ** SETTLEMENT JOURNAL INCOMPLETE OR OUT OF "
010670             "BALANCE - DO NOT POST IT **"
010680             DELIMITED BY SIZE INTO WS-LINE-OUT
010690         PERFORM 7480-REPORT-WRITE THRU 7480-EXIT
010700     END-IF.
010710 7600-EXIT.
010720     EXIT.
010730
010740*===========================================================*
010750*  8000-8010 - JOURNAL TIE-OUT.  THE JOURNAL IS CLOSED AND   *
010760*  READ BACK; EVERY "I" RECORD THIS RUN WROTE (SEQUENCE      *
010770*  ABOVE WS-JRNL-START-SEQ) IS COUNTED AND ITS PRINCIPAL     *
010780*  MOVEMENT (AFTER LESS BEFORE) SUMMED.  COUNT AND TOTAL     *
010790*  MUST MATCH THE REPORT, OR THE JOB ENDS WITH RETURN CODE   *
010800*  16 FOR THE MORNING CHECKLIST.                             *
010810*===========================================================*
010820 8000-JOURNAL-TIE-OUT.
010830     IF NOT JOURNAL-OPEN
010840         GO TO 8000-EXIT
010850     END-IF.
010860     CLOSE JOURNAL-FILE.
010870     MOVE "N" TO WS-JOURNAL-OPEN-SW.
010880     MOVE "N" TO WS-JRNL-EOF-SW.
010890     OPEN INPUT JOURNAL-FILE.
010900     IF WS-JOURNAL-STATUS NOT = "00"
010910         DISPLAY "*** ERROR: CANNOT REOPEN CHANGE JOURNAL "
010920             "(ACCTJRNL) FOR THE TIE-OUT - FILE STATUS "
010930             WS-JOURNAL-STATUS " ***"
010940         SET RUN-FAILED TO TRUE
010950         GO TO 8000-REPORT
010960     END-IF.
010970     PERFORM 8010-TIE-ONE-ENTRY THRU 8010-EXIT
010980         UNTIL JOURNAL-EOF.
010990     CLOSE JOURNAL-FILE.
011000     IF WS-TIE-COUNT NOT = WS-CAP-COUNT
011010         OR WS-TIE-TOTAL NOT = WS-CRED-TOTAL
011020         SET RUN-FAILED TO TRUE
011030     END-IF.
011040 8000-REPORT.
011050     MOVE SPACES TO WS-LINE-OUT.
011060     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
011070     MOVE WS-TIE-COUNT TO WS-COUNT-EDIT.
011080     MOVE WS-TIE-TOTAL TO WS-TOTAL-EDIT.
011090     MOVE SPACES TO WS-LINE-OUT.
011100     STRING "  JOURNAL TIE-OUT - ""I"" RECORDS: " WS-COUNT-EDIT
011110         "  PRINCIPAL CREDITED: " WS-TOTAL-EDIT
011120         DELIMITED BY SIZE INTO WS-LINE-OUT.
011130     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
011140     MOVE SPACES TO WS-LINE-OUT.
011150     IF RUN-FAILED
011160         STRING "  ** JOURNAL DOES NOT TIE TO THIS REPORT - "
011170             "RECONCILE BEFORE MONTH-END SIGN-OFF **"
011180             DELIMITED BY SIZE INTO WS-LINE-OUT
011190         DISPLAY "*** ERROR: CHANGE JOURNAL DOES NOT TIE TO "
011200             "THE CAPITALIZATION REPORT. ***"
011210         MOVE 16 TO RETURN-CODE
011220     ELSE
011230         STRING "  JOURNAL TIES TO THIS REPORT."
011240             DELIMITED BY SIZE INTO WS-LINE-OUT
011250         IF SETTLEMENT-FAILED
011260             MOVE 16 TO RETURN-CODE
011270         ELSE
011280             IF WS-EXCEPT-COUNT > WS-TERM-SKIP-COUNT
011290                 OR WS-RELIEF-FAIL-COUNT > 0
011300                 MOVE 4 TO RETURN-CODE
011310             END-IF
011320         END-IF
011330     END-IF.
011340     PERFORM 7480-REPORT-WRITE THRU 7480-EXIT.
011350 8000-EXIT.
011360     EXIT.
011370
011380 8010-TIE-ONE-ENTRY.
011390     READ JOURNAL-FILE
011400         AT END
011410             MOVE "Y" TO WS-JRNL-EOF-SW
011420             GO TO 8010-EXIT
011430     END-READ.
011440     IF JR-SEQUENCE NOT NUMERIC
011450         OR JR-SEQUENCE NOT > WS-JRNL-START-SEQ
011460         OR JR-FUNCTION NOT = "I"
011470         GO TO 8010-EXIT
011480     END-IF.
011490     MOVE JR-BEFORE-IMAGE TO WJ-ACCOUNT-WORK.
011500     MOVE WJ-PRINCIPAL TO WS-TIE-BEFORE-PRIN.
011510     MOVE JR-AFTER-IMAGE TO WJ-ACCOUNT-WORK.
011520     ADD 1 TO WS-TIE-COUNT.
011530     COMPUTE WS-TIE-TOTAL = WS-TIE-TOTAL
011540         + WJ-PRINCIPAL - WS-TIE-BEFORE-PRIN.
011550 8010-EXIT.
011560     EXIT.
011570
011580*===========================================================*
011590*  8950-WRITE-JOURNAL - APPEND THE "I" RECORD FOR ONE        *
011600*  CAPITALIZED ACCOUNT.  A FAILED WRITE IS LEFT FOR THE      *
011610*  TIE-OUT TO CATCH.                                         *
011620*===========================================================*
011630 8950-WRITE-JOURNAL.
011640     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
011650     ACCEPT WS-TIME8 FROM TIME.
011660     ADD 1 TO WS-JRNL-SEQ.
011670     MOVE SPACES TO JOURNAL-RECORD.
011680     MOVE WS-JRNL-SEQ TO JR-SEQUENCE.
011690     MOVE WS-DATE8 TO JR-DATE.
011700     MOVE WS-TIME8 (1:6) TO JR-TIME.
011710     MOVE WS-OPERATOR TO JR-OPERATOR.
011720     MOVE "I" TO JR-FUNCTION.
011730     MOVE AM-ACCOUNT-ID TO JR-ACCOUNT-ID.
011740     MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE.
011750     MOVE ACCOUNT-MASTER-RECORD TO JR-AFTER-IMAGE.
011760     MOVE WS-PRIN-LEDGER-ACCT TO JR-SETTLE-LEDGER.
011770     MOVE WS-INTEREST TO JR-SETTLE-AMOUNT.
011780     MOVE WS-RELIEF TO JR-POSTED-RELIEF.
011790     MOVE WS-ACCRUED-RELIEF TO JR-ACCRUED-RELIEF.
011800     MOVE 0 TO JR-BACKOUT-SEQ.
011810     WRITE JOURNAL-RECORD.
011820     IF WS-JOURNAL-STATUS NOT = "00"
011830         DISPLAY "*** WARNING: CHANGE JOURNAL WRITE FAILED "
011840             "FOR ACCOUNT " AM-ACCOUNT-ID " - FILE STATUS "
011850             WS-JOURNAL-STATUS " ***"
011860     END-IF.
011870 8950-EXIT.
011880     EXIT.
011890
011900*===========================================================*
011910*  9999-TERMINATE - CLOSE FILES                              *
011920*===========================================================*
011930 9999-TERMINATE.
011940     IF GL-EXTRACT-OPEN
011950         CLOSE GL-EXTRACT-FILE
011960     END-IF.
011970     IF MASTER-OPEN
011980         CLOSE ACCOUNT-MASTER
011990     END-IF.
012000     IF JOURNAL-OPEN
012010         CLOSE JOURNAL-FILE
012020     END-IF.
012030     IF CAPRPT-OPEN
012040         CLOSE CAP-REPORT-FILE
012050     END-IF.
012060     IF SUBLEDGER-OPEN
012070         CLOSE SUBLEDGER-FILE
012080     END-IF.
012090     IF SETTLEMENT-OPEN
012100         CLOSE SETTLE-JOURNAL-FILE
012110     END-IF.
012120     DISPLAY "Interest Capitalization ended - return code "
012130         RETURN-CODE ".".
012140 9999-EXIT.
012150     EXIT.
