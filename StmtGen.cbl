000130*              PAIRED WITH THE CUSTOMER NAME-AND-ADDRESS   *
000140*              FILE, SO BRANCHES STOP RETYPING RPTOUT      *
000150*              FIGURES INTO LETTERS.                       *
000152*  2026-10-15  RJM  RATE TABLE RECORD GROWS TO 70 BYTES    *
000154*              (EARLY-WITHDRAWAL PENALTY, NOT USED HERE).  *
000155*  2026-10-15  RJM  GL EXTRACT RECORD GROWS TO 90 BYTES    *
000156*              (INDEX CODE, INDEX VALUE AND MARGIN OF AN   *
000157*              INDEX-LINKED PRODUCT, NOT USED HERE).       *
000160*---------------------------------------------------------*
000170*  REMARKS.  READS THE GL EXTRACT (GLOUT) LEFT BY THE      *
000180*  NIGHTLY RUN - ONE RECORD PER CALCULATED ACCOUNT - AND   *
000820     05  GL-MONTHLY-DEPOSIT     PIC 9(5)V99.
000830     05  GL-PRODUCT-CODE        PIC X(04).
000840     05  GL-BRANCH-CODE         PIC X(03).
000841     05  GL-INDEX-CODE          PIC X(04).
000842     05  GL-INDEX-RATE          PIC S9(3)V9999
000843                                SIGN LEADING SEPARATE.
000844     05  GL-RATE-MARGIN         PIC S9(2)V9999
000845                                SIGN LEADING SEPARATE.
000850
000860*---------------------------------------------------------*
000870*  ADDRESS-FILE - INDEXED (VSAM KSDS) CUSTOMER NAME AND    *
001090     05  RT-BAND-ENTRY OCCURS 3 TIMES.
001100         10  RT-BAND-CEILING    PIC 9(7)V99.
001110         10  RT-BAND-RATE       PIC 9(3)V9999.
001115*    EARLY-WITHDRAWAL PENALTY MONTHS - NOT USED HERE.
001120     05  FILLER                 PIC X(03).
001130
001140 FD  STATEMENT-FILE
001150     RECORDING MODE IS F.
