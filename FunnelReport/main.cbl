000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 09/17/2026
000050* Date-Compiled.
000060* Purpose: Laporan corong rekrutmen bulanan - mengikuti setiap
000070*          lamaran dari keputusan tahap satu sampai hasil akhir
000080*          wawancara, memakai riwayat screening (SCRNHIST dan
000090*          arsipnya HISTARCH), jurnal disposisi wawancara
000100*          (INTVDISP) dan jurnal penjadwalan (INTVASGN).  Per
000110*          posisi dan bulan lamaran dicetak jumlah di setiap
000120*          tahap, persentase konversi antar tahap, pengunduran
000130*          diri menurut titik corongnya, rata-rata dan waktu
000140*          terlama (hari) dari keputusan tahap satu sampai
000150*          dijadwalkan dan dari dijadwalkan sampai hasil akhir.
000160*          Lamaran yang masih berjalan pada akhir bulan dicetak
000170*          terpisah supaya tidak merusak persentase.
000180* Tectonics: cobc
000190******************************************************************
000200* Modification History:
000210*   09/17/2026  RD  Original program.  PASSRATE and AGEBAND
000220*                   each look at one gate at a time; this
000230*                   report follows each application through
000240*                   every gate.  The application month is the
000250*                   month of the stage-1 PASS/FAIL decision; a
000260*                   later stage-1 decision for the same
000270*                   candidate (a re-application) starts a new
000280*                   application.  Events dated after the end
000290*                   of the report month are ignored, so a
000300*                   rerun for a past month shows that month as
000310*                   it stood.  Only applications that reached
000320*                   an outcome by month end - failed a stage,
000330*                   withdrew, or got an interview disposition
000340*                   - are in the funnel counts and rates; the
000350*                   rest are listed as in progress.
000360*   10/05/2026  RD  A supervisor override of a stage-1 decision
000370*                   amends the application it overrode.
000380******************************************************************
000390
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. FUNNLRPT.
000420 AUTHOR. RAMADHAN.
000430 INSTALLATION. HR-RECRUITING.
000440 DATE-WRITTEN. 09/17/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-SCREENING-HISTORY.
000530
000540     SELECT ARCHIVE-HISTORY-FILE ASSIGN TO "HISTARCH"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-ARCHIVE-HISTORY.
000570
000580     SELECT DISPOSITION-FILE ASSIGN TO "INTVDISP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-DISPOSITION-FILE.
000610
000620     SELECT INTERVIEW-ASSIGN-FILE ASSIGN TO "INTVASGN"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-ASSIGN-FILE.
000650
000660     SELECT FUNNEL-REPORT ASSIGN TO "FUNLRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-FUNNEL-REPORT.
000690
000700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-RUN-CONTROL.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SCREENING-HISTORY-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY HISTREC.
000790
000800 FD  ARCHIVE-HISTORY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  ARCHIVE-HISTORY-LINE             PIC X(80).
000830
000840 FD  DISPOSITION-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY INTVDSP.
000870
000880 FD  INTERVIEW-ASSIGN-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY INTVASG.
000910
000920 FD  FUNNEL-REPORT
000930     LABEL RECORDS ARE STANDARD.
000940 01  REPORT-LINE                      PIC X(80).
000950
000960 FD  RUN-CONTROL-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY RUNCTL.
000990
001000 WORKING-STORAGE SECTION.
001010
001020 01  FS-SCREENING-HISTORY             PIC X(02).
001030     88  FS-HISTORY-OK                    VALUE "00".
001040     88  FS-HISTORY-NOT-FOUND             VALUE "35".
001050 01  FS-ARCHIVE-HISTORY               PIC X(02).
001060     88  FS-ARCHIVE-OK                    VALUE "00".
001070     88  FS-ARCHIVE-NOT-FOUND             VALUE "35".
001080 01  FS-DISPOSITION-FILE              PIC X(02).
001090     88  FS-DISPOSITION-OK                VALUE "00".
001100     88  FS-DISPOSITION-NOT-FOUND         VALUE "35".
001110 01  FS-ASSIGN-FILE                   PIC X(02).
001120     88  FS-ASSIGN-OK                     VALUE "00".
001130     88  FS-ASSIGN-NOT-FOUND              VALUE "35".
001140 01  FS-FUNNEL-REPORT                 PIC X(02).
001150     88  FS-FUNNEL-REPORT-OK              VALUE "00".
001160 01  FS-RUN-CONTROL                   PIC X(02).
001170     88  FS-RUNCTL-OK                     VALUE "00".
001180
001190 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
001200     88  HISTORY-EOF                      VALUE "Y".
001210 01  SW-ARCHIVE-EOF                   PIC X(01)   VALUE "N".
001220     88  ARCHIVE-EOF                      VALUE "Y".
001230 01  SW-DISPOSITION-EOF               PIC X(01)   VALUE "N".
001240     88  DISPOSITION-EOF                  VALUE "Y".
001250 01  SW-ASSIGN-EOF                    PIC X(01)   VALUE "N".
001260     88  ASSIGN-EOF                       VALUE "Y".
001270 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
001280     88  RUN-CONTROL-EOF                  VALUE "Y".
001290 01  SW-CF-FOUND                      PIC X(01)   VALUE "N".
001300     88  CF-FOUND                         VALUE "Y".
001310     88  CF-NOT-FOUND                     VALUE "N".
001320 01  SW-CH-FOUND                      PIC X(01)   VALUE "N".
001330     88  CH-FOUND                         VALUE "Y".
001340     88  CH-NOT-FOUND                     VALUE "N".
001350
001360 01  CT-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
001370 01  CT-ARCHIVE-READ             PIC 9(07) COMP VALUE ZERO.
001380 01  CT-DISPOSITIONS-READ        PIC 9(07) COMP VALUE ZERO.
001390 01  CT-DISP-UNMATCHED           PIC 9(07) COMP VALUE ZERO.
001400 01  CT-BOOKINGS-READ            PIC 9(07) COMP VALUE ZERO.
001410 01  CT-IN-PROGRESS              PIC 9(07) COMP VALUE ZERO.
001420
001430 01  WK-TARGET-YYYY                   PIC 9(04).
001440 01  WK-TARGET-YYYY-X REDEFINES WK-TARGET-YYYY
001450                                      PIC X(04).
001460 01  WK-TARGET-MM                     PIC 9(02).
001470 01  WK-TARGET-MM-X REDEFINES WK-TARGET-MM
001480                                      PIC X(02).
001490
001500* The last day of the report month.  Day 31 serves every
001510* month - an event dated on or before it falls inside or
001520* before the month, and no real date lies between the true
001530* month end and the 31st.
001540 01  WK-MONTH-END.
001550     05  WK-ME-YYYY                   PIC 9(04).
001560     05  WK-ME-MM                     PIC 9(02).
001570     05  WK-ME-DD                     PIC 9(02)   VALUE 31.
001580 01  WK-MONTH-END-N REDEFINES WK-MONTH-END
001590                                      PIC 9(08).
001600
001610 01  WK-SEARCH-CAND-ID                PIC X(10).
001620 01  WK-HIST-DATE                     PIC 9(08).
001630 01  WK-INSERT-AT                PIC 9(03) COMP VALUE ZERO.
001640 01  WK-FROM-DAY                 PIC S9(07) COMP VALUE ZERO.
001650 01  WK-DAYS                     PIC S9(07) COMP VALUE ZERO.
001660 01  WK-RATE                          PIC 999V9.
001670 01  WK-AVG-DAYS                      PIC 9(04)V9.
001680
001690* The cohort an application is counted under.
001700 01  WK-COHORT-KEY.
001710     05  WK-CK-POSITION               PIC X(08).
001720     05  WK-CK-YYYY                   PIC 9(04).
001730     05  WK-CK-MM                     PIC 9(02).
001740
001750 01  WK-MONTH-EDIT.
001760     05  WK-MO-YYYY                   PIC 9(04).
001770     05  FILLER                       PIC X(01)   VALUE "-".
001780     05  WK-MO-MM                     PIC 9(02).
001790
001800* The run number of the execution this report was produced
001810* under - the latest entry on the run-control journal.
001820 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
001830
001840* ------------------------------------------------------------ *
001850*  DAY-NUMBER ARITHMETIC                                        *
001860*    8000 turns WK-DN-DATE into a running day count             *
001870*    (WK-DAY-NUMBER), so the days between two dates are a      *
001880*    plain subtraction.  The count starts at 1 March of year    *
001890*    zero, which puts the leap day at the end of the counting   *
001900*    year.                                                      *
001910* ------------------------------------------------------------ *
001920 01  WK-DN-DATE                       PIC 9(08).
001930 01  WK-DN-DATE-R REDEFINES WK-DN-DATE.
001940     05  WK-DN-YYYY                   PIC 9(04).
001950     05  WK-DN-MM                     PIC 9(02).
001960     05  WK-DN-DD                     PIC 9(02).
001970 01  WK-DAY-NUMBER               PIC S9(07) COMP VALUE ZERO.
001980 01  WK-DN-YEAR                  PIC S9(05) COMP VALUE ZERO.
001990 01  WK-DN-MONTH                 PIC S9(03) COMP VALUE ZERO.
002000 01  WK-DN-DAYS                  PIC S9(07) COMP VALUE ZERO.
002010 01  WK-DN-QUOTIENT              PIC S9(07) COMP VALUE ZERO.
002020 01  WK-DN-Q4                    PIC S9(07) COMP VALUE ZERO.
002030 01  WK-DN-Q100                  PIC S9(07) COMP VALUE ZERO.
002040 01  WK-DN-Q400                  PIC S9(07) COMP VALUE ZERO.
002050 01  WK-DN-WORK                  PIC S9(11) COMP VALUE ZERO.
002060
002070* ------------------------------------------------------------ *
002080*  APPLICATION TABLE                                            *
002090*    One entry per candidate - the application the candidate's *
002100*    latest stage-1 decision opened, and how far it has got.    *
002110*    CF-BOOKED-DATE is zero when the candidate was booked but   *
002120*    the booking date is not known (a disposition posted        *
002130*    before the journal carried it); CF-WDRN-DATE is zero when  *
002140*    the candidate has not withdrawn.                           *
002150* ------------------------------------------------------------ *
002160 01  APPLICATION-TABLE.
002170     05  CF-COUNT                PIC 9(05) COMP VALUE ZERO.
002180     05  CF-IDX                  PIC 9(05) COMP VALUE ZERO.
002190     05  CF-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
002200     05  CF-ENTRY OCCURS 10000 TIMES.
002210         10  CF-CAND-ID               PIC X(10).
002220         10  CF-POSITION              PIC X(08).
002230         10  CF-STAGE1-DATE           PIC 9(08).
002240         10  CF-STAGE1-RESULT         PIC X(01).
002250             88  CF-PASS1                 VALUE "P".
002260             88  CF-FAIL1                 VALUE "F".
002270         10  CF-STAGE2-RESULT         PIC X(01).
002280             88  CF-PASS2                 VALUE "P".
002290             88  CF-FAIL2                 VALUE "F".
002300         10  CF-BOOKED                PIC X(01).
002310             88  CF-IS-BOOKED             VALUE "Y".
002320         10  CF-BOOKED-DATE           PIC 9(08).
002330         10  CF-OUTCOME               PIC X(04).
002340             88  CF-NO-OUTCOME            VALUE SPACES.
002350         10  CF-RESULT-DATE           PIC 9(08).
002360         10  CF-WDRN-DATE             PIC 9(08).
002370
002380* ------------------------------------------------------------ *
002390*  COHORT TABLE                                                 *
002400*    One entry per position and application month, kept in    *
002410*    key order.  The entry after the last cohort holds the     *
002420*    totals.  The -S1B- fields time stage 1 to booking, the    *
002430*    -BKR- fields booking to result.                           *
002440* ------------------------------------------------------------ *
002450 01  COHORT-TABLE.
002460     05  CH-COUNT                PIC 9(03) COMP VALUE ZERO.
002470     05  CH-IDX                  PIC 9(03) COMP VALUE ZERO.
002480     05  CH-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
002490     05  CH-TOTAL-IDX            PIC 9(03) COMP VALUE ZERO.
002500     05  CH-ENTRY OCCURS 501 TIMES.
002510         10  CH-KEY.
002520             15  CH-POSITION          PIC X(08).
002530             15  CH-YYYY              PIC 9(04).
002540             15  CH-MM                PIC 9(02).
002550         10  CH-APPLIED          PIC 9(07) COMP.
002560         10  CH-PASS1            PIC 9(07) COMP.
002570         10  CH-PASS2            PIC 9(07) COMP.
002580         10  CH-BOOKED           PIC 9(07) COMP.
002590         10  CH-INTERVIEWED      PIC 9(07) COMP.
002600         10  CH-HIRED            PIC 9(07) COMP.
002610         10  CH-WD-STAGE2        PIC 9(07) COMP.
002620         10  CH-WD-BOOKING       PIC 9(07) COMP.
002630         10  CH-WD-INTERVIEW     PIC 9(07) COMP.
002640         10  CH-WD-TOTAL         PIC 9(07) COMP.
002650         10  CH-IP-STAGE2        PIC 9(07) COMP.
002660         10  CH-IP-BOOKING       PIC 9(07) COMP.
002670         10  CH-IP-RESULT        PIC 9(07) COMP.
002680         10  CH-IP-TOTAL         PIC 9(07) COMP.
002690         10  CH-S1B-COUNT        PIC 9(07) COMP.
002700         10  CH-S1B-DAYS         PIC 9(09) COMP.
002710         10  CH-S1B-MAX          PIC 9(07) COMP.
002720         10  CH-BKR-COUNT        PIC 9(07) COMP.
002730         10  CH-BKR-DAYS         PIC 9(09) COMP.
002740         10  CH-BKR-MAX          PIC 9(07) COMP.
002750
002760 01  RPT-HEADING-1.
002770     05  FILLER                       PIC X(27)
002780             VALUE "RECRUITING FUNNEL REPORT".
002790     05  FILLER                       PIC X(10)
002800             VALUE "MONTH END ".
002810     05  RPT-H-YYYY                   PIC 9999.
002820     05  FILLER                       PIC X(01)   VALUE "-".
002830     05  RPT-H-MM                     PIC 99.
002840     05  FILLER                       PIC X(06)   VALUE "  RUN ".
002850     05  RPT-H-RUN-NUMBER             PIC 9(07).
002860     05  FILLER                       PIC X(23)   VALUE SPACES.
002870
002880 01  RPT-HEADING-2                    PIC X(80)   VALUE
002890     "MONTH = MONTH OF THE STAGE-1 DECISION".
002900
002910 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
002920
002930 01  RPT-NO-APPLICATIONS              PIC X(80)   VALUE
002940     "NO APPLICATIONS ON FILE UP TO THIS MONTH END".
002950
002960 01  RPT-FUNNEL-HEADING               PIC X(80)   VALUE
002970     "FUNNEL - APPLICATIONS WITH AN OUTCOME BY MONTH END:".
002980
002990 01  RPT-FUNNEL-COLUMNS.
003000     05  FILLER                       PIC X(17)
003010             VALUE "POSITION  MONTH".
003020     05  FILLER                       PIC X(08)
003030             VALUE " APPLIED".
003040     05  FILLER                       PIC X(08)
003050             VALUE "  PASS-1".
003060     05  FILLER                       PIC X(08)
003070             VALUE "  PASS-2".
003080     05  FILLER                       PIC X(08)
003090             VALUE "  BOOKED".
003100     05  FILLER                       PIC X(08)
003110             VALUE "  INTVWD".
003120     05  FILLER                       PIC X(08)
003130             VALUE "   HIRED".
003140     05  FILLER                       PIC X(15)   VALUE SPACES.
003150
003160 01  RPT-FUNNEL-LINE.
003170     05  RPT-U-POSITION               PIC X(08).
003180     05  FILLER                       PIC X(02)   VALUE SPACES.
003190     05  RPT-U-MONTH                  PIC X(07).
003200     05  FILLER                       PIC X(02)   VALUE SPACES.
003210     05  RPT-U-APPLIED                PIC ZZ,ZZ9.
003220     05  FILLER                       PIC X(02)   VALUE SPACES.
003230     05  RPT-U-PASS1                  PIC ZZ,ZZ9.
003240     05  FILLER                       PIC X(02)   VALUE SPACES.
003250     05  RPT-U-PASS2                  PIC ZZ,ZZ9.
003260     05  FILLER                       PIC X(02)   VALUE SPACES.
003270     05  RPT-U-BOOKED                 PIC ZZ,ZZ9.
003280     05  FILLER                       PIC X(02)   VALUE SPACES.
003290     05  RPT-U-INTERVIEWED            PIC ZZ,ZZ9.
003300     05  FILLER                       PIC X(02)   VALUE SPACES.
003310     05  RPT-U-HIRED                  PIC ZZ,ZZ9.
003320     05  FILLER                       PIC X(15)   VALUE SPACES.
003330
003340* Each percentage is the stage as a share of the stage before
003350* it - pass-1 of applied, pass-2 of pass-1, and so on.
003360 01  RPT-RATE-LINE.
003370     05  FILLER                       PIC X(10)   VALUE SPACES.
003380     05  FILLER                       PIC X(15)
003390             VALUE "CONVERSION %".
003400     05  FILLER                       PIC X(03)   VALUE SPACES.
003410     05  RPT-R-PASS1                  PIC ZZ9.9.
003420     05  FILLER                       PIC X(03)   VALUE SPACES.
003430     05  RPT-R-PASS2                  PIC ZZ9.9.
003440     05  FILLER                       PIC X(03)   VALUE SPACES.
003450     05  RPT-R-BOOKED                 PIC ZZ9.9.
003460     05  FILLER                       PIC X(03)   VALUE SPACES.
003470     05  RPT-R-INTERVIEWED            PIC ZZ9.9.
003480     05  FILLER                       PIC X(03)   VALUE SPACES.
003490     05  RPT-R-HIRED                  PIC ZZ9.9.
003500     05  FILLER                       PIC X(15)   VALUE SPACES.
003510
003520 01  RPT-WDRN-HEADING                 PIC X(80)   VALUE
003530     "WITHDRAWALS BY FUNNEL POINT:".
003540
003550 01  RPT-WDRN-COLUMNS.
003560     05  FILLER                       PIC X(17)
003570             VALUE "POSITION  MONTH".
003580     05  FILLER                       PIC X(12)
003590             VALUE "   BEFORE S2".
003600     05  FILLER                       PIC X(12)
003610             VALUE " BEFORE BOOK".
003620     05  FILLER                       PIC X(12)
003630             VALUE " BEFORE INTV".
003640     05  FILLER                       PIC X(12)
003650             VALUE "       TOTAL".
003660     05  FILLER                       PIC X(15)   VALUE SPACES.
003670
003680 01  RPT-WDRN-LINE.
003690     05  RPT-W-POSITION               PIC X(08).
003700     05  FILLER                       PIC X(02)   VALUE SPACES.
003710     05  RPT-W-MONTH                  PIC X(07).
003720     05  FILLER                       PIC X(06)   VALUE SPACES.
003730     05  RPT-W-STAGE2                 PIC ZZ,ZZ9.
003740     05  FILLER                       PIC X(06)   VALUE SPACES.
003750     05  RPT-W-BOOKING                PIC ZZ,ZZ9.
003760     05  FILLER                       PIC X(06)   VALUE SPACES.
003770     05  RPT-W-INTERVIEW              PIC ZZ,ZZ9.
003780     05  FILLER                       PIC X(06)   VALUE SPACES.
003790     05  RPT-W-TOTAL                  PIC ZZ,ZZ9.
003800     05  FILLER                       PIC X(15)   VALUE SPACES.
003810
003820 01  RPT-ELAPSED-HEADING              PIC X(80)   VALUE
003830     "ELAPSED DAYS:".
003840
003850 01  RPT-ELAPSED-COLUMNS-1.
003860     05  FILLER                       PIC X(17)   VALUE SPACES.
003870     05  FILLER                       PIC X(25)
003880             VALUE "     STAGE 1 TO BOOKING".
003890     05  FILLER                       PIC X(25)
003900             VALUE "     BOOKING TO RESULT".
003910     05  FILLER                       PIC X(13)   VALUE SPACES.
003920
003930 01  RPT-ELAPSED-COLUMNS-2.
003940     05  FILLER                       PIC X(17)
003950             VALUE "POSITION  MONTH".
003960     05  FILLER                       PIC X(10)
003970             VALUE "     COUNT".
003980     05  FILLER                       PIC X(08)
003990             VALUE "     AVG".
004000     05  FILLER                       PIC X(07)   VALUE "    MAX".
004010     05  FILLER                       PIC X(10)
004020             VALUE "     COUNT".
004030     05  FILLER                       PIC X(08)
004040             VALUE "     AVG".
004050     05  FILLER                       PIC X(07)   VALUE "    MAX".
004060     05  FILLER                       PIC X(13)   VALUE SPACES.
004070
004080 01  RPT-ELAPSED-LINE.
004090     05  RPT-E-POSITION               PIC X(08).
004100     05  FILLER                       PIC X(02)   VALUE SPACES.
004110     05  RPT-E-MONTH                  PIC X(07).
004120     05  FILLER                       PIC X(04)   VALUE SPACES.
004130     05  RPT-E-S1B-COUNT              PIC ZZ,ZZ9.
004140     05  FILLER                       PIC X(02)   VALUE SPACES.
004150     05  RPT-E-S1B-AVG                PIC ZZZ9.9.
004160     05  FILLER                       PIC X(02)   VALUE SPACES.
004170     05  RPT-E-S1B-MAX                PIC Z,ZZ9.
004180     05  FILLER                       PIC X(04)   VALUE SPACES.
004190     05  RPT-E-BKR-COUNT              PIC ZZ,ZZ9.
004200     05  FILLER                       PIC X(02)   VALUE SPACES.
004210     05  RPT-E-BKR-AVG                PIC ZZZ9.9.
004220     05  FILLER                       PIC X(02)   VALUE SPACES.
004230     05  RPT-E-BKR-MAX                PIC Z,ZZ9.
004240     05  FILLER                       PIC X(13)   VALUE SPACES.
004250
004260 01  RPT-PROGRESS-HEADING             PIC X(80)   VALUE
004270     "IN PROGRESS AT MONTH END - NOT IN THE RATES ABOVE:".
004280
004290 01  RPT-PROGRESS-COLUMNS.
004300     05  FILLER                       PIC X(17)
004310             VALUE "POSITION  MONTH".
004320     05  FILLER                       PIC X(14)
004330             VALUE "      AWAIT S2".
004340     05  FILLER                       PIC X(14)
004350             VALUE " AWAIT BOOKING".
004360     05  FILLER                       PIC X(14)
004370             VALUE "  AWAIT RESULT".
004380     05  FILLER                       PIC X(14)
004390             VALUE "         TOTAL".
004400     05  FILLER                       PIC X(07)   VALUE SPACES.
004410
004420 01  RPT-PROGRESS-LINE.
004430     05  RPT-P-POSITION               PIC X(08).
004440     05  FILLER                       PIC X(02)   VALUE SPACES.
004450     05  RPT-P-MONTH                  PIC X(07).
004460     05  FILLER                       PIC X(08)   VALUE SPACES.
004470     05  RPT-P-STAGE2                 PIC ZZ,ZZ9.
004480     05  FILLER                       PIC X(08)   VALUE SPACES.
004490     05  RPT-P-BOOKING                PIC ZZ,ZZ9.
004500     05  FILLER                       PIC X(08)   VALUE SPACES.
004510     05  RPT-P-RESULT                 PIC ZZ,ZZ9.
004520     05  FILLER                       PIC X(08)   VALUE SPACES.
004530     05  RPT-P-TOTAL                  PIC ZZ,ZZ9.
004540     05  FILLER                       PIC X(07)   VALUE SPACES.
004550
004560 01  RPT-FOOTER-1.
004570     05  FILLER                       PIC X(24)
004580             VALUE "HISTORY ENTRIES READ . .".
004590     05  RPT-F-HISTORY                PIC ZZZ,ZZ9.
004600 01  RPT-FOOTER-2.
004610     05  FILLER                       PIC X(24)
004620             VALUE "ARCHIVE ENTRIES READ . .".
004630     05  RPT-F-ARCHIVE                PIC ZZZ,ZZ9.
004640 01  RPT-FOOTER-3.
004650     05  FILLER                       PIC X(24)
004660             VALUE "DISPOSITIONS READ  . . .".
004670     05  RPT-F-DISPOSITIONS           PIC ZZZ,ZZ9.
004680 01  RPT-FOOTER-4.
004690     05  FILLER                       PIC X(24)
004700             VALUE "  NOT MATCHED  . . . . .".
004710     05  RPT-F-UNMATCHED              PIC ZZZ,ZZ9.
004720 01  RPT-FOOTER-5.
004730     05  FILLER                       PIC X(24)
004740             VALUE "OPEN BOOKINGS READ . . .".
004750     05  RPT-F-BOOKINGS               PIC ZZZ,ZZ9.
004760 01  RPT-FOOTER-6.
004770     05  FILLER                       PIC X(24)
004780             VALUE "APPLICATIONS FOLLOWED  .".
004790     05  RPT-F-APPLICATIONS           PIC ZZZ,ZZ9.
004800 01  RPT-FOOTER-7.
004810     05  FILLER                       PIC X(24)
004820             VALUE "  STILL IN PROGRESS  . .".
004830     05  RPT-F-IN-PROGRESS            PIC ZZZ,ZZ9.
004840 01  RPT-FOOTER-8.
004850     05  FILLER                       PIC X(24)
004860             VALUE "POSITION-MONTHS LISTED .".
004870     05  RPT-F-COHORTS                PIC ZZZ,ZZ9.
004880
004890 PROCEDURE DIVISION.
004900
004910******************************************************************
004920* 0000-MAINLINE                                                 *
004930******************************************************************
004940 0000-MAINLINE.
004950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004960     PERFORM 2000-LOAD-ARCHIVE THRU 2000-EXIT.
004970     PERFORM 2100-LOAD-HISTORY THRU 2100-EXIT.
004980     PERFORM 3000-LOAD-DISPOSITIONS THRU 3000-EXIT.
004990     PERFORM 4000-LOAD-BOOKINGS THRU 4000-EXIT.
005000     PERFORM 5000-BUILD-COHORTS THRU 5000-EXIT.
005010     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
005020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005030     STOP RUN.
005040
005050 1000-INITIALIZE.
005060     DISPLAY "REPORT YEAR (YYYY) . . . . .".
005070     ACCEPT WK-TARGET-YYYY.
005080     DISPLAY "REPORT MONTH (MM)  . . . . .".
005090     ACCEPT WK-TARGET-MM.
005100
005110     IF WK-TARGET-YYYY-X IS NOT NUMERIC
005120        OR WK-TARGET-MM-X IS NOT NUMERIC
005130        OR WK-TARGET-MM IS LESS THAN 1
005140        OR WK-TARGET-MM IS GREATER THAN 12
005150         DISPLAY "FUNNLRPT - BAD REPORT MONTH "
005160                 WK-TARGET-YYYY-X "-" WK-TARGET-MM-X
005170         MOVE 16 TO RETURN-CODE
005180         STOP RUN
005190     END-IF.
005200     MOVE WK-TARGET-YYYY TO WK-ME-YYYY.
005210     MOVE WK-TARGET-MM TO WK-ME-MM.
005220
005230     OPEN OUTPUT FUNNEL-REPORT.
005240     IF NOT FS-FUNNEL-REPORT-OK
005250         DISPLAY "FUNNLRPT - FUNNEL-REPORT OPEN FAILED, "
005260                 "STATUS = " FS-FUNNEL-REPORT
005270         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005290     END-IF.
005300
005310     MOVE WK-TARGET-YYYY TO RPT-H-YYYY.
005320     MOVE WK-TARGET-MM TO RPT-H-MM.
005330     PERFORM 1100-GET-RUN-NUMBER THRU 1100-EXIT.
005340     WRITE REPORT-LINE FROM RPT-HEADING-1.
005350     WRITE REPORT-LINE FROM RPT-HEADING-2.
005360
005370 1000-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410* 1100-GET-RUN-NUMBER                                           *
005420*   The latest entry on the run-control journal belongs to the  *
005430*   execution this report was produced under - its run number   *
005440*   goes in the heading.  A missing journal just leaves the     *
005450*   heading zero.                                               *
005460******************************************************************
005470 1100-GET-RUN-NUMBER.
005480     OPEN INPUT RUN-CONTROL-FILE.
005490     IF NOT FS-RUNCTL-OK
005500         GO TO 1100-STAMP
005510     END-IF.
005520
005530     PERFORM 1110-READ-ONE-RUNCTL THRU 1110-EXIT
005540         UNTIL RUN-CONTROL-EOF.
005550     CLOSE RUN-CONTROL-FILE.
005560
005570 1100-STAMP.
005580     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
005590
005600 1100-EXIT.
005610     EXIT.
005620
005630 1110-READ-ONE-RUNCTL.
005640     READ RUN-CONTROL-FILE
005650         AT END
005660             SET RUN-CONTROL-EOF TO TRUE
005670             GO TO 1110-EXIT
005680     END-READ.
005690
005700     IF RUN-NUMBER-X IS NUMERIC
005710         MOVE RUN-NUMBER TO WK-RUN-NUMBER
005720     END-IF.
005730
005740 1110-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780* 2000-LOAD-ARCHIVE                                             *
005790*   The archived periods the JCL concatenates come first - they *
005800*   are older than anything still on SCRNHIST.  No archive on   *
005810*   file just means nothing was purged yet.                     *
005820******************************************************************
005830 2000-LOAD-ARCHIVE.
005840     OPEN INPUT ARCHIVE-HISTORY-FILE.
005850     IF FS-ARCHIVE-NOT-FOUND
005860         GO TO 2000-EXIT
005870     END-IF.
005880     IF NOT FS-ARCHIVE-OK
005890         DISPLAY "FUNNLRPT - ARCHIVE-HISTORY-FILE OPEN "
005900                 "FAILED, STATUS = " FS-ARCHIVE-HISTORY
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF.
005940
005950     PERFORM 2010-READ-ONE-ARCHIVE THRU 2010-EXIT
005960         UNTIL ARCHIVE-EOF.
005970     CLOSE ARCHIVE-HISTORY-FILE.
005980
005990 2000-EXIT.
006000     EXIT.
006010
006020 2010-READ-ONE-ARCHIVE.
006030     READ ARCHIVE-HISTORY-FILE
006040         AT END
006050             SET ARCHIVE-EOF TO TRUE
006060             GO TO 2010-EXIT
006070     END-READ.
006080     ADD 1 TO CT-ARCHIVE-READ.
006090
006100     MOVE ARCHIVE-HISTORY-LINE TO HIST-RECORD.
006110     PERFORM 2200-APPLY-HISTORY-ENTRY THRU 2200-EXIT.
006120
006130 2010-EXIT.
006140     EXIT.
006150
006160 2100-LOAD-HISTORY.
006170     OPEN INPUT SCREENING-HISTORY-FILE.
006180     IF FS-HISTORY-NOT-FOUND
006190         GO TO 2100-EXIT
006200     END-IF.
006210     IF NOT FS-HISTORY-OK
006220         DISPLAY "FUNNLRPT - SCREENING-HISTORY-FILE OPEN "
006230                 "FAILED, STATUS = " FS-SCREENING-HISTORY
006240         MOVE 16 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270
006280     PERFORM 2110-READ-ONE-HISTORY THRU 2110-EXIT
006290         UNTIL HISTORY-EOF.
006300     CLOSE SCREENING-HISTORY-FILE.
006310
006320 2100-EXIT.
006330     EXIT.
006340
006350 2110-READ-ONE-HISTORY.
006360     READ SCREENING-HISTORY-FILE
006370         AT END
006380             SET HISTORY-EOF TO TRUE
006390             GO TO 2110-EXIT
006400     END-READ.
006410     ADD 1 TO CT-HISTORY-READ.
006420
006430     PERFORM 2200-APPLY-HISTORY-ENTRY THRU 2200-EXIT.
006440
006450 2110-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490* 2200-APPLY-HISTORY-ENTRY                                      *
006500*   Moves the candidate's application along by one history      *
006510*   entry.  A stage-1 PASS or FAIL opens a new application;     *
006520*   a supervisor override of a stage-1 decision amends the      *
006530*   application it overrode instead.  Rejections and            *
006540*   duplicates never entered the funnel.  A                     *
006550*   stage-2 decision counts only behind a stage-1 pass.  A      *
006560*   withdrawal is noted with its date.  Interview outcomes are  *
006570*   taken from the disposition journal, which carries the       *
006580*   result date, so stage-3 entries are passed over here.       *
006590******************************************************************
006600 2200-APPLY-HISTORY-ENTRY.
006610     IF HIST-RUN-DATE IS GREATER THAN WK-MONTH-END
006620         GO TO 2200-EXIT
006630     END-IF.
006640     MOVE HIST-RUN-DATE TO WK-HIST-DATE.
006650     MOVE HIST-CAND-ID TO WK-SEARCH-CAND-ID.
006660
006670     IF HIST-STAGE-1
006680         IF HIST-RESULT-PASS OR HIST-RESULT-FAIL
006690             IF HIST-NOT-OVERRIDDEN
006700                 PERFORM 2210-OPEN-APPLICATION THRU 2210-EXIT
006710             ELSE
006720                 PERFORM 2220-OVERRIDE-STAGE1 THRU 2220-EXIT
006730             END-IF
006740         END-IF
006750         GO TO 2200-EXIT
006760     END-IF.
006770
006780     PERFORM 2300-FIND-APPLICATION THRU 2300-EXIT.
006790     IF CF-NOT-FOUND
006800         GO TO 2200-EXIT
006810     END-IF.
006820
006830     IF HIST-STAGE-2
006840         IF CF-PASS1 (CF-FOUND-IDX)
006850             IF HIST-RESULT-PASS
006860                 SET CF-PASS2 (CF-FOUND-IDX) TO TRUE
006870             ELSE
006880                 SET CF-FAIL2 (CF-FOUND-IDX) TO TRUE
006890             END-IF
006900         END-IF
006910         GO TO 2200-EXIT
006920     END-IF.
006930
006940     IF HIST-STAGE-WDRW
006950         IF CF-WDRN-DATE (CF-FOUND-IDX) IS EQUAL TO ZERO
006960             MOVE WK-HIST-DATE TO CF-WDRN-DATE (CF-FOUND-IDX)
006970         END-IF
006980     END-IF.
006990
007000 2200-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040* 2210-OPEN-APPLICATION                                         *
007050*   A stage-1 decision starts the candidate's application over  *
007060*   - a re-applicant's earlier application is replaced, so the  *
007070*   candidate is counted once, in the month of the latest       *
007080*   decision.                                                   *
007090******************************************************************
007100 2210-OPEN-APPLICATION.
007110     PERFORM 2300-FIND-APPLICATION THRU 2300-EXIT.
007120     IF CF-NOT-FOUND
007130         IF CF-COUNT IS NOT LESS THAN 10000
007140             DISPLAY "FUNNLRPT - APPLICATION-TABLE FULL AT "
007150                     "10000 ENTRIES"
007160             MOVE 16 TO RETURN-CODE
007170             STOP RUN
007180         END-IF
007190         ADD 1 TO CF-COUNT
007200         MOVE CF-COUNT TO CF-FOUND-IDX
007210         MOVE HIST-CAND-ID TO CF-CAND-ID (CF-FOUND-IDX)
007220     END-IF.
007230
007240     MOVE HIST-POSITION TO CF-POSITION (CF-FOUND-IDX).
007250     MOVE WK-HIST-DATE TO CF-STAGE1-DATE (CF-FOUND-IDX).
007260     IF HIST-RESULT-PASS
007270         SET CF-PASS1 (CF-FOUND-IDX) TO TRUE
007280     ELSE
007290         SET CF-FAIL1 (CF-FOUND-IDX) TO TRUE
007300     END-IF.
007310     MOVE SPACE TO CF-STAGE2-RESULT (CF-FOUND-IDX).
007320     MOVE "N" TO CF-BOOKED (CF-FOUND-IDX).
007330     MOVE ZERO TO CF-BOOKED-DATE (CF-FOUND-IDX).
007340     MOVE SPACES TO CF-OUTCOME (CF-FOUND-IDX).
007350     MOVE ZERO TO CF-RESULT-DATE (CF-FOUND-IDX).
007360     MOVE ZERO TO CF-WDRN-DATE (CF-FOUND-IDX).
007370
007380 2210-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420* 2220-OVERRIDE-STAGE1                                          *
007430*   A supervisor override reverses the stage-1 decision of the  *
007440*   candidate's current application.  The application keeps     *
007450*   its month; any stage-2 decision taken on the old outcome    *
007460*   is void.  With no application on the table (the original    *
007470*   decision is older than the history read) one is opened.     *
007480******************************************************************
007490 2220-OVERRIDE-STAGE1.
007500     PERFORM 2300-FIND-APPLICATION THRU 2300-EXIT.
007510     IF CF-NOT-FOUND
007520         PERFORM 2210-OPEN-APPLICATION THRU 2210-EXIT
007530         GO TO 2220-EXIT
007540     END-IF.
007550
007560     IF HIST-RESULT-PASS
007570         SET CF-PASS1 (CF-FOUND-IDX) TO TRUE
007580     ELSE
007590         SET CF-FAIL1 (CF-FOUND-IDX) TO TRUE
007600     END-IF.
007610     MOVE SPACE TO CF-STAGE2-RESULT (CF-FOUND-IDX).
007620
007630 2220-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670* 2300-FIND-APPLICATION                                         *
007680*   Serial search of APPLICATION-TABLE for WK-SEARCH-CAND-ID.   *
007690*   Sets CF-FOUND and leaves the matching subscript in          *
007700*   CF-FOUND-IDX.                                               *
007710******************************************************************
007720 2300-FIND-APPLICATION.
007730     SET CF-NOT-FOUND TO TRUE.
007740     MOVE ZERO TO CF-FOUND-IDX.
007750     PERFORM 2310-MATCH-APPLICATION THRU 2310-EXIT
007760         VARYING CF-IDX FROM 1 BY 1
007770         UNTIL CF-IDX IS GREATER THAN CF-COUNT
007780            OR CF-FOUND.
007790
007800 2300-EXIT.
007810     EXIT.
007820
007830 2310-MATCH-APPLICATION.
007840     IF CF-CAND-ID (CF-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
007850         SET CF-FOUND TO TRUE
007860         MOVE CF-IDX TO CF-FOUND-IDX
007870     END-IF.
007880
007890 2310-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930* 3000-LOAD-DISPOSITIONS                                        *
007940*   Posts each interview disposition to its application.  A     *
007950*   disposition whose result is older than the candidate's      *
007960*   latest stage-1 decision belongs to an earlier application   *
007970*   and is passed over.  The booking it settles counts as a     *
007980*   booking when it was made by month end, even if the result  *
007990*   came later.  A journal that does not exist yet just means   *
008000*   no interview result was ever posted.                        *
008010******************************************************************
008020 3000-LOAD-DISPOSITIONS.
008030     OPEN INPUT DISPOSITION-FILE.
008040     IF FS-DISPOSITION-NOT-FOUND
008050         GO TO 3000-EXIT
008060     END-IF.
008070     IF NOT FS-DISPOSITION-OK
008080         DISPLAY "FUNNLRPT - DISPOSITION-FILE OPEN FAILED, "
008090                 "STATUS = " FS-DISPOSITION-FILE
008100         MOVE 16 TO RETURN-CODE
008110         STOP RUN
008120     END-IF.
008130
008140     PERFORM 3010-APPLY-ONE-DISPOSITION THRU 3010-EXIT
008150         UNTIL DISPOSITION-EOF.
008160     CLOSE DISPOSITION-FILE.
008170
008180 3000-EXIT.
008190     EXIT.
008200
008210 3010-APPLY-ONE-DISPOSITION.
008220     READ DISPOSITION-FILE
008230         AT END
008240             SET DISPOSITION-EOF TO TRUE
008250             GO TO 3010-EXIT
008260     END-READ.
008270     ADD 1 TO CT-DISPOSITIONS-READ.
008280
008290     MOVE IVD-CAND-ID TO WK-SEARCH-CAND-ID.
008300     PERFORM 2300-FIND-APPLICATION THRU 2300-EXIT.
008310     IF CF-NOT-FOUND
008320         ADD 1 TO CT-DISP-UNMATCHED
008330         GO TO 3010-EXIT
008340     END-IF.
008350     IF IVD-RESULT-DATE-X IS NOT NUMERIC
008360         GO TO 3010-EXIT
008370     END-IF.
008380     IF IVD-RESULT-DATE IS LESS THAN
008390        CF-STAGE1-DATE (CF-FOUND-IDX)
008400         GO TO 3010-EXIT
008410     END-IF.
008420
008430* A disposition posted before the journal carried the booking
008440* date still proves a booking - its date is just unknown.
008450     IF IVD-BOOKED-DATE-X IS NUMERIC
008460         IF IVD-BOOKED-DATE IS GREATER THAN WK-MONTH-END-N
008470             GO TO 3010-EXIT
008480         END-IF
008490         MOVE IVD-BOOKED-DATE TO CF-BOOKED-DATE (CF-FOUND-IDX)
008500     ELSE
008510         IF IVD-RESULT-DATE IS GREATER THAN WK-MONTH-END-N
008520             GO TO 3010-EXIT
008530         END-IF
008540         MOVE ZERO TO CF-BOOKED-DATE (CF-FOUND-IDX)
008550     END-IF.
008560     SET CF-IS-BOOKED (CF-FOUND-IDX) TO TRUE.
008570
008580     IF IVD-RESULT-DATE IS GREATER THAN WK-MONTH-END-N
008590         GO TO 3010-EXIT
008600     END-IF.
008610     MOVE IVD-DISPOSITION TO CF-OUTCOME (CF-FOUND-IDX).
008620     MOVE IVD-RESULT-DATE TO CF-RESULT-DATE (CF-FOUND-IDX).
008630
008640 3010-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680* 4000-LOAD-BOOKINGS                                            *
008690*   The assignment journal holds only the bookings still        *
008700*   awaiting a result - the last entry for a candidate is the   *
008710*   booking that stands.  A booking made after month end, or    *
008720*   before the candidate's latest stage-1 decision, is passed   *
008730*   over.                                                       *
008740******************************************************************
008750 4000-LOAD-BOOKINGS.
008760     OPEN INPUT INTERVIEW-ASSIGN-FILE.
008770     IF FS-ASSIGN-NOT-FOUND
008780         GO TO 4000-EXIT
008790     END-IF.
008800     IF NOT FS-ASSIGN-OK
008810         DISPLAY "FUNNLRPT - INTERVIEW-ASSIGN-FILE OPEN "
008820                 "FAILED, STATUS = " FS-ASSIGN-FILE
008830         MOVE 16 TO RETURN-CODE
008840         STOP RUN
008850     END-IF.
008860
008870     PERFORM 4010-APPLY-ONE-BOOKING THRU 4010-EXIT
008880         UNTIL ASSIGN-EOF.
008890     CLOSE INTERVIEW-ASSIGN-FILE.
008900
008910 4000-EXIT.
008920     EXIT.
008930
008940 4010-APPLY-ONE-BOOKING.
008950     READ INTERVIEW-ASSIGN-FILE
008960         AT END
008970             SET ASSIGN-EOF TO TRUE
008980             GO TO 4010-EXIT
008990     END-READ.
009000     ADD 1 TO CT-BOOKINGS-READ.
009010
009020     IF IVA-BOOKED-DATE IS NOT NUMERIC
009030         GO TO 4010-EXIT
009040     END-IF.
009050     IF IVA-BOOKED-DATE IS GREATER THAN WK-MONTH-END-N
009060         GO TO 4010-EXIT
009070     END-IF.
009080
009090     MOVE IVA-CAND-ID TO WK-SEARCH-CAND-ID.
009100     PERFORM 2300-FIND-APPLICATION THRU 2300-EXIT.
009110     IF CF-NOT-FOUND
009120         GO TO 4010-EXIT
009130     END-IF.
009140     IF IVA-BOOKED-DATE IS LESS THAN
009150        CF-STAGE1-DATE (CF-FOUND-IDX)
009160         GO TO 4010-EXIT
009170     END-IF.
009180     IF NOT CF-NO-OUTCOME (CF-FOUND-IDX)
009190         GO TO 4010-EXIT
009200     END-IF.
009210
009220     SET CF-IS-BOOKED (CF-FOUND-IDX) TO TRUE.
009230     MOVE IVA-BOOKED-DATE TO CF-BOOKED-DATE (CF-FOUND-IDX).
009240
009250 4010-EXIT.
009260     EXIT.
009270
009280******************************************************************
009290* 5000-BUILD-COHORTS                                            *
009300*   Counts every application under its position and month,      *
009310*   then adds every cohort into the totals entry.               *
009320******************************************************************
009330 5000-BUILD-COHORTS.
009340     PERFORM 5010-COUNT-ONE-APPLICATION THRU 5010-EXIT
009350         VARYING CF-IDX FROM 1 BY 1
009360         UNTIL CF-IDX IS GREATER THAN CF-COUNT.
009370
009380     COMPUTE CH-TOTAL-IDX = CH-COUNT + 1.
009390     MOVE CH-TOTAL-IDX TO CH-FOUND-IDX.
009400     PERFORM 5210-CLEAR-COHORT THRU 5210-EXIT.
009410     MOVE "TOTAL" TO CH-POSITION (CH-TOTAL-IDX).
009420     MOVE ZERO TO CH-YYYY (CH-TOTAL-IDX).
009430     MOVE ZERO TO CH-MM (CH-TOTAL-IDX).
009440     PERFORM 5500-ADD-TO-TOTAL THRU 5500-EXIT
009450         VARYING CH-IDX FROM 1 BY 1
009460         UNTIL CH-IDX IS GREATER THAN CH-COUNT.
009470
009480 5000-EXIT.
009490     EXIT.
009500
009510 5010-COUNT-ONE-APPLICATION.
009520     MOVE CF-POSITION (CF-IDX) TO WK-CK-POSITION.
009530     MOVE CF-STAGE1-DATE (CF-IDX) TO WK-DN-DATE.
009540     MOVE WK-DN-YYYY TO WK-CK-YYYY.
009550     MOVE WK-DN-MM TO WK-CK-MM.
009560     PERFORM 5100-FIND-COHORT THRU 5100-EXIT.
009570     IF CH-NOT-FOUND
009580         PERFORM 5200-ADD-COHORT THRU 5200-EXIT
009590     END-IF.
009600
009610     PERFORM 5300-COUNT-STAGES THRU 5300-EXIT.
009620     PERFORM 5400-COUNT-ELAPSED THRU 5400-EXIT.
009630
009640 5010-EXIT.
009650     EXIT.
009660
009670******************************************************************
009680* 5100-FIND-COHORT                                              *
009690*   Serial search of COHORT-TABLE for WK-COHORT-KEY.  Sets      *
009700*   CH-FOUND and leaves the matching subscript in CH-FOUND-IDX. *
009710******************************************************************
009720 5100-FIND-COHORT.
009730     SET CH-NOT-FOUND TO TRUE.
009740     MOVE ZERO TO CH-FOUND-IDX.
009750     PERFORM 5110-MATCH-COHORT THRU 5110-EXIT
009760         VARYING CH-IDX FROM 1 BY 1
009770         UNTIL CH-IDX IS GREATER THAN CH-COUNT
009780            OR CH-FOUND.
009790
009800 5100-EXIT.
009810     EXIT.
009820
009830 5110-MATCH-COHORT.
009840     IF CH-KEY (CH-IDX) IS EQUAL TO WK-COHORT-KEY
009850         SET CH-FOUND TO TRUE
009860         MOVE CH-IDX TO CH-FOUND-IDX
009870     END-IF.
009880
009890 5110-EXIT.
009900     EXIT.
009910
009920******************************************************************
009930* 5200-ADD-COHORT                                               *
009940*   A new position and month, put in key order so the report    *
009950*   prints by position and then month without a sort.  One      *
009960*   entry is held back for the totals.                          *
009970******************************************************************
009980 5200-ADD-COHORT.
009990     IF CH-COUNT IS NOT LESS THAN 500
010000         DISPLAY "FUNNLRPT - COHORT-TABLE FULL AT 500 ENTRIES"
010010         MOVE 16 TO RETURN-CODE
010020         STOP RUN
010030     END-IF.
010040
010050     MOVE 1 TO WK-INSERT-AT.
010060     PERFORM 5220-FIND-INSERT-POINT THRU 5220-EXIT
010070         VARYING CH-IDX FROM 1 BY 1
010080         UNTIL CH-IDX IS GREATER THAN CH-COUNT.
010090
010100     PERFORM 5230-SHIFT-ONE-COHORT THRU 5230-EXIT
010110         VARYING CH-IDX FROM CH-COUNT BY -1
010120         UNTIL CH-IDX IS LESS THAN WK-INSERT-AT.
010130     ADD 1 TO CH-COUNT.
010140
010150     MOVE WK-INSERT-AT TO CH-FOUND-IDX.
010160     MOVE WK-COHORT-KEY TO CH-KEY (CH-FOUND-IDX).
010170     PERFORM 5210-CLEAR-COHORT THRU 5210-EXIT.
010180
010190 5200-EXIT.
010200     EXIT.
010210
010220 5210-CLEAR-COHORT.
010230     MOVE ZERO TO CH-APPLIED (CH-FOUND-IDX).
010240     MOVE ZERO TO CH-PASS1 (CH-FOUND-IDX).
010250     MOVE ZERO TO CH-PASS2 (CH-FOUND-IDX).
010260     MOVE ZERO TO CH-BOOKED (CH-FOUND-IDX).
010270     MOVE ZERO TO CH-INTERVIEWED (CH-FOUND-IDX).
010280     MOVE ZERO TO CH-HIRED (CH-FOUND-IDX).
010290     MOVE ZERO TO CH-WD-STAGE2 (CH-FOUND-IDX).
010300     MOVE ZERO TO CH-WD-BOOKING (CH-FOUND-IDX).
010310     MOVE ZERO TO CH-WD-INTERVIEW (CH-FOUND-IDX).
010320     MOVE ZERO TO CH-WD-TOTAL (CH-FOUND-IDX).
010330     MOVE ZERO TO CH-IP-STAGE2 (CH-FOUND-IDX).
010340     MOVE ZERO TO CH-IP-BOOKING (CH-FOUND-IDX).
010350     MOVE ZERO TO CH-IP-RESULT (CH-FOUND-IDX).
010360     MOVE ZERO TO CH-IP-TOTAL (CH-FOUND-IDX).
010370     MOVE ZERO TO CH-S1B-COUNT (CH-FOUND-IDX).
010380     MOVE ZERO TO CH-S1B-DAYS (CH-FOUND-IDX).
010390     MOVE ZERO TO CH-S1B-MAX (CH-FOUND-IDX).
010400     MOVE ZERO TO CH-BKR-COUNT (CH-FOUND-IDX).
010410     MOVE ZERO TO CH-BKR-DAYS (CH-FOUND-IDX).
010420     MOVE ZERO TO CH-BKR-MAX (CH-FOUND-IDX).
010430
010440 5210-EXIT.
010450     EXIT.
010460
010470 5220-FIND-INSERT-POINT.
010480     IF CH-KEY (CH-IDX) IS LESS THAN WK-COHORT-KEY
010490         COMPUTE WK-INSERT-AT = CH-IDX + 1
010500     END-IF.
010510
010520 5220-EXIT.
010530     EXIT.
010540
010550 5230-SHIFT-ONE-COHORT.
010560     MOVE CH-ENTRY (CH-IDX) TO CH-ENTRY (CH-IDX + 1).
010570
010580 5230-EXIT.
010590     EXIT.
010600
010610******************************************************************
010620* 5300-COUNT-STAGES                                             *
010630*   An application is finished when it failed a stage, got an   *
010640*   interview disposition, or the candidate withdrew - those    *
010650*   are counted at every stage they reached.  A withdrawal      *
010660*   after an interview disposition does not undo it.  The rest  *
010670*   are in progress, counted by the step they are waiting on.   *
010680*   HIRE and DECL were interviewed; NOSH and CANC were booked   *
010690*   but never interviewed.                                      *
010700******************************************************************
010710 5300-COUNT-STAGES.
010720     IF CF-NO-OUTCOME (CF-IDX)
010730        AND CF-WDRN-DATE (CF-IDX) IS EQUAL TO ZERO
010740        AND NOT CF-FAIL1 (CF-IDX)
010750        AND NOT CF-FAIL2 (CF-IDX)
010760         PERFORM 5350-COUNT-IN-PROGRESS THRU 5350-EXIT
010770         GO TO 5300-EXIT
010780     END-IF.
010790
010800     ADD 1 TO CH-APPLIED (CH-FOUND-IDX).
010810     IF CF-PASS1 (CF-IDX)
010820         ADD 1 TO CH-PASS1 (CH-FOUND-IDX)
010830     END-IF.
010840     IF CF-PASS2 (CF-IDX)
010850         ADD 1 TO CH-PASS2 (CH-FOUND-IDX)
010860     END-IF.
010870     IF CF-IS-BOOKED (CF-IDX)
010880         ADD 1 TO CH-BOOKED (CH-FOUND-IDX)
010890     END-IF.
010900     IF CF-OUTCOME (CF-IDX) IS EQUAL TO "HIRE"
010910        OR CF-OUTCOME (CF-IDX) IS EQUAL TO "DECL"
010920         ADD 1 TO CH-INTERVIEWED (CH-FOUND-IDX)
010930     END-IF.
010940     IF CF-OUTCOME (CF-IDX) IS EQUAL TO "HIRE"
010950         ADD 1 TO CH-HIRED (CH-FOUND-IDX)
010960     END-IF.
010970
010980     IF CF-NO-OUTCOME (CF-IDX)
010990        AND CF-WDRN-DATE (CF-IDX) IS NOT EQUAL TO ZERO
011000         ADD 1 TO CH-WD-TOTAL (CH-FOUND-IDX)
011010         IF CF-IS-BOOKED (CF-IDX)
011020             ADD 1 TO CH-WD-INTERVIEW (CH-FOUND-IDX)
011030         ELSE
011040         IF CF-PASS2 (CF-IDX)
011050             ADD 1 TO CH-WD-BOOKING (CH-FOUND-IDX)
011060         ELSE
011070             ADD 1 TO CH-WD-STAGE2 (CH-FOUND-IDX)
011080         END-IF
011090         END-IF
011100     END-IF.
011110
011120 5300-EXIT.
011130     EXIT.
011140
011150 5350-COUNT-IN-PROGRESS.
011160     ADD 1 TO CT-IN-PROGRESS.
011170     ADD 1 TO CH-IP-TOTAL (CH-FOUND-IDX).
011180     IF CF-IS-BOOKED (CF-IDX)
011190         ADD 1 TO CH-IP-RESULT (CH-FOUND-IDX)
011200     ELSE
011210     IF CF-PASS2 (CF-IDX)
011220         ADD 1 TO CH-IP-BOOKING (CH-FOUND-IDX)
011230     ELSE
011240         ADD 1 TO CH-IP-STAGE2 (CH-FOUND-IDX)
011250     END-IF
011260     END-IF.
011270
011280 5350-EXIT.
011290     EXIT.
011300
011310******************************************************************
011320* 5400-COUNT-ELAPSED                                            *
011330*   Times every step the application has completed, finished   *
011340*   or not - stage-1 decision to booking once it is booked,     *
011350*   booking to result once the result is in.  A booking whose   *
011360*   date is not known is left out of both.                      *
011370******************************************************************
011380 5400-COUNT-ELAPSED.
011390     IF NOT CF-IS-BOOKED (CF-IDX)
011400        OR CF-BOOKED-DATE (CF-IDX) IS EQUAL TO ZERO
011410         GO TO 5400-EXIT
011420     END-IF.
011430
011440     MOVE CF-STAGE1-DATE (CF-IDX) TO WK-DN-DATE.
011450     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
011460     MOVE WK-DAY-NUMBER TO WK-FROM-DAY.
011470     MOVE CF-BOOKED-DATE (CF-IDX) TO WK-DN-DATE.
011480     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
011490     COMPUTE WK-DAYS = WK-DAY-NUMBER - WK-FROM-DAY.
011500     IF WK-DAYS IS NOT LESS THAN ZERO
011510         ADD 1 TO CH-S1B-COUNT (CH-FOUND-IDX)
011520         ADD WK-DAYS TO CH-S1B-DAYS (CH-FOUND-IDX)
011530         IF WK-DAYS IS GREATER THAN CH-S1B-MAX (CH-FOUND-IDX)
011540             MOVE WK-DAYS TO CH-S1B-MAX (CH-FOUND-IDX)
011550         END-IF
011560     END-IF.
011570
011580     IF CF-NO-OUTCOME (CF-IDX)
011590         GO TO 5400-EXIT
011600     END-IF.
011610     MOVE WK-DAY-NUMBER TO WK-FROM-DAY.
011620     MOVE CF-RESULT-DATE (CF-IDX) TO WK-DN-DATE.
011630     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
011640     COMPUTE WK-DAYS = WK-DAY-NUMBER - WK-FROM-DAY.
011650     IF WK-DAYS IS NOT LESS THAN ZERO
011660         ADD 1 TO CH-BKR-COUNT (CH-FOUND-IDX)
011670         ADD WK-DAYS TO CH-BKR-DAYS (CH-FOUND-IDX)
011680         IF WK-DAYS IS GREATER THAN CH-BKR-MAX (CH-FOUND-IDX)
011690             MOVE WK-DAYS TO CH-BKR-MAX (CH-FOUND-IDX)
011700         END-IF
011710     END-IF.
011720
011730 5400-EXIT.
011740     EXIT.
011750
011760 5500-ADD-TO-TOTAL.
011770     ADD CH-APPLIED (CH-IDX) TO CH-APPLIED (CH-TOTAL-IDX).
011780     ADD CH-PASS1 (CH-IDX) TO CH-PASS1 (CH-TOTAL-IDX).
011790     ADD CH-PASS2 (CH-IDX) TO CH-PASS2 (CH-TOTAL-IDX).
011800     ADD CH-BOOKED (CH-IDX) TO CH-BOOKED (CH-TOTAL-IDX).
011810     ADD CH-INTERVIEWED (CH-IDX)
011820         TO CH-INTERVIEWED (CH-TOTAL-IDX).
011830     ADD CH-HIRED (CH-IDX) TO CH-HIRED (CH-TOTAL-IDX).
011840     ADD CH-WD-STAGE2 (CH-IDX) TO CH-WD-STAGE2 (CH-TOTAL-IDX).
011850     ADD CH-WD-BOOKING (CH-IDX)
011860         TO CH-WD-BOOKING (CH-TOTAL-IDX).
011870     ADD CH-WD-INTERVIEW (CH-IDX)
011880         TO CH-WD-INTERVIEW (CH-TOTAL-IDX).
011890     ADD CH-WD-TOTAL (CH-IDX) TO CH-WD-TOTAL (CH-TOTAL-IDX).
011900     ADD CH-IP-STAGE2 (CH-IDX) TO CH-IP-STAGE2 (CH-TOTAL-IDX).
011910     ADD CH-IP-BOOKING (CH-IDX)
011920         TO CH-IP-BOOKING (CH-TOTAL-IDX).
011930     ADD CH-IP-RESULT (CH-IDX) TO CH-IP-RESULT (CH-TOTAL-IDX).
011940     ADD CH-IP-TOTAL (CH-IDX) TO CH-IP-TOTAL (CH-TOTAL-IDX).
011950     ADD CH-S1B-COUNT (CH-IDX) TO CH-S1B-COUNT (CH-TOTAL-IDX).
011960     ADD CH-S1B-DAYS (CH-IDX) TO CH-S1B-DAYS (CH-TOTAL-IDX).
011970     IF CH-S1B-MAX (CH-IDX) IS GREATER THAN
011980        CH-S1B-MAX (CH-TOTAL-IDX)
011990         MOVE CH-S1B-MAX (CH-IDX) TO CH-S1B-MAX (CH-TOTAL-IDX)
012000     END-IF.
012010     ADD CH-BKR-COUNT (CH-IDX) TO CH-BKR-COUNT (CH-TOTAL-IDX).
012020     ADD CH-BKR-DAYS (CH-IDX) TO CH-BKR-DAYS (CH-TOTAL-IDX).
012030     IF CH-BKR-MAX (CH-IDX) IS GREATER THAN
012040        CH-BKR-MAX (CH-TOTAL-IDX)
012050         MOVE CH-BKR-MAX (CH-IDX) TO CH-BKR-MAX (CH-TOTAL-IDX)
012060     END-IF.
012070
012080 5500-EXIT.
012090     EXIT.
012100
012110******************************************************************
012120* 6000-PRINT-REPORT                                             *
012130*   Four sections, each one line per position and month plus    *
012140*   the totals line: the funnel with its conversion rates, the  *
012150*   withdrawals, the elapsed days and the applications still    *
012160*   in progress.                                                *
012170******************************************************************
012180 6000-PRINT-REPORT.
012190     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
012200     IF CH-COUNT IS EQUAL TO ZERO
012210         WRITE REPORT-LINE FROM RPT-NO-APPLICATIONS
012220         GO TO 6000-EXIT
012230     END-IF.
012240
012250     WRITE REPORT-LINE FROM RPT-FUNNEL-HEADING.
012260     WRITE REPORT-LINE FROM RPT-FUNNEL-COLUMNS.
012270     PERFORM 6100-PRINT-FUNNEL-LINE THRU 6100-EXIT
012280         VARYING CH-IDX FROM 1 BY 1
012290         UNTIL CH-IDX IS GREATER THAN CH-TOTAL-IDX.
012300
012310     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
012320     WRITE REPORT-LINE FROM RPT-WDRN-HEADING.
012330     WRITE REPORT-LINE FROM RPT-WDRN-COLUMNS.
012340     PERFORM 6200-PRINT-WDRN-LINE THRU 6200-EXIT
012350         VARYING CH-IDX FROM 1 BY 1
012360         UNTIL CH-IDX IS GREATER THAN CH-TOTAL-IDX.
012370
012380     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
012390     WRITE REPORT-LINE FROM RPT-ELAPSED-HEADING.
012400     WRITE REPORT-LINE FROM RPT-ELAPSED-COLUMNS-1.
012410     WRITE REPORT-LINE FROM RPT-ELAPSED-COLUMNS-2.
012420     PERFORM 6300-PRINT-ELAPSED-LINE THRU 6300-EXIT
012430         VARYING CH-IDX FROM 1 BY 1
012440         UNTIL CH-IDX IS GREATER THAN CH-TOTAL-IDX.
012450
012460     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
012470     WRITE REPORT-LINE FROM RPT-PROGRESS-HEADING.
012480     WRITE REPORT-LINE FROM RPT-PROGRESS-COLUMNS.
012490     PERFORM 6400-PRINT-PROGRESS-LINE THRU 6400-EXIT
012500         VARYING CH-IDX FROM 1 BY 1
012510         UNTIL CH-IDX IS GREATER THAN CH-TOTAL-IDX.
012520
012530 6000-EXIT.
012540     EXIT.
012550
012560 6100-PRINT-FUNNEL-LINE.
012570     PERFORM 6900-EDIT-MONTH THRU 6900-EXIT.
012580     MOVE CH-POSITION (CH-IDX) TO RPT-U-POSITION.
012590     MOVE WK-MONTH-EDIT TO RPT-U-MONTH.
012600     IF CH-IDX IS EQUAL TO CH-TOTAL-IDX
012610         WRITE REPORT-LINE FROM RPT-BLANK-LINE
012620         MOVE "ALL" TO RPT-U-MONTH
012630     END-IF.
012640     MOVE CH-APPLIED (CH-IDX) TO RPT-U-APPLIED.
012650     MOVE CH-PASS1 (CH-IDX) TO RPT-U-PASS1.
012660     MOVE CH-PASS2 (CH-IDX) TO RPT-U-PASS2.
012670     MOVE CH-BOOKED (CH-IDX) TO RPT-U-BOOKED.
012680     MOVE CH-INTERVIEWED (CH-IDX) TO RPT-U-INTERVIEWED.
012690     MOVE CH-HIRED (CH-IDX) TO RPT-U-HIRED.
012700     WRITE REPORT-LINE FROM RPT-FUNNEL-LINE.
012710
012720     MOVE ZERO TO WK-RATE.
012730     IF CH-APPLIED (CH-IDX) IS GREATER THAN ZERO
012740         COMPUTE WK-RATE ROUNDED =
012750             (CH-PASS1 (CH-IDX) * 100) / CH-APPLIED (CH-IDX)
012760     END-IF.
012770     MOVE WK-RATE TO RPT-R-PASS1.
012780     MOVE ZERO TO WK-RATE.
012790     IF CH-PASS1 (CH-IDX) IS GREATER THAN ZERO
012800         COMPUTE WK-RATE ROUNDED =
012810             (CH-PASS2 (CH-IDX) * 100) / CH-PASS1 (CH-IDX)
012820     END-IF.
012830     MOVE WK-RATE TO RPT-R-PASS2.
012840     MOVE ZERO TO WK-RATE.
012850     IF CH-PASS2 (CH-IDX) IS GREATER THAN ZERO
012860         COMPUTE WK-RATE ROUNDED =
012870             (CH-BOOKED (CH-IDX) * 100) / CH-PASS2 (CH-IDX)
012880     END-IF.
012890     MOVE WK-RATE TO RPT-R-BOOKED.
012900     MOVE ZERO TO WK-RATE.
012910     IF CH-BOOKED (CH-IDX) IS GREATER THAN ZERO
012920         COMPUTE WK-RATE ROUNDED =
012930             (CH-INTERVIEWED (CH-IDX) * 100) / CH-BOOKED (CH-IDX)
012940     END-IF.
012950     MOVE WK-RATE TO RPT-R-INTERVIEWED.
012960     MOVE ZERO TO WK-RATE.
012970     IF CH-INTERVIEWED (CH-IDX) IS GREATER THAN ZERO
012980         COMPUTE WK-RATE ROUNDED =
012990             (CH-HIRED (CH-IDX) * 100) / CH-INTERVIEWED (CH-IDX)
013000     END-IF.
013010     MOVE WK-RATE TO RPT-R-HIRED.
013020     WRITE REPORT-LINE FROM RPT-RATE-LINE.
013030
013040 6100-EXIT.
013050     EXIT.
013060
013070 6200-PRINT-WDRN-LINE.
013080     PERFORM 6900-EDIT-MONTH THRU 6900-EXIT.
013090     MOVE CH-POSITION (CH-IDX) TO RPT-W-POSITION.
013100     MOVE WK-MONTH-EDIT TO RPT-W-MONTH.
013110     IF CH-IDX IS EQUAL TO CH-TOTAL-IDX
013120         WRITE REPORT-LINE FROM RPT-BLANK-LINE
013130         MOVE "ALL" TO RPT-W-MONTH
013140     END-IF.
013150     MOVE CH-WD-STAGE2 (CH-IDX) TO RPT-W-STAGE2.
013160     MOVE CH-WD-BOOKING (CH-IDX) TO RPT-W-BOOKING.
013170     MOVE CH-WD-INTERVIEW (CH-IDX) TO RPT-W-INTERVIEW.
013180     MOVE CH-WD-TOTAL (CH-IDX) TO RPT-W-TOTAL.
013190     WRITE REPORT-LINE FROM RPT-WDRN-LINE.
013200
013210 6200-EXIT.
013220     EXIT.
013230
013240 6300-PRINT-ELAPSED-LINE.
013250     PERFORM 6900-EDIT-MONTH THRU 6900-EXIT.
013260     MOVE CH-POSITION (CH-IDX) TO RPT-E-POSITION.
013270     MOVE WK-MONTH-EDIT TO RPT-E-MONTH.
013280     IF CH-IDX IS EQUAL TO CH-TOTAL-IDX
013290         WRITE REPORT-LINE FROM RPT-BLANK-LINE
013300         MOVE "ALL" TO RPT-E-MONTH
013310     END-IF.
013320
013330     MOVE ZERO TO WK-AVG-DAYS.
013340     IF CH-S1B-COUNT (CH-IDX) IS GREATER THAN ZERO
013350         COMPUTE WK-AVG-DAYS ROUNDED =
013360             CH-S1B-DAYS (CH-IDX) / CH-S1B-COUNT (CH-IDX)
013370     END-IF.
013380     MOVE CH-S1B-COUNT (CH-IDX) TO RPT-E-S1B-COUNT.
013390     MOVE WK-AVG-DAYS TO RPT-E-S1B-AVG.
013400     MOVE CH-S1B-MAX (CH-IDX) TO RPT-E-S1B-MAX.
013410
013420     MOVE ZERO TO WK-AVG-DAYS.
013430     IF CH-BKR-COUNT (CH-IDX) IS GREATER THAN ZERO
013440         COMPUTE WK-AVG-DAYS ROUNDED =
013450             CH-BKR-DAYS (CH-IDX) / CH-BKR-COUNT (CH-IDX)
013460     END-IF.
013470     MOVE CH-BKR-COUNT (CH-IDX) TO RPT-E-BKR-COUNT.
013480     MOVE WK-AVG-DAYS TO RPT-E-BKR-AVG.
013490     MOVE CH-BKR-MAX (CH-IDX) TO RPT-E-BKR-MAX.
013500     WRITE REPORT-LINE FROM RPT-ELAPSED-LINE.
013510
013520 6300-EXIT.
013530     EXIT.
013540
013550 6400-PRINT-PROGRESS-LINE.
013560     PERFORM 6900-EDIT-MONTH THRU 6900-EXIT.
013570     MOVE CH-POSITION (CH-IDX) TO RPT-P-POSITION.
013580     MOVE WK-MONTH-EDIT TO RPT-P-MONTH.
013590     IF CH-IDX IS EQUAL TO CH-TOTAL-IDX
013600         WRITE REPORT-LINE FROM RPT-BLANK-LINE
013610         MOVE "ALL" TO RPT-P-MONTH
013620     END-IF.
013630     MOVE CH-IP-STAGE2 (CH-IDX) TO RPT-P-STAGE2.
013640     MOVE CH-IP-BOOKING (CH-IDX) TO RPT-P-BOOKING.
013650     MOVE CH-IP-RESULT (CH-IDX) TO RPT-P-RESULT.
013660     MOVE CH-IP-TOTAL (CH-IDX) TO RPT-P-TOTAL.
013670     WRITE REPORT-LINE FROM RPT-PROGRESS-LINE.
013680
013690 6400-EXIT.
013700     EXIT.
013710
013720 6900-EDIT-MONTH.
013730     MOVE CH-YYYY (CH-IDX) TO WK-MO-YYYY.
013740     MOVE CH-MM (CH-IDX) TO WK-MO-MM.
013750
013760 6900-EXIT.
013770     EXIT.
013780
013790******************************************************************
013800* 8000-DATE-TO-DAY-NUMBER                                       *
013810*   WK-DN-DATE in, WK-DAY-NUMBER out.  The counting year runs   *
013820*   March to February so the leap day is its last day.          *
013830******************************************************************
013840 8000-DATE-TO-DAY-NUMBER.
013850     MOVE WK-DN-YYYY TO WK-DN-YEAR.
013860     MOVE WK-DN-MM TO WK-DN-MONTH.
013870     IF WK-DN-MONTH IS GREATER THAN 2
013880         SUBTRACT 3 FROM WK-DN-MONTH
013890     ELSE
013900         ADD 9 TO WK-DN-MONTH
013910         SUBTRACT 1 FROM WK-DN-YEAR
013920     END-IF.
013930
013940     PERFORM 8200-DAYS-BEFORE-YEAR THRU 8200-EXIT.
013950     COMPUTE WK-DN-WORK = WK-DN-MONTH * 306 + 5.
013960     DIVIDE WK-DN-WORK BY 10 GIVING WK-DN-QUOTIENT.
013970     COMPUTE WK-DAY-NUMBER = WK-DN-DAYS + WK-DN-QUOTIENT
013980                           + WK-DN-DD - 1.
013990
014000 8000-EXIT.
014010     EXIT.
014020
014030* Days from day zero to 1 March of counting year WK-DN-YEAR.
014040 8200-DAYS-BEFORE-YEAR.
014050     DIVIDE WK-DN-YEAR BY 4 GIVING WK-DN-Q4.
014060     DIVIDE WK-DN-YEAR BY 100 GIVING WK-DN-Q100.
014070     DIVIDE WK-DN-YEAR BY 400 GIVING WK-DN-Q400.
014080     COMPUTE WK-DN-DAYS = WK-DN-YEAR * 365 + WK-DN-Q4
014090                        - WK-DN-Q100 + WK-DN-Q400.
014100
014110 8200-EXIT.
014120     EXIT.
014130
014140******************************************************************
014150* 9000-TERMINATE                                                *
014160******************************************************************
014170 9000-TERMINATE.
014180     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
014190     MOVE CT-HISTORY-READ TO RPT-F-HISTORY.
014200     MOVE CT-ARCHIVE-READ TO RPT-F-ARCHIVE.
014210     MOVE CT-DISPOSITIONS-READ TO RPT-F-DISPOSITIONS.
014220     MOVE CT-DISP-UNMATCHED TO RPT-F-UNMATCHED.
014230     MOVE CT-BOOKINGS-READ TO RPT-F-BOOKINGS.
014240     MOVE CF-COUNT TO RPT-F-APPLICATIONS.
014250     MOVE CT-IN-PROGRESS TO RPT-F-IN-PROGRESS.
014260     MOVE CH-COUNT TO RPT-F-COHORTS.
014270     WRITE REPORT-LINE FROM RPT-FOOTER-1.
014280     WRITE REPORT-LINE FROM RPT-FOOTER-2.
014290     WRITE REPORT-LINE FROM RPT-FOOTER-3.
014300     WRITE REPORT-LINE FROM RPT-FOOTER-4.
014310     WRITE REPORT-LINE FROM RPT-FOOTER-5.
014320     WRITE REPORT-LINE FROM RPT-FOOTER-6.
014330     WRITE REPORT-LINE FROM RPT-FOOTER-7.
014340     WRITE REPORT-LINE FROM RPT-FOOTER-8.
014350
014360     CLOSE FUNNEL-REPORT.
014370
014380 9000-EXIT.
014390     EXIT.
014400
014410 END PROGRAM FUNNLRPT.
