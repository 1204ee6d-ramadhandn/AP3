000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 10/01/2026
000050* Date-Compiled.
000060* Purpose: Laporan tawaran kerja yang masih terbuka - untuk
000070*          setiap tawaran di berkas tawaran (OFFRFILE) yang
000080*          belum dijawab, mencetak berapa hari tawaran itu
000090*          sudah beredar dan berapa hari lagi sampai batas
000100*          waktunya, lalu menjumlahkannya per kelompok umur.
000110*          Bagian kedua menghitung per posisi berapa tawaran
000120*          yang dibuat, diterima, ditolak, kedaluwarsa dan
000130*          masih terbuka.
000140* Tectonics: cobc
000150******************************************************************
000160* Modification History:
000170*   10/01/2026  RD  Original program - run after OFFRPROC so
000180*                   the recruiters see which candidates to
000190*                   chase before their offers lapse.
000200******************************************************************
000210
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. OFFRAGE.
000240 AUTHOR. RAMADHAN.
000250 INSTALLATION. HR-RECRUITING.
000260 DATE-WRITTEN. 10/01/2026.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OFFER-FILE ASSIGN TO "OFFRFILE"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS FS-OFFER-FILE.
000350
000360     SELECT AGING-REPORT ASSIGN TO "OFFRAGRP"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-AGING-REPORT.
000390
000400     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-RUN-CONTROL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  OFFER-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY OFFREC.
000490
000500 FD  AGING-REPORT
000510     LABEL RECORDS ARE STANDARD.
000520 01  REPORT-LINE                      PIC X(80).
000530
000540 FD  RUN-CONTROL-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY RUNCTL.
000570
000580 WORKING-STORAGE SECTION.
000590
000600 01  FS-OFFER-FILE                    PIC X(02).
000610     88  FS-OFFER-OK                      VALUE "00".
000620     88  FS-OFFER-NOT-FOUND               VALUE "35".
000630 01  FS-AGING-REPORT                  PIC X(02).
000640     88  FS-AGING-REPORT-OK               VALUE "00".
000650 01  FS-RUN-CONTROL                   PIC X(02).
000660     88  FS-RUNCTL-OK                     VALUE "00".
000670
000680 01  SW-OFFER-EOF                     PIC X(01)   VALUE "N".
000690     88  OFFER-EOF                        VALUE "Y".
000700 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
000710     88  RUN-CONTROL-EOF                  VALUE "Y".
000720 01  SW-PS-FOUND                      PIC X(01)   VALUE "N".
000730     88  PS-FOUND                         VALUE "Y".
000740     88  PS-NOT-FOUND                     VALUE "N".
000750
000760 01  CT-OFFERS-READ               PIC 9(07) COMP VALUE ZERO.
000770 01  CT-OPEN                      PIC 9(07) COMP VALUE ZERO.
000780 01  CT-AGE-0-3                   PIC 9(07) COMP VALUE ZERO.
000790 01  CT-AGE-4-7                   PIC 9(07) COMP VALUE ZERO.
000800 01  CT-AGE-8-14                  PIC 9(07) COMP VALUE ZERO.
000810 01  CT-AGE-OVER-14               PIC 9(07) COMP VALUE ZERO.
000820 01  CT-PAST-DEADLINE             PIC 9(07) COMP VALUE ZERO.
000830
000840 01  WK-TODAY                         PIC 9(08).
000850 01  WK-TODAY-NUMBER             PIC S9(07) COMP VALUE ZERO.
000860 01  WK-DAYS-OUT                 PIC S9(07) COMP VALUE ZERO.
000870 01  WK-DAYS-LEFT                PIC S9(07) COMP VALUE ZERO.
000880 01  WK-SETTLED                  PIC 9(05) COMP VALUE ZERO.
000890 01  WK-RATE                          PIC 9(03)V9.
000900
000910* The run number of the execution this report was produced
000920* under - the latest entry on the run-control journal.
000930 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
000940
000950* ------------------------------------------------------------ *
000960*  DAY NUMBERS                                                  *
000970*    8000 turns WK-DN-DATE into a running day count             *
000980*    (WK-DAY-NUMBER).  The count starts at 1 March of year      *
000990*    zero, so leap days fall at the end of each counting year.  *
001000* ------------------------------------------------------------ *
001010 01  WK-DN-DATE                       PIC 9(08).
001020 01  WK-DN-DATE-R REDEFINES WK-DN-DATE.
001030     05  WK-DN-YYYY                   PIC 9(04).
001040     05  WK-DN-MM                     PIC 9(02).
001050     05  WK-DN-DD                     PIC 9(02).
001060 01  WK-DAY-NUMBER               PIC S9(07) COMP VALUE ZERO.
001070 01  WK-DN-YEAR                  PIC S9(05) COMP VALUE ZERO.
001080 01  WK-DN-MONTH                 PIC S9(03) COMP VALUE ZERO.
001090 01  WK-DN-DAYS                  PIC S9(07) COMP VALUE ZERO.
001100 01  WK-DN-QUOTIENT              PIC S9(07) COMP VALUE ZERO.
001110 01  WK-DN-Q4                    PIC S9(07) COMP VALUE ZERO.
001120 01  WK-DN-Q100                  PIC S9(07) COMP VALUE ZERO.
001130 01  WK-DN-Q400                  PIC S9(07) COMP VALUE ZERO.
001140 01  WK-DN-WORK                  PIC S9(11) COMP VALUE ZERO.
001150
001160* ------------------------------------------------------------ *
001170*  OFFER OUTCOMES BY POSITION                                   *
001180*    One entry per position with an offer on file, in the       *
001190*    order first met.  An offer with no position is counted     *
001200*    under a blank position.                                    *
001210* ------------------------------------------------------------ *
001220 01  POSITION-TABLE.
001230     05  PS-COUNT                PIC 9(03) COMP VALUE ZERO.
001240     05  PS-IDX                  PIC 9(03) COMP VALUE ZERO.
001250     05  PS-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
001260     05  PS-ENTRY OCCURS 200 TIMES.
001270         10  PS-POSITION              PIC X(08).
001280         10  PS-OFFERED          PIC 9(05) COMP.
001290         10  PS-ACCEPTED         PIC 9(05) COMP.
001300         10  PS-DECLINED         PIC 9(05) COMP.
001310         10  PS-EXPIRED          PIC 9(05) COMP.
001320         10  PS-OPEN             PIC 9(05) COMP.
001330
001340 01  RPT-HEADING-1.
001350     05  FILLER                       PIC X(24)
001360             VALUE "OPEN OFFERS REPORT - ".
001370     05  RPT-H-DATE                   PIC 9(08).
001380     05  FILLER                       PIC X(06)   VALUE "  RUN ".
001390     05  RPT-H-RUN-NUMBER             PIC 9(07).
001400     05  FILLER                       PIC X(35)   VALUE SPACES.
001410
001420 01  RPT-HEADING-2.
001430     05  FILLER                       PIC X(12)   VALUE "CAND ID".
001440     05  FILLER                       PIC X(10)
001450             VALUE "POSITION".
001460     05  FILLER                       PIC X(10)   VALUE "OFFERED".
001470     05  FILLER                       PIC X(10)
001480             VALUE "DEADLINE".
001490     05  FILLER                       PIC X(10)
001500             VALUE "DAYS OUT".
001510     05  FILLER                       PIC X(28)
001520             VALUE "DAYS LEFT".
001530
001540 01  RPT-DETAIL-LINE.
001550     05  RPT-D-ID                     PIC X(12).
001560     05  RPT-D-POSITION               PIC X(10).
001570     05  RPT-D-OFFER-DATE             PIC 9(08).
001580     05  FILLER                       PIC X(02)   VALUE SPACES.
001590     05  RPT-D-DEADLINE               PIC 9(08).
001600     05  FILLER                       PIC X(03)   VALUE SPACES.
001610     05  RPT-D-DAYS-OUT               PIC ZZZ9.
001620     05  FILLER                       PIC X(05)   VALUE SPACES.
001630     05  RPT-D-DAYS-LEFT              PIC ----9.
001640     05  FILLER                       PIC X(01)   VALUE SPACES.
001650     05  RPT-D-NOTE                   PIC X(22).
001660
001670 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
001680
001690 01  RPT-AGING-HEADING.
001700     05  FILLER                       PIC X(80)
001710             VALUE "OPEN OFFERS BY DAYS OUTSTANDING".
001720
001730 01  RPT-AGING-1.
001740     05  FILLER                       PIC X(24)
001750             VALUE "0 TO 3 DAYS       . . .".
001760     05  RPT-A-0-3                    PIC ZZZ,ZZ9.
001770
001780 01  RPT-AGING-2.
001790     05  FILLER                       PIC X(24)
001800             VALUE "4 TO 7 DAYS       . . .".
001810     05  RPT-A-4-7                    PIC ZZZ,ZZ9.
001820
001830 01  RPT-AGING-3.
001840     05  FILLER                       PIC X(24)
001850             VALUE "8 TO 14 DAYS      . . .".
001860     05  RPT-A-8-14                   PIC ZZZ,ZZ9.
001870
001880 01  RPT-AGING-4.
001890     05  FILLER                       PIC X(24)
001900             VALUE "OVER 14 DAYS      . . .".
001910     05  RPT-A-OVER-14                PIC ZZZ,ZZ9.
001920
001930 01  RPT-AGING-5.
001940     05  FILLER                       PIC X(24)
001950             VALUE "TOTAL OPEN        . . .".
001960     05  RPT-A-OPEN                   PIC ZZZ,ZZ9.
001970
001980 01  RPT-AGING-6.
001990     05  FILLER                       PIC X(24)
002000             VALUE "PAST DEADLINE     . . .".
002010     05  RPT-A-PAST-DEADLINE          PIC ZZZ,ZZ9.
002020
002030 01  RPT-POSITION-HEADING.
002040     05  FILLER                       PIC X(10)
002050             VALUE "POSITION".
002060     05  FILLER                       PIC X(09)
002070             VALUE " OFFERED".
002080     05  FILLER                       PIC X(09)
002090             VALUE "ACCEPTED".
002100     05  FILLER                       PIC X(09)
002110             VALUE "DECLINED".
002120     05  FILLER                       PIC X(09)
002130             VALUE " EXPIRED".
002140     05  FILLER                       PIC X(09)
002150             VALUE "    OPEN".
002160     05  FILLER                       PIC X(25)   VALUE " ACC %".
002170
002180 01  RPT-POSITION-LINE.
002190     05  RPT-P-POSITION               PIC X(10).
002200     05  FILLER                       PIC X(03)   VALUE SPACES.
002210     05  RPT-P-OFFERED                PIC ZZ,ZZ9.
002220     05  FILLER                       PIC X(03)   VALUE SPACES.
002230     05  RPT-P-ACCEPTED               PIC ZZ,ZZ9.
002240     05  FILLER                       PIC X(03)   VALUE SPACES.
002250     05  RPT-P-DECLINED               PIC ZZ,ZZ9.
002260     05  FILLER                       PIC X(03)   VALUE SPACES.
002270     05  RPT-P-EXPIRED                PIC ZZ,ZZ9.
002280     05  FILLER                       PIC X(03)   VALUE SPACES.
002290     05  RPT-P-OPEN                   PIC ZZ,ZZ9.
002300     05  FILLER                       PIC X(02)   VALUE SPACES.
002310     05  RPT-P-RATE                   PIC ZZ9.9.
002320     05  FILLER                       PIC X(18)   VALUE SPACES.
002330
002340 01  RPT-FOOTER-1.
002350     05  FILLER                       PIC X(24)
002360             VALUE "OFFERS ON FILE    . . .".
002370     05  RPT-F-READ                   PIC ZZZ,ZZ9.
002380
002390 PROCEDURE DIVISION.
002400
002410******************************************************************
002420* 0000-MAINLINE                                                 *
002430******************************************************************
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460     PERFORM 2000-READ-OFFERS THRU 2000-EXIT.
002470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002480     STOP RUN.
002490
002500 1000-INITIALIZE.
002510     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
002520     MOVE WK-TODAY TO WK-DN-DATE.
002530     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
002540     MOVE WK-DAY-NUMBER TO WK-TODAY-NUMBER.
002550
002560     OPEN OUTPUT AGING-REPORT.
002570     IF NOT FS-AGING-REPORT-OK
002580         DISPLAY "OFFRAGE - AGING-REPORT OPEN FAILED, "
002590                 "STATUS = " FS-AGING-REPORT
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630
002640     PERFORM 1200-GET-RUN-NUMBER THRU 1200-EXIT.
002650
002660     MOVE WK-TODAY TO RPT-H-DATE.
002670     WRITE REPORT-LINE FROM RPT-HEADING-1.
002680     WRITE REPORT-LINE FROM RPT-HEADING-2.
002690
002700 1000-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740* 1200-GET-RUN-NUMBER                                           *
002750*   Reads the run-control journal to the end - the last run     *
002760*   number on it is the run this report belongs to.  A missing  *
002770*   journal leaves the heading at zero.                         *
002780******************************************************************
002790 1200-GET-RUN-NUMBER.
002800     OPEN INPUT RUN-CONTROL-FILE.
002810     IF NOT FS-RUNCTL-OK
002820         GO TO 1200-STAMP
002830     END-IF.
002840
002850     PERFORM 1210-READ-ONE-RUNCTL THRU 1210-EXIT
002860         UNTIL RUN-CONTROL-EOF.
002870     CLOSE RUN-CONTROL-FILE.
002880
002890 1200-STAMP.
002900     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
002910
002920 1200-EXIT.
002930     EXIT.
002940
002950 1210-READ-ONE-RUNCTL.
002960     READ RUN-CONTROL-FILE
002970         AT END
002980             SET RUN-CONTROL-EOF TO TRUE
002990             GO TO 1210-EXIT
003000     END-READ.
003010
003020     IF RUN-NUMBER-X IS NUMERIC
003030         MOVE RUN-NUMBER TO WK-RUN-NUMBER
003040     END-IF.
003050
003060 1210-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100* 2000-READ-OFFERS                                              *
003110*   Every offer is counted under its position by status; an     *
003120*   open offer is also listed with its age and bucketed.  No    *
003130*   offer file yet means no offers - the report still prints.  *
003140******************************************************************
003150 2000-READ-OFFERS.
003160     OPEN INPUT OFFER-FILE.
003170     IF FS-OFFER-NOT-FOUND
003180         GO TO 2000-EXIT
003190     END-IF.
003200     IF NOT FS-OFFER-OK
003210         DISPLAY "OFFRAGE - OFFER-FILE OPEN FAILED, "
003220                 "STATUS = " FS-OFFER-FILE
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260
003270     PERFORM 2010-READ-ONE-OFFER THRU 2010-EXIT
003280         UNTIL OFFER-EOF.
003290     CLOSE OFFER-FILE.
003300
003310 2000-EXIT.
003320     EXIT.
003330
003340 2010-READ-ONE-OFFER.
003350     READ OFFER-FILE
003360         AT END
003370             SET OFFER-EOF TO TRUE
003380             GO TO 2010-EXIT
003390     END-READ.
003400     ADD 1 TO CT-OFFERS-READ.
003410
003420     PERFORM 2600-FIND-POSITION THRU 2600-EXIT.
003430     MOVE PS-FOUND-IDX TO PS-IDX.
003440     ADD 1 TO PS-OFFERED (PS-IDX).
003450
003460     IF OFR-STATUS-ACCEPTED
003470         ADD 1 TO PS-ACCEPTED (PS-IDX)
003480         GO TO 2010-EXIT
003490     END-IF.
003500     IF OFR-STATUS-DECLINED
003510         ADD 1 TO PS-DECLINED (PS-IDX)
003520         GO TO 2010-EXIT
003530     END-IF.
003540     IF OFR-STATUS-EXPIRED
003550         ADD 1 TO PS-EXPIRED (PS-IDX)
003560         GO TO 2010-EXIT
003570     END-IF.
003580
003590     ADD 1 TO PS-OPEN (PS-IDX).
003600     PERFORM 2100-AGE-OPEN-OFFER THRU 2100-EXIT.
003610
003620 2010-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660* 2100-AGE-OPEN-OFFER                                           *
003670*   Days outstanding count from the offer date; days left are   *
003680*   to the deadline, negative once it has passed (OFFRPROC      *
003690*   expires such offers on its next run).                       *
003700******************************************************************
003710 2100-AGE-OPEN-OFFER.
003720     ADD 1 TO CT-OPEN.
003730     MOVE SPACES TO RPT-DETAIL-LINE.
003740     MOVE OFR-CAND-ID TO RPT-D-ID.
003750     MOVE OFR-POSITION TO RPT-D-POSITION.
003760     MOVE OFR-OFFER-DATE TO RPT-D-OFFER-DATE.
003770     MOVE OFR-DEADLINE-DATE TO RPT-D-DEADLINE.
003780
003790     MOVE OFR-OFFER-DATE TO WK-DN-DATE.
003800     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
003810     COMPUTE WK-DAYS-OUT = WK-TODAY-NUMBER - WK-DAY-NUMBER.
003820     IF WK-DAYS-OUT IS LESS THAN ZERO
003830         MOVE ZERO TO WK-DAYS-OUT
003840     END-IF.
003850
003860     MOVE OFR-DEADLINE-DATE TO WK-DN-DATE.
003870     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
003880     COMPUTE WK-DAYS-LEFT = WK-DAY-NUMBER - WK-TODAY-NUMBER.
003890
003900     MOVE WK-DAYS-OUT TO RPT-D-DAYS-OUT.
003910     MOVE WK-DAYS-LEFT TO RPT-D-DAYS-LEFT.
003920     IF WK-DAYS-LEFT IS LESS THAN ZERO
003930         ADD 1 TO CT-PAST-DEADLINE
003940         MOVE "PAST DEADLINE" TO RPT-D-NOTE
003950     END-IF.
003960     IF WK-DAYS-LEFT IS EQUAL TO ZERO
003970         MOVE "DEADLINE TODAY" TO RPT-D-NOTE
003980     END-IF.
003990     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
004000
004010     IF WK-DAYS-OUT IS LESS THAN 4
004020         ADD 1 TO CT-AGE-0-3
004030         GO TO 2100-EXIT
004040     END-IF.
004050     IF WK-DAYS-OUT IS LESS THAN 8
004060         ADD 1 TO CT-AGE-4-7
004070         GO TO 2100-EXIT
004080     END-IF.
004090     IF WK-DAYS-OUT IS LESS THAN 15
004100         ADD 1 TO CT-AGE-8-14
004110         GO TO 2100-EXIT
004120     END-IF.
004130     ADD 1 TO CT-AGE-OVER-14.
004140
004150 2100-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190* 2600-FIND-POSITION                                            *
004200*   Serial search of POSITION-TABLE for OFR-POSITION, adding    *
004210*   the position when it is not there yet; its subscript is     *
004220*   left in PS-FOUND-IDX.  Past 200 positions the rest are      *
004230*   counted under the last entry.                               *
004240******************************************************************
004250 2600-FIND-POSITION.
004260     SET PS-NOT-FOUND TO TRUE.
004270     MOVE ZERO TO PS-FOUND-IDX.
004280     PERFORM 2610-MATCH-POSITION THRU 2610-EXIT
004290         VARYING PS-IDX FROM 1 BY 1
004300         UNTIL PS-IDX IS GREATER THAN PS-COUNT
004310            OR PS-FOUND.
004320     IF PS-FOUND
004330         GO TO 2600-EXIT
004340     END-IF.
004350
004360     IF PS-COUNT IS NOT LESS THAN 200
004370         DISPLAY "OFFRAGE - POSITION-TABLE FULL AT 200, "
004380                 "POSITION " OFR-POSITION
004390         MOVE 200 TO PS-FOUND-IDX
004400         GO TO 2600-EXIT
004410     END-IF.
004420
004430     ADD 1 TO PS-COUNT.
004440     MOVE PS-COUNT TO PS-FOUND-IDX.
004450     MOVE OFR-POSITION TO PS-POSITION (PS-COUNT).
004460     MOVE ZERO TO PS-OFFERED (PS-COUNT) PS-ACCEPTED (PS-COUNT)
004470                  PS-DECLINED (PS-COUNT) PS-EXPIRED (PS-COUNT)
004480                  PS-OPEN (PS-COUNT).
004490
004500 2600-EXIT.
004510     EXIT.
004520
004530 2610-MATCH-POSITION.
004540     IF PS-POSITION (PS-IDX) IS EQUAL TO OFR-POSITION
004550         SET PS-FOUND TO TRUE
004560         MOVE PS-IDX TO PS-FOUND-IDX
004570     END-IF.
004580
004590 2610-EXIT.
004600     EXIT.
004610
004620 9000-TERMINATE.
004630     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
004640     WRITE REPORT-LINE FROM RPT-AGING-HEADING.
004650     MOVE CT-AGE-0-3 TO RPT-A-0-3.
004660     MOVE CT-AGE-4-7 TO RPT-A-4-7.
004670     MOVE CT-AGE-8-14 TO RPT-A-8-14.
004680     MOVE CT-AGE-OVER-14 TO RPT-A-OVER-14.
004690     MOVE CT-OPEN TO RPT-A-OPEN.
004700     MOVE CT-PAST-DEADLINE TO RPT-A-PAST-DEADLINE.
004710     WRITE REPORT-LINE FROM RPT-AGING-1.
004720     WRITE REPORT-LINE FROM RPT-AGING-2.
004730     WRITE REPORT-LINE FROM RPT-AGING-3.
004740     WRITE REPORT-LINE FROM RPT-AGING-4.
004750     WRITE REPORT-LINE FROM RPT-AGING-5.
004760     WRITE REPORT-LINE FROM RPT-AGING-6.
004770
004780     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
004790     WRITE REPORT-LINE FROM RPT-POSITION-HEADING.
004800     PERFORM 9010-WRITE-ONE-POSITION THRU 9010-EXIT
004810         VARYING PS-IDX FROM 1 BY 1
004820         UNTIL PS-IDX IS GREATER THAN PS-COUNT.
004830
004840     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
004850     MOVE CT-OFFERS-READ TO RPT-F-READ.
004860     WRITE REPORT-LINE FROM RPT-FOOTER-1.
004870
004880     CLOSE AGING-REPORT.
004890
004900 9000-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940* 9010-WRITE-ONE-POSITION                                       *
004950*   The acceptance rate is taken over the offers settled -      *
004960*   accepted, declined or expired - since an open offer has     *
004970*   not had its answer yet.                                     *
004980******************************************************************
004990 9010-WRITE-ONE-POSITION.
005000     MOVE SPACES TO RPT-POSITION-LINE.
005010     MOVE PS-POSITION (PS-IDX) TO RPT-P-POSITION.
005020     MOVE PS-OFFERED (PS-IDX) TO RPT-P-OFFERED.
005030     MOVE PS-ACCEPTED (PS-IDX) TO RPT-P-ACCEPTED.
005040     MOVE PS-DECLINED (PS-IDX) TO RPT-P-DECLINED.
005050     MOVE PS-EXPIRED (PS-IDX) TO RPT-P-EXPIRED.
005060     MOVE PS-OPEN (PS-IDX) TO RPT-P-OPEN.
005070
005080     MOVE ZERO TO WK-RATE.
005090     COMPUTE WK-SETTLED = PS-OFFERED (PS-IDX) - PS-OPEN (PS-IDX).
005100     IF WK-SETTLED IS GREATER THAN ZERO
005110         COMPUTE WK-RATE ROUNDED =
005120             (PS-ACCEPTED (PS-IDX) * 100) / WK-SETTLED
005130     END-IF.
005140     MOVE WK-RATE TO RPT-P-RATE.
005150     WRITE REPORT-LINE FROM RPT-POSITION-LINE.
005160
005170 9010-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210* 8000-DATE-TO-DAY-NUMBER                                       *
005220*   WK-DN-DATE in, WK-DAY-NUMBER out.  The counting year runs   *
005230*   March to February so the leap day is its last day.          *
005240******************************************************************
005250 8000-DATE-TO-DAY-NUMBER.
005260     MOVE WK-DN-YYYY TO WK-DN-YEAR.
005270     MOVE WK-DN-MM TO WK-DN-MONTH.
005280     IF WK-DN-MONTH IS GREATER THAN 2
005290         SUBTRACT 3 FROM WK-DN-MONTH
005300     ELSE
005310         ADD 9 TO WK-DN-MONTH
005320         SUBTRACT 1 FROM WK-DN-YEAR
005330     END-IF.
005340
005350     PERFORM 8200-DAYS-BEFORE-YEAR THRU 8200-EXIT.
005360     COMPUTE WK-DN-WORK = WK-DN-MONTH * 306 + 5.
005370     DIVIDE WK-DN-WORK BY 10 GIVING WK-DN-QUOTIENT.
005380     COMPUTE WK-DAY-NUMBER = WK-DN-DAYS + WK-DN-QUOTIENT
005390                           + WK-DN-DD - 1.
005400
005410 8000-EXIT.
005420     EXIT.
005430
005440* Days from day zero to 1 March of counting year WK-DN-YEAR.
005450 8200-DAYS-BEFORE-YEAR.
005460     DIVIDE WK-DN-YEAR BY 4 GIVING WK-DN-Q4.
005470     DIVIDE WK-DN-YEAR BY 100 GIVING WK-DN-Q100.
005480     DIVIDE WK-DN-YEAR BY 400 GIVING WK-DN-Q400.
005490     COMPUTE WK-DN-DAYS = WK-DN-YEAR * 365 + WK-DN-Q4
005500                        - WK-DN-Q100 + WK-DN-Q400.
005510
005520 8200-EXIT.
005530     EXIT.
005540
005550 END PROGRAM OFFRAGE.
