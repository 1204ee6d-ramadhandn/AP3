000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 09/07/2026
000050* Date-Compiled.
000060* Purpose: Laporan status lowongan harian - untuk setiap
000070*          lowongan yang masih dibuka atau ditahan di master
000080*          lowongan (REQMAST), mencetak jumlah posisi, jumlah
000090*          yang sudah diterima, sisa posisi, dan jumlah kandidat
000100*          di setiap tahap: melamar, lulus tahap satu, lulus
000110*          tahap dua, sedang menunggu wawancara, diterima, dan
000120*          mengundurkan diri.  Angka tahap diambil dari riwayat
000130*          screening (SCRNHIST) dan jurnal penjadwalan
000140*          (INTVASGN).
000150* Tectonics: cobc
000160******************************************************************
000170* Modification History:
000180*   09/07/2026  RD  Original program - run at the end of the
000190*                   nightly chain so the hiring managers see
000200*                   where each open job stands without asking
000210*                   the coordinators to count spreadsheet rows.
000220*                   A history entry with no position (written
000230*                   before positions were carried, or a
000240*                   withdrawal) takes the position from the
000250*                   candidate master.
000260*   10/05/2026  RD  An override entry (see HISTREC) is not a
000270*                   new applicant - it moves the candidate
000280*                   into or out of the pass count of the
000290*                   stage it overrules.
000300******************************************************************
000310
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. REQSTAT.
000340 AUTHOR. RAMADHAN.
000350 INSTALLATION. HR-RECRUITING.
000360 DATE-WRITTEN. 09/07/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT REQUISITION-MASTER-FILE ASSIGN TO "REQMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS REQ-POSITION
000460         FILE STATUS IS FS-REQUISITION-MASTER.
000470
000480     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-SCREENING-HISTORY.
000510
000520     SELECT INTERVIEW-ASSIGN-FILE ASSIGN TO "INTVASGN"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-ASSIGN-FILE.
000550
000560     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS MAST-CAND-ID
000600         FILE STATUS IS FS-CANDIDATE-MASTER.
000610
000620     SELECT STATUS-REPORT ASSIGN TO "REQSRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-STATUS-REPORT.
000650
000660     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-RUN-CONTROL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  REQUISITION-MASTER-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY REQREC.
000750
000760 FD  SCREENING-HISTORY-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY HISTREC.
000790
000800 FD  INTERVIEW-ASSIGN-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY INTVASG.
000830
000840 FD  CANDIDATE-MASTER-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY CANDMAST.
000870
000880 FD  STATUS-REPORT
000890     LABEL RECORDS ARE STANDARD.
000900 01  REPORT-LINE                      PIC X(80).
000910
000920 FD  RUN-CONTROL-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY RUNCTL.
000950
000960 WORKING-STORAGE SECTION.
000970
000980 01  FS-REQUISITION-MASTER            PIC X(02).
000990     88  FS-REQUISITION-OK                VALUE "00".
001000 01  FS-SCREENING-HISTORY             PIC X(02).
001010     88  FS-HISTORY-OK                    VALUE "00".
001020     88  FS-HISTORY-NOT-FOUND             VALUE "35".
001030 01  FS-ASSIGN-FILE                   PIC X(02).
001040     88  FS-ASSIGN-OK                     VALUE "00".
001050     88  FS-ASSIGN-NOT-FOUND              VALUE "35".
001060 01  FS-CANDIDATE-MASTER              PIC X(02).
001070     88  FS-MASTER-OK                     VALUE "00".
001080 01  FS-STATUS-REPORT                 PIC X(02).
001090     88  FS-STATUS-REPORT-OK              VALUE "00".
001100 01  FS-RUN-CONTROL                   PIC X(02).
001110     88  FS-RUNCTL-OK                     VALUE "00".
001120
001130 01  SW-REQUISITION-EOF               PIC X(01)   VALUE "N".
001140     88  REQUISITION-EOF                  VALUE "Y".
001150 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
001160     88  HISTORY-EOF                      VALUE "Y".
001170 01  SW-ASSIGN-EOF                    PIC X(01)   VALUE "N".
001180     88  ASSIGN-EOF                       VALUE "Y".
001190 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
001200     88  RUN-CONTROL-EOF                  VALUE "Y".
001210 01  SW-RQ-FOUND                      PIC X(01)   VALUE "N".
001220     88  RQ-FOUND                         VALUE "Y".
001230     88  RQ-NOT-FOUND                     VALUE "N".
001240 01  SW-BK-FOUND                      PIC X(01)   VALUE "N".
001250     88  BK-FOUND                         VALUE "Y".
001260     88  BK-NOT-FOUND                     VALUE "N".
001270
001280 01  CT-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
001290 01  CT-BOOKINGS-READ             PIC 9(07) COMP VALUE ZERO.
001300 01  CT-REQ-LISTED                PIC 9(07) COMP VALUE ZERO.
001310 01  CT-OPENINGS-LEFT             PIC 9(07) COMP VALUE ZERO.
001320
001330 01  WK-TODAY                         PIC 9(08).
001340
001350* The position an entry is counted under - its own position,
001360* or the candidate master's when the entry carries none.
001370 01  WK-POSITION                      PIC X(08).
001380 01  WK-SEARCH-CAND-ID                PIC X(10).
001390
001400* The run number of the execution this report was produced
001410* under - the latest entry on the run-control journal.
001420 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
001430
001440* ------------------------------------------------------------ *
001450*  OPEN REQUISITIONS AND THEIR PIPELINE COUNTS                  *
001460*    One entry per requisition open or on hold, in position     *
001470*    order as the master is read.  Filled and closed            *
001480*    requisitions are not listed.                               *
001490* ------------------------------------------------------------ *
001500 01  REQUISITION-TABLE.
001510     05  RQ-COUNT                PIC 9(03) COMP VALUE ZERO.
001520     05  RQ-IDX                  PIC 9(03) COMP VALUE ZERO.
001530     05  RQ-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
001540     05  RQ-ENTRY OCCURS 200 TIMES.
001550         10  RQ-POSITION              PIC X(08).
001560         10  RQ-TITLE                 PIC X(30).
001570         10  RQ-STATUS                PIC X(01).
001580         10  RQ-OPENINGS              PIC 9(03).
001590         10  RQ-HIRES                 PIC 9(03).
001600         10  RQ-APPLIED          PIC 9(05) COMP.
001610         10  RQ-PASS1            PIC 9(05) COMP.
001620         10  RQ-PASS2            PIC 9(05) COMP.
001630         10  RQ-BOOKED           PIC 9(05) COMP.
001640         10  RQ-HIRED            PIC 9(05) COMP.
001650         10  RQ-WITHDRAWN        PIC 9(05) COMP.
001660
001670* ------------------------------------------------------------ *
001680*  CANDIDATES ALREADY COUNTED AS BOOKED                         *
001690*    The assignment journal can hold a rebooking after the      *
001700*    original - a candidate is counted once.                    *
001710* ------------------------------------------------------------ *
001720 01  BOOKED-TABLE.
001730     05  BK-COUNT                PIC 9(05) COMP VALUE ZERO.
001740     05  BK-IDX                  PIC 9(05) COMP VALUE ZERO.
001750     05  BK-ENTRY OCCURS 5000 TIMES.
001760         10  BK-CAND-ID               PIC X(10).
001770
001780 01  RPT-HEADING-1.
001790     05  FILLER                       PIC X(30)
001800             VALUE "REQUISITION STATUS REPORT - ".
001810     05  RPT-H-DATE                   PIC 9(08).
001820     05  FILLER                       PIC X(06)   VALUE "  RUN ".
001830     05  RPT-H-RUN-NUMBER             PIC 9(07).
001840     05  FILLER                       PIC X(29)   VALUE SPACES.
001850
001860 01  RPT-HEADING-2.
001870     05  FILLER                       PIC X(09)
001880       VALUE "POSITION".
001890     05  FILLER                       PIC X(17)   VALUE "TITLE".
001900     05  FILLER                       PIC X(03)   VALUE "ST".
001910     05  FILLER                       PIC X(04)   VALUE "OPN".
001920     05  FILLER                       PIC X(04)   VALUE "LFT".
001930     05  FILLER                       PIC X(06)   VALUE " APPL".
001940     05  FILLER                       PIC X(06)   VALUE " PAS1".
001950     05  FILLER                       PIC X(06)   VALUE " PAS2".
001960     05  FILLER                       PIC X(05)   VALUE "INTV".
001970     05  FILLER                       PIC X(05)   VALUE "HIRE".
001980     05  FILLER                       PIC X(15)   VALUE "WDRN".
001990
002000 01  RPT-DETAIL-LINE.
002010     05  RPT-D-POSITION               PIC X(09).
002020     05  RPT-D-TITLE                  PIC X(17).
002030     05  RPT-D-STATUS                 PIC X(03).
002040     05  RPT-D-OPENINGS               PIC ZZ9.
002050     05  FILLER                       PIC X(01).
002060     05  RPT-D-LEFT                   PIC ZZ9.
002070     05  FILLER                       PIC X(01).
002080     05  RPT-D-APPLIED                PIC ZZZZ9.
002090     05  FILLER                       PIC X(01).
002100     05  RPT-D-PASS1                  PIC ZZZZ9.
002110     05  FILLER                       PIC X(01).
002120     05  RPT-D-PASS2                  PIC ZZZZ9.
002130     05  FILLER                       PIC X(01).
002140     05  RPT-D-BOOKED                 PIC ZZZ9.
002150     05  FILLER                       PIC X(01).
002160     05  RPT-D-HIRED                  PIC ZZZ9.
002170     05  FILLER                       PIC X(01).
002180     05  RPT-D-WITHDRAWN              PIC ZZZ9.
002190     05  FILLER                       PIC X(11).
002200
002210 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
002220
002230 01  RPT-FOOTER-1.
002240     05  FILLER                       PIC X(24)
002250             VALUE "OPEN REQUISITIONS . . .".
002260     05  RPT-F-LISTED                 PIC ZZZ,ZZ9.
002270
002280 01  RPT-FOOTER-2.
002290     05  FILLER                       PIC X(24)
002300             VALUE "OPENINGS LEFT . . . . .".
002310     05  RPT-F-OPENINGS-LEFT          PIC ZZZ,ZZ9.
002320
002330 01  RPT-FOOTER-3.
002340     05  FILLER                       PIC X(24)
002350             VALUE "HISTORY ENTRIES READ  .".
002360     05  RPT-F-HISTORY                PIC ZZZ,ZZ9.
002370
002380 01  RPT-FOOTER-4.
002390     05  FILLER                       PIC X(24)
002400             VALUE "OPEN BOOKINGS READ  . .".
002410     05  RPT-F-BOOKINGS               PIC ZZZ,ZZ9.
002420
002430 PROCEDURE DIVISION.
002440
002450******************************************************************
002460* 0000-MAINLINE                                                 *
002470******************************************************************
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     PERFORM 1100-LOAD-REQUISITIONS THRU 1100-EXIT.
002510     PERFORM 2000-COUNT-HISTORY THRU 2000-EXIT.
002520     PERFORM 3000-COUNT-BOOKINGS THRU 3000-EXIT.
002530     PERFORM 4000-PRINT-REQUISITIONS THRU 4000-EXIT.
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002550     STOP RUN.
002560
002570 1000-INITIALIZE.
002580     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
002590
002600     OPEN INPUT CANDIDATE-MASTER-FILE.
002610     IF NOT FS-MASTER-OK
002620         DISPLAY "REQSTAT - CANDIDATE-MASTER-FILE OPEN "
002630                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
002640         MOVE 16 TO RETURN-CODE
002650         STOP RUN
002660     END-IF.
002670
002680     OPEN OUTPUT STATUS-REPORT.
002690     IF NOT FS-STATUS-REPORT-OK
002700         DISPLAY "REQSTAT - STATUS-REPORT OPEN FAILED, "
002710                 "STATUS = " FS-STATUS-REPORT
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750
002760     PERFORM 1200-GET-RUN-NUMBER THRU 1200-EXIT.
002770
002780     MOVE WK-TODAY TO RPT-H-DATE.
002790     WRITE REPORT-LINE FROM RPT-HEADING-1.
002800     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
002810     WRITE REPORT-LINE FROM RPT-HEADING-2.
002820
002830 1000-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870* 1100-LOAD-REQUISITIONS                                        *
002880*   Reads the requisition master front to back and keeps every  *
002890*   requisition open or on hold, with its counts zeroed.        *
002900******************************************************************
002910 1100-LOAD-REQUISITIONS.
002920     OPEN INPUT REQUISITION-MASTER-FILE.
002930     IF NOT FS-REQUISITION-OK
002940         DISPLAY "REQSTAT - REQUISITION-MASTER-FILE OPEN "
002950                 "FAILED, STATUS = " FS-REQUISITION-MASTER
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990
003000     PERFORM 1110-LOAD-ONE-REQUISITION THRU 1110-EXIT
003010         UNTIL REQUISITION-EOF.
003020     CLOSE REQUISITION-MASTER-FILE.
003030
003040 1100-EXIT.
003050     EXIT.
003060
003070 1110-LOAD-ONE-REQUISITION.
003080     READ REQUISITION-MASTER-FILE
003090         AT END
003100             SET REQUISITION-EOF TO TRUE
003110             GO TO 1110-EXIT
003120     END-READ.
003130
003140     IF NOT REQ-STATUS-OPEN
003150        AND NOT REQ-STATUS-HOLD
003160         GO TO 1110-EXIT
003170     END-IF.
003180
003190     IF RQ-COUNT IS NOT LESS THAN 200
003200         DISPLAY "REQSTAT - REQUISITION-TABLE FULL AT 200 "
003210                 "ENTRIES"
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250
003260     ADD 1 TO RQ-COUNT.
003270     MOVE REQ-POSITION TO RQ-POSITION (RQ-COUNT).
003280     MOVE REQ-TITLE TO RQ-TITLE (RQ-COUNT).
003290     MOVE REQ-STATUS TO RQ-STATUS (RQ-COUNT).
003300     MOVE REQ-OPENINGS TO RQ-OPENINGS (RQ-COUNT).
003310     MOVE REQ-HIRES TO RQ-HIRES (RQ-COUNT).
003320     MOVE ZERO TO RQ-APPLIED (RQ-COUNT).
003330     MOVE ZERO TO RQ-PASS1 (RQ-COUNT).
003340     MOVE ZERO TO RQ-PASS2 (RQ-COUNT).
003350     MOVE ZERO TO RQ-BOOKED (RQ-COUNT).
003360     MOVE ZERO TO RQ-HIRED (RQ-COUNT).
003370     MOVE ZERO TO RQ-WITHDRAWN (RQ-COUNT).
003380
003390 1110-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430* 1200-GET-RUN-NUMBER                                           *
003440*   The latest entry on the run-control journal belongs to the  *
003450*   execution this report was produced under - its run number   *
003460*   goes in the heading.  A missing journal just leaves the     *
003470*   heading zero.                                               *
003480******************************************************************
003490 1200-GET-RUN-NUMBER.
003500     OPEN INPUT RUN-CONTROL-FILE.
003510     IF NOT FS-RUNCTL-OK
003520         GO TO 1200-STAMP
003530     END-IF.
003540
003550     PERFORM 1210-READ-ONE-RUNCTL THRU 1210-EXIT
003560         UNTIL RUN-CONTROL-EOF.
003570     CLOSE RUN-CONTROL-FILE.
003580
003590 1200-STAMP.
003600     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
003610
003620 1200-EXIT.
003630     EXIT.
003640
003650 1210-READ-ONE-RUNCTL.
003660     READ RUN-CONTROL-FILE
003670         AT END
003680             SET RUN-CONTROL-EOF TO TRUE
003690             GO TO 1210-EXIT
003700     END-READ.
003710
003720     IF RUN-NUMBER-X IS NUMERIC
003730         MOVE RUN-NUMBER TO WK-RUN-NUMBER
003740     END-IF.
003750
003760 1210-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800* 2000-COUNT-HISTORY                                            *
003810*   Every decision on the audit trail for an open requisition   *
003820*   is counted at its stage: a stage-1 PASS or FAIL is an       *
003830*   applicant, a PASS also passed stage 1; a stage-2 PASS       *
003840*   passed stage 2; a stage-3 HIRE was hired; a withdrawal is   *
003850*   counted as such.  Rejections and duplicates never entered   *
003860*   the pipeline and are not counted.  An override only moves   *
003870*   the candidate into or out of its stage's pass count.        *
003880******************************************************************
003890 2000-COUNT-HISTORY.
003900     OPEN INPUT SCREENING-HISTORY-FILE.
003910     IF FS-HISTORY-NOT-FOUND
003920         GO TO 2000-EXIT
003930     END-IF.
003940     IF NOT FS-HISTORY-OK
003950         DISPLAY "REQSTAT - SCREENING-HISTORY-FILE OPEN "
003960                 "FAILED, STATUS = " FS-SCREENING-HISTORY
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000
004010     PERFORM 2010-COUNT-ONE-HISTORY THRU 2010-EXIT
004020         UNTIL HISTORY-EOF.
004030     CLOSE SCREENING-HISTORY-FILE.
004040
004050 2000-EXIT.
004060     EXIT.
004070
004080 2010-COUNT-ONE-HISTORY.
004090     READ SCREENING-HISTORY-FILE
004100         AT END
004110             SET HISTORY-EOF TO TRUE
004120             GO TO 2010-EXIT
004130     END-READ.
004140     ADD 1 TO CT-HISTORY-READ.
004150
004160     MOVE HIST-POSITION TO WK-POSITION.
004170     IF WK-POSITION IS EQUAL TO SPACES
004180         MOVE HIST-CAND-ID TO WK-SEARCH-CAND-ID
004190         PERFORM 2500-POSITION-FROM-MASTER THRU 2500-EXIT
004200     END-IF.
004210
004220     PERFORM 2600-FIND-REQUISITION THRU 2600-EXIT.
004230     IF RQ-NOT-FOUND
004240         GO TO 2010-EXIT
004250     END-IF.
004260
004270     IF HIST-STAGE-WDRW
004280         ADD 1 TO RQ-WITHDRAWN (RQ-FOUND-IDX)
004290         GO TO 2010-EXIT
004300     END-IF.
004310
004320     IF HIST-STAGE-INTERVIEW
004330         IF HIST-RESULT IS EQUAL TO "HIRE"
004340             ADD 1 TO RQ-HIRED (RQ-FOUND-IDX)
004350         END-IF
004360         GO TO 2010-EXIT
004370     END-IF.
004380
004390     IF NOT HIST-NOT-OVERRIDDEN
004400         PERFORM 2020-COUNT-OVERRIDE THRU 2020-EXIT
004410         GO TO 2010-EXIT
004420     END-IF.
004430
004440     IF HIST-STAGE-2
004450         IF HIST-RESULT-PASS
004460             ADD 1 TO RQ-PASS2 (RQ-FOUND-IDX)
004470         END-IF
004480         GO TO 2010-EXIT
004490     END-IF.
004500
004510     IF HIST-STAGE-1
004520         IF HIST-RESULT-PASS
004530             ADD 1 TO RQ-APPLIED (RQ-FOUND-IDX)
004540             ADD 1 TO RQ-PASS1 (RQ-FOUND-IDX)
004550         END-IF
004560         IF HIST-RESULT-FAIL
004570             ADD 1 TO RQ-APPLIED (RQ-FOUND-IDX)
004580         END-IF
004590     END-IF.
004600
004610 2010-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650* 2020-COUNT-OVERRIDE                                           *
004660*   The candidate was counted as an applicant by the decision   *
004670*   the override overrules - a PASS ruling adds a pass at that  *
004680*   stage, a FAIL ruling takes one away.                        *
004690******************************************************************
004700 2020-COUNT-OVERRIDE.
004710     IF HIST-STAGE-2
004720         IF HIST-RESULT-PASS
004730             ADD 1 TO RQ-PASS2 (RQ-FOUND-IDX)
004740         ELSE
004750             IF RQ-PASS2 (RQ-FOUND-IDX) IS GREATER THAN ZERO
004760                 SUBTRACT 1 FROM RQ-PASS2 (RQ-FOUND-IDX)
004770             END-IF
004780         END-IF
004790         GO TO 2020-EXIT
004800     END-IF.
004810
004820     IF HIST-RESULT-PASS
004830         ADD 1 TO RQ-PASS1 (RQ-FOUND-IDX)
004840     ELSE
004850         IF RQ-PASS1 (RQ-FOUND-IDX) IS GREATER THAN ZERO
004860             SUBTRACT 1 FROM RQ-PASS1 (RQ-FOUND-IDX)
004870         END-IF
004880     END-IF.
004890
004900 2020-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940* 2500-POSITION-FROM-MASTER                                     *
004950*   The candidate master's position for WK-SEARCH-CAND-ID, or   *
004960*   spaces when there is no master record.                      *
004970******************************************************************
004980 2500-POSITION-FROM-MASTER.
004990     MOVE SPACES TO WK-POSITION.
005000     MOVE WK-SEARCH-CAND-ID TO MAST-CAND-ID.
005010     READ CANDIDATE-MASTER-FILE
005020         INVALID KEY
005030             GO TO 2500-EXIT
005040     END-READ.
005050     MOVE MAST-POSITION TO WK-POSITION.
005060
005070 2500-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110* 2600-FIND-REQUISITION                                         *
005120*   Serial search of REQUISITION-TABLE for WK-POSITION.  Sets   *
005130*   RQ-FOUND and leaves the matching subscript in               *
005140*   RQ-FOUND-IDX.                                               *
005150******************************************************************
005160 2600-FIND-REQUISITION.
005170     SET RQ-NOT-FOUND TO TRUE.
005180     MOVE ZERO TO RQ-FOUND-IDX.
005190     IF WK-POSITION IS EQUAL TO SPACES
005200         GO TO 2600-EXIT
005210     END-IF.
005220     PERFORM 2610-MATCH-REQUISITION THRU 2610-EXIT
005230         VARYING RQ-IDX FROM 1 BY 1
005240         UNTIL RQ-IDX IS GREATER THAN RQ-COUNT
005250            OR RQ-FOUND.
005260
005270 2600-EXIT.
005280     EXIT.
005290
005300 2610-MATCH-REQUISITION.
005310     IF RQ-POSITION (RQ-IDX) IS EQUAL TO WK-POSITION
005320         SET RQ-FOUND TO TRUE
005330         MOVE RQ-IDX TO RQ-FOUND-IDX
005340     END-IF.
005350
005360 2610-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 3000-COUNT-BOOKINGS                                           *
005410*   The assignment journal holds only bookings still awaiting   *
005420*   an interview result - each is a candidate in interview for  *
005430*   the position on their master record.                        *
005440******************************************************************
005450 3000-COUNT-BOOKINGS.
005460     OPEN INPUT INTERVIEW-ASSIGN-FILE.
005470     IF FS-ASSIGN-NOT-FOUND
005480         GO TO 3000-EXIT
005490     END-IF.
005500     IF NOT FS-ASSIGN-OK
005510         DISPLAY "REQSTAT - INTERVIEW-ASSIGN-FILE OPEN "
005520                 "FAILED, STATUS = " FS-ASSIGN-FILE
005530         MOVE 16 TO RETURN-CODE
005540         STOP RUN
005550     END-IF.
005560
005570     PERFORM 3010-COUNT-ONE-BOOKING THRU 3010-EXIT
005580         UNTIL ASSIGN-EOF.
005590     CLOSE INTERVIEW-ASSIGN-FILE.
005600
005610 3000-EXIT.
005620     EXIT.
005630
005640 3010-COUNT-ONE-BOOKING.
005650     READ INTERVIEW-ASSIGN-FILE
005660         AT END
005670             SET ASSIGN-EOF TO TRUE
005680             GO TO 3010-EXIT
005690     END-READ.
005700     ADD 1 TO CT-BOOKINGS-READ.
005710
005720     SET BK-NOT-FOUND TO TRUE.
005730     PERFORM 3100-MATCH-BOOKED THRU 3100-EXIT
005740         VARYING BK-IDX FROM 1 BY 1
005750         UNTIL BK-IDX IS GREATER THAN BK-COUNT
005760            OR BK-FOUND.
005770     IF BK-FOUND
005780         GO TO 3010-EXIT
005790     END-IF.
005800
005810     IF BK-COUNT IS NOT LESS THAN 5000
005820         DISPLAY "REQSTAT - BOOKED-TABLE FULL AT 5000 "
005830                 "ENTRIES, CANDIDATE " IVA-CAND-ID
005840         MOVE 16 TO RETURN-CODE
005850         STOP RUN
005860     END-IF.
005870     ADD 1 TO BK-COUNT.
005880     MOVE IVA-CAND-ID TO BK-CAND-ID (BK-COUNT).
005890
005900     MOVE IVA-CAND-ID TO WK-SEARCH-CAND-ID.
005910     PERFORM 2500-POSITION-FROM-MASTER THRU 2500-EXIT.
005920     PERFORM 2600-FIND-REQUISITION THRU 2600-EXIT.
005930     IF RQ-FOUND
005940         ADD 1 TO RQ-BOOKED (RQ-FOUND-IDX)
005950     END-IF.
005960
005970 3010-EXIT.
005980     EXIT.
005990
006000 3100-MATCH-BOOKED.
006010     IF BK-CAND-ID (BK-IDX) IS EQUAL TO IVA-CAND-ID
006020         SET BK-FOUND TO TRUE
006030     END-IF.
006040
006050 3100-EXIT.
006060     EXIT.
006070
006080 4000-PRINT-REQUISITIONS.
006090     PERFORM 4010-PRINT-ONE-REQUISITION THRU 4010-EXIT
006100         VARYING RQ-IDX FROM 1 BY 1
006110         UNTIL RQ-IDX IS GREATER THAN RQ-COUNT.
006120
006130 4000-EXIT.
006140     EXIT.
006150
006160 4010-PRINT-ONE-REQUISITION.
006170     MOVE SPACES TO RPT-DETAIL-LINE.
006180     MOVE RQ-POSITION (RQ-IDX) TO RPT-D-POSITION.
006190     MOVE RQ-TITLE (RQ-IDX) TO RPT-D-TITLE.
006200     MOVE RQ-STATUS (RQ-IDX) TO RPT-D-STATUS.
006210     MOVE RQ-OPENINGS (RQ-IDX) TO RPT-D-OPENINGS.
006220     IF RQ-HIRES (RQ-IDX) IS LESS THAN RQ-OPENINGS (RQ-IDX)
006230         COMPUTE RPT-D-LEFT =
006240             RQ-OPENINGS (RQ-IDX) - RQ-HIRES (RQ-IDX)
006250         COMPUTE CT-OPENINGS-LEFT = CT-OPENINGS-LEFT
006260             + RQ-OPENINGS (RQ-IDX) - RQ-HIRES (RQ-IDX)
006270     ELSE
006280         MOVE ZERO TO RPT-D-LEFT
006290     END-IF.
006300     MOVE RQ-APPLIED (RQ-IDX) TO RPT-D-APPLIED.
006310     MOVE RQ-PASS1 (RQ-IDX) TO RPT-D-PASS1.
006320     MOVE RQ-PASS2 (RQ-IDX) TO RPT-D-PASS2.
006330     MOVE RQ-BOOKED (RQ-IDX) TO RPT-D-BOOKED.
006340     MOVE RQ-HIRED (RQ-IDX) TO RPT-D-HIRED.
006350     MOVE RQ-WITHDRAWN (RQ-IDX) TO RPT-D-WITHDRAWN.
006360     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
006370     ADD 1 TO CT-REQ-LISTED.
006380
006390 4010-EXIT.
006400     EXIT.
006410
006420 9000-TERMINATE.
006430     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
006440     MOVE CT-REQ-LISTED TO RPT-F-LISTED.
006450     MOVE CT-OPENINGS-LEFT TO RPT-F-OPENINGS-LEFT.
006460     MOVE CT-HISTORY-READ TO RPT-F-HISTORY.
006470     MOVE CT-BOOKINGS-READ TO RPT-F-BOOKINGS.
006480     WRITE REPORT-LINE FROM RPT-FOOTER-1.
006490     WRITE REPORT-LINE FROM RPT-FOOTER-2.
006500     WRITE REPORT-LINE FROM RPT-FOOTER-3.
006510     WRITE REPORT-LINE FROM RPT-FOOTER-4.
006520
006530     CLOSE CANDIDATE-MASTER-FILE.
006540     CLOSE STATUS-REPORT.
006550
006560     DISPLAY "REQSTAT - REQUISITION STATUS REPORT COMPLETE".
006570     DISPLAY "  OPEN REQUISITIONS   : " CT-REQ-LISTED.
006580
006590 9000-EXIT.
006600     EXIT.
006610
006620 END PROGRAM REQSTAT.
