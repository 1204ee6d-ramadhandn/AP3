000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 10/05/2026
000050* Date-Compiled.
000060* Purpose: Register bulanan keputusan screening yang dibatalkan
000070*          oleh supervisor (override) untuk pemeriksaan
000080*          kepatuhan.  Dibaca dari riwayat screening (arsip
000090*          HISTARCH lalu SCRNHIST); setiap entri override di
000100*          bulan laporan dicetak dengan tanggal, nomor run,
000110*          kandidat, tahap, hasil sebelum dan sesudah, posisi,
000120*          supervisor yang memberi wewenang dan kode alasan.
000130*          Ringkasan per supervisor dan per kode alasan
000140*          dicetak di akhir laporan.
000150* Tectonics: cobc
000160******************************************************************
000170* Modification History:
000180*   10/05/2026  RD  Original program.  The prior result of each
000190*                   override is the candidate's last decision
000200*                   at that stage on the history read before
000210*                   it, so the archive generations the
000220*                   override could reach back to must be
000230*                   concatenated; a candidate whose earlier
000240*                   decision is not in what was read shows
000250*                   the prior result as "----".  Entries
000260*                   dated after the report month are ignored,
000270*                   so a rerun for a past month shows that
000280*                   month as it stood.
000290******************************************************************
000300
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. OVRDRGST.
000330 AUTHOR. RAMADHAN.
000340 INSTALLATION. HR-RECRUITING.
000350 DATE-WRITTEN. 10/05/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-SCREENING-HISTORY.
000440
000450     SELECT ARCHIVE-HISTORY-FILE ASSIGN TO "HISTARCH"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-ARCHIVE-HISTORY.
000480
000490     SELECT REGISTER-REPORT ASSIGN TO "OVRDREG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-REGISTER-REPORT.
000520
000530     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-RUN-CONTROL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  SCREENING-HISTORY-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY HISTREC.
000620
000630 FD  ARCHIVE-HISTORY-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  ARCHIVE-HISTORY-LINE             PIC X(80).
000660
000670 FD  REGISTER-REPORT
000680     LABEL RECORDS ARE STANDARD.
000690 01  REPORT-LINE                      PIC X(80).
000700
000710 FD  RUN-CONTROL-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY RUNCTL.
000740
000750 WORKING-STORAGE SECTION.
000760
000770 01  FS-SCREENING-HISTORY             PIC X(02).
000780     88  FS-HISTORY-OK                    VALUE "00".
000790     88  FS-HISTORY-NOT-FOUND             VALUE "35".
000800 01  FS-ARCHIVE-HISTORY               PIC X(02).
000810     88  FS-ARCHIVE-OK                    VALUE "00".
000820     88  FS-ARCHIVE-NOT-FOUND             VALUE "35".
000830 01  FS-REGISTER-REPORT               PIC X(02).
000840     88  FS-REGISTER-REPORT-OK            VALUE "00".
000850 01  FS-RUN-CONTROL                   PIC X(02).
000860     88  FS-RUNCTL-OK                     VALUE "00".
000870
000880 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
000890     88  HISTORY-EOF                      VALUE "Y".
000900 01  SW-ARCHIVE-EOF                   PIC X(01)   VALUE "N".
000910     88  ARCHIVE-EOF                      VALUE "Y".
000920 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
000930     88  RUN-CONTROL-EOF                  VALUE "Y".
000940 01  SW-CD-FOUND                      PIC X(01)   VALUE "N".
000950     88  CD-FOUND                         VALUE "Y".
000960     88  CD-NOT-FOUND                     VALUE "N".
000970 01  SW-SV-FOUND                      PIC X(01)   VALUE "N".
000980     88  SV-FOUND                         VALUE "Y".
000990     88  SV-NOT-FOUND                     VALUE "N".
001000 01  SW-RS-FOUND                      PIC X(01)   VALUE "N".
001010     88  RS-FOUND                         VALUE "Y".
001020     88  RS-NOT-FOUND                     VALUE "N".
001030
001040 01  CT-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
001050 01  CT-ARCHIVE-READ             PIC 9(07) COMP VALUE ZERO.
001060 01  CT-OVERRIDES                PIC 9(07) COMP VALUE ZERO.
001070 01  CT-TO-PASS                  PIC 9(07) COMP VALUE ZERO.
001080 01  CT-TO-FAIL                  PIC 9(07) COMP VALUE ZERO.
001090 01  CT-STAGE-1                  PIC 9(07) COMP VALUE ZERO.
001100 01  CT-STAGE-2                  PIC 9(07) COMP VALUE ZERO.
001110 01  CT-NO-PRIOR                 PIC 9(07) COMP VALUE ZERO.
001120
001130 01  WK-TARGET-YYYY                   PIC 9(04).
001140 01  WK-TARGET-YYYY-X REDEFINES WK-TARGET-YYYY
001150                                      PIC X(04).
001160 01  WK-TARGET-MM                     PIC 9(02).
001170 01  WK-TARGET-MM-X REDEFINES WK-TARGET-MM
001180                                      PIC X(02).
001190
001200* The first and last days of the report month.  Day 31 serves
001210* every month as the end - no real date lies between the true
001220* month end and the 31st.
001230 01  WK-MONTH-START.
001240     05  WK-MS-YYYY                   PIC 9(04).
001250     05  WK-MS-MM                     PIC 9(02).
001260     05  WK-MS-DD                     PIC 9(02)   VALUE 01.
001270 01  WK-MONTH-START-N REDEFINES WK-MONTH-START
001280                                      PIC 9(08).
001290 01  WK-MONTH-END.
001300     05  WK-ME-YYYY                   PIC 9(04).
001310     05  WK-ME-MM                     PIC 9(02).
001320     05  WK-ME-DD                     PIC 9(02)   VALUE 31.
001330 01  WK-MONTH-END-N REDEFINES WK-MONTH-END
001340                                      PIC 9(08).
001350
001360 01  WK-SEARCH-CAND-ID                PIC X(10).
001370 01  WK-SEARCH-SUPERVISOR             PIC X(10).
001380 01  WK-SEARCH-REASON                 PIC X(04).
001390 01  WK-PRIOR-RESULT                  PIC X(04).
001400 01  WK-INSERT-AT                PIC 9(03) COMP VALUE ZERO.
001410
001420* The run number of the execution this report was produced
001430* under - the latest entry on the run-control journal.
001440 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
001450
001460* ------------------------------------------------------------ *
001470*  CANDIDATE DECISION TABLE                                    *
001480*    One entry per candidate seen with a decision - the last   *
001490*    stage-1 and stage-2 results on the history read so far.   *
001500*    A new stage-1 decision voids the stage-2 result, as a     *
001510*    re-application or a stage-1 override does on the master.  *
001520* ------------------------------------------------------------ *
001530 01  CANDIDATE-DECISION-TABLE.
001540     05  CD-COUNT                PIC 9(05) COMP VALUE ZERO.
001550     05  CD-IDX                  PIC 9(05) COMP VALUE ZERO.
001560     05  CD-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
001570     05  CD-ENTRY OCCURS 10000 TIMES.
001580         10  CD-CAND-ID               PIC X(10).
001590         10  CD-STAGE1-RESULT         PIC X(04).
001600         10  CD-STAGE2-RESULT         PIC X(04).
001610
001620* ------------------------------------------------------------ *
001630*  SUPERVISOR TABLE                                            *
001640*    One entry per authorizing supervisor in the report        *
001650*    month, kept in supervisor order.                          *
001660* ------------------------------------------------------------ *
001670 01  SUPERVISOR-TABLE.
001680     05  SV-COUNT                PIC 9(03) COMP VALUE ZERO.
001690     05  SV-IDX                  PIC 9(03) COMP VALUE ZERO.
001700     05  SV-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
001710     05  SV-ENTRY OCCURS 200 TIMES.
001720         10  SV-SUPERVISOR            PIC X(10).
001730         10  SV-OVERRIDES        PIC 9(07) COMP.
001740         10  SV-TO-PASS          PIC 9(07) COMP.
001750         10  SV-TO-FAIL          PIC 9(07) COMP.
001760
001770* ------------------------------------------------------------ *
001780*  REASON TABLE                                                *
001790*    One entry per reason code in the report month, kept in    *
001800*    code order.  The description is the one OVRDPROC logged   *
001810*    after the code.                                           *
001820* ------------------------------------------------------------ *
001830 01  REASON-TABLE.
001840     05  RS-COUNT                PIC 9(03) COMP VALUE ZERO.
001850     05  RS-IDX                  PIC 9(03) COMP VALUE ZERO.
001860     05  RS-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
001870     05  RS-ENTRY OCCURS 100 TIMES.
001880         10  RS-REASON.
001890             15  RS-CODE              PIC X(04).
001900             15  RS-DESCRIPTION       PIC X(16).
001910         10  RS-OVERRIDES        PIC 9(07) COMP.
001920         10  RS-TO-PASS          PIC 9(07) COMP.
001930         10  RS-TO-FAIL          PIC 9(07) COMP.
001940
001950 01  WK-HIST-REASON.
001960     05  WK-HR-CODE                   PIC X(04).
001970     05  WK-HR-DESCRIPTION            PIC X(16).
001980
001990 01  RPT-HEADING-1.
002000     05  FILLER                       PIC X(32)
002010             VALUE "SUPERVISOR OVERRIDE REGISTER".
002020     05  FILLER                       PIC X(06)
002030             VALUE "MONTH ".
002040     05  RPT-H-YYYY                   PIC 9999.
002050     05  FILLER                       PIC X(01)   VALUE "-".
002060     05  RPT-H-MM                     PIC 99.
002070     05  FILLER                       PIC X(06)   VALUE "  RUN ".
002080     05  RPT-H-RUN-NUMBER             PIC 9(07).
002090     05  FILLER                       PIC X(22)   VALUE SPACES.
002100
002110 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
002120
002130 01  RPT-NO-OVERRIDES                 PIC X(80)   VALUE
002140     "NO OVERRIDES ON FILE FOR THIS MONTH".
002150
002160 01  RPT-DETAIL-COLUMNS.
002170     05  FILLER                       PIC X(17)
002180             VALUE "DATE     RUN".
002190     05  FILLER                       PIC X(12)
002200             VALUE "CANDIDATE  S".
002210     05  FILLER                       PIC X(19)
002220             VALUE " PRIOR>NEW POSITION".
002230     05  FILLER                       PIC X(12)
002240             VALUE " AUTHORIZER".
002250     05  FILLER                       PIC X(20)
002260             VALUE "REASON".
002270
002280 01  RPT-DETAIL-LINE.
002290     05  RPT-D-DATE                   PIC 9(08).
002300     05  FILLER                       PIC X(01)   VALUE SPACE.
002310     05  RPT-D-RUN-NUMBER             PIC 9(07).
002320     05  FILLER                       PIC X(01)   VALUE SPACE.
002330     05  RPT-D-CAND-ID                PIC X(10).
002340     05  FILLER                       PIC X(01)   VALUE SPACE.
002350     05  RPT-D-STAGE                  PIC X(01).
002360     05  FILLER                       PIC X(01)   VALUE SPACE.
002370     05  RPT-D-PRIOR                  PIC X(04).
002380     05  FILLER                       PIC X(01)   VALUE ">".
002390     05  RPT-D-NEW                    PIC X(04).
002400     05  FILLER                       PIC X(01)   VALUE SPACE.
002410     05  RPT-D-POSITION               PIC X(08).
002420     05  FILLER                       PIC X(01)   VALUE SPACE.
002430     05  RPT-D-SUPERVISOR             PIC X(10).
002440     05  FILLER                       PIC X(01)   VALUE SPACE.
002450     05  RPT-D-REASON                 PIC X(20).
002460
002470 01  RPT-SUPERVISOR-HEADING           PIC X(80)   VALUE
002480     "OVERRIDES BY AUTHORIZING SUPERVISOR:".
002490
002500 01  RPT-SUPERVISOR-COLUMNS.
002510     05  FILLER                       PIC X(22)
002520             VALUE "SUPERVISOR".
002530     05  FILLER                       PIC X(10)
002540             VALUE " OVERRIDES".
002550     05  FILLER                       PIC X(10)
002560             VALUE "   TO PASS".
002570     05  FILLER                       PIC X(10)
002580             VALUE "   TO FAIL".
002590     05  FILLER                       PIC X(28)   VALUE SPACES.
002600
002610 01  RPT-REASON-HEADING               PIC X(80)   VALUE
002620     "OVERRIDES BY REASON CODE:".
002630
002640 01  RPT-REASON-COLUMNS.
002650     05  FILLER                       PIC X(22)
002660             VALUE "REASON".
002670     05  FILLER                       PIC X(10)
002680             VALUE " OVERRIDES".
002690     05  FILLER                       PIC X(10)
002700             VALUE "   TO PASS".
002710     05  FILLER                       PIC X(10)
002720             VALUE "   TO FAIL".
002730     05  FILLER                       PIC X(28)   VALUE SPACES.
002740
002750* One line layout serves both summaries and the total - the
002760* first column is the supervisor, the reason, or TOTAL.
002770 01  RPT-SUMMARY-LINE.
002780     05  RPT-S-KEY                    PIC X(20).
002790     05  FILLER                       PIC X(04)   VALUE SPACES.
002800     05  RPT-S-OVERRIDES              PIC ZZ,ZZ9.
002810     05  FILLER                       PIC X(04)   VALUE SPACES.
002820     05  RPT-S-TO-PASS                PIC ZZ,ZZ9.
002830     05  FILLER                       PIC X(04)   VALUE SPACES.
002840     05  RPT-S-TO-FAIL                PIC ZZ,ZZ9.
002850     05  FILLER                       PIC X(30)   VALUE SPACES.
002860
002870 01  RPT-FOOTER-1.
002880     05  FILLER                       PIC X(24)
002890             VALUE "HISTORY ENTRIES READ . .".
002900     05  RPT-F-HISTORY                PIC ZZZ,ZZ9.
002910 01  RPT-FOOTER-2.
002920     05  FILLER                       PIC X(24)
002930             VALUE "ARCHIVE ENTRIES READ . .".
002940     05  RPT-F-ARCHIVE                PIC ZZZ,ZZ9.
002950 01  RPT-FOOTER-3.
002960     05  FILLER                       PIC X(24)
002970             VALUE "OVERRIDES LISTED . . . .".
002980     05  RPT-F-OVERRIDES              PIC ZZZ,ZZ9.
002990 01  RPT-FOOTER-4.
003000     05  FILLER                       PIC X(24)
003010             VALUE "  STAGE 1  . . . . . . .".
003020     05  RPT-F-STAGE-1                PIC ZZZ,ZZ9.
003030 01  RPT-FOOTER-5.
003040     05  FILLER                       PIC X(24)
003050             VALUE "  STAGE 2  . . . . . . .".
003060     05  RPT-F-STAGE-2                PIC ZZZ,ZZ9.
003070 01  RPT-FOOTER-6.
003080     05  FILLER                       PIC X(24)
003090             VALUE "  NO PRIOR ON FILE . . .".
003100     05  RPT-F-NO-PRIOR               PIC ZZZ,ZZ9.
003110
003120 PROCEDURE DIVISION.
003130
003140******************************************************************
003150* 0000-MAINLINE                                                 *
003160******************************************************************
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     PERFORM 2000-LOAD-ARCHIVE THRU 2000-EXIT.
003200     PERFORM 2100-LOAD-HISTORY THRU 2100-EXIT.
003210     PERFORM 4000-PRINT-SUMMARIES THRU 4000-EXIT.
003220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003230     STOP RUN.
003240
003250 1000-INITIALIZE.
003260     DISPLAY "REPORT YEAR (YYYY) . . . . .".
003270     ACCEPT WK-TARGET-YYYY.
003280     DISPLAY "REPORT MONTH (MM)  . . . . .".
003290     ACCEPT WK-TARGET-MM.
003300
003310     IF WK-TARGET-YYYY-X IS NOT NUMERIC
003320        OR WK-TARGET-MM-X IS NOT NUMERIC
003330        OR WK-TARGET-MM IS LESS THAN 1
003340        OR WK-TARGET-MM IS GREATER THAN 12
003350         DISPLAY "OVRDRGST - BAD REPORT MONTH "
003360                 WK-TARGET-YYYY-X "-" WK-TARGET-MM-X
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400     MOVE WK-TARGET-YYYY TO WK-MS-YYYY.
003410     MOVE WK-TARGET-MM TO WK-MS-MM.
003420     MOVE WK-TARGET-YYYY TO WK-ME-YYYY.
003430     MOVE WK-TARGET-MM TO WK-ME-MM.
003440
003450     OPEN OUTPUT REGISTER-REPORT.
003460     IF NOT FS-REGISTER-REPORT-OK
003470         DISPLAY "OVRDRGST - REGISTER-REPORT OPEN FAILED, "
003480                 "STATUS = " FS-REGISTER-REPORT
003490         MOVE 16 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520
003530     MOVE WK-TARGET-YYYY TO RPT-H-YYYY.
003540     MOVE WK-TARGET-MM TO RPT-H-MM.
003550     PERFORM 1100-GET-RUN-NUMBER THRU 1100-EXIT.
003560     WRITE REPORT-LINE FROM RPT-HEADING-1.
003570     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
003580     WRITE REPORT-LINE FROM RPT-DETAIL-COLUMNS.
003590
003600 1000-EXIT.
003610     EXIT.
003620
003630******************************************************************
003640* 1100-GET-RUN-NUMBER                                           *
003650*   The latest entry on the run-control journal belongs to the  *
003660*   execution this report was produced under - its run number   *
003670*   goes in the heading.  A missing journal just leaves the     *
003680*   heading zero.                                               *
003690******************************************************************
003700 1100-GET-RUN-NUMBER.
003710     OPEN INPUT RUN-CONTROL-FILE.
003720     IF NOT FS-RUNCTL-OK
003730         GO TO 1100-STAMP
003740     END-IF.
003750
003760     PERFORM 1110-READ-ONE-RUNCTL THRU 1110-EXIT
003770         UNTIL RUN-CONTROL-EOF.
003780     CLOSE RUN-CONTROL-FILE.
003790
003800 1100-STAMP.
003810     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
003820
003830 1100-EXIT.
003840     EXIT.
003850
003860 1110-READ-ONE-RUNCTL.
003870     READ RUN-CONTROL-FILE
003880         AT END
003890             SET RUN-CONTROL-EOF TO TRUE
003900             GO TO 1110-EXIT
003910     END-READ.
003920
003930     IF RUN-NUMBER-X IS NUMERIC
003940         MOVE RUN-NUMBER TO WK-RUN-NUMBER
003950     END-IF.
003960
003970 1110-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010* 2000-LOAD-ARCHIVE                                             *
004020*   The archived periods the JCL concatenates come first - they *
004030*   are older than anything still on SCRNHIST.  No archive on   *
004040*   file just means nothing was purged yet.                     *
004050******************************************************************
004060 2000-LOAD-ARCHIVE.
004070     OPEN INPUT ARCHIVE-HISTORY-FILE.
004080     IF FS-ARCHIVE-NOT-FOUND
004090         GO TO 2000-EXIT
004100     END-IF.
004110     IF NOT FS-ARCHIVE-OK
004120         DISPLAY "OVRDRGST - ARCHIVE-HISTORY-FILE OPEN "
004130                 "FAILED, STATUS = " FS-ARCHIVE-HISTORY
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170
004180     PERFORM 2010-READ-ONE-ARCHIVE THRU 2010-EXIT
004190         UNTIL ARCHIVE-EOF.
004200     CLOSE ARCHIVE-HISTORY-FILE.
004210
004220 2000-EXIT.
004230     EXIT.
004240
004250 2010-READ-ONE-ARCHIVE.
004260     READ ARCHIVE-HISTORY-FILE
004270         AT END
004280             SET ARCHIVE-EOF TO TRUE
004290             GO TO 2010-EXIT
004300     END-READ.
004310     ADD 1 TO CT-ARCHIVE-READ.
004320
004330     MOVE ARCHIVE-HISTORY-LINE TO HIST-RECORD.
004340     PERFORM 2200-APPLY-HISTORY-ENTRY THRU 2200-EXIT.
004350
004360 2010-EXIT.
004370     EXIT.
004380
004390 2100-LOAD-HISTORY.
004400     OPEN INPUT SCREENING-HISTORY-FILE.
004410     IF FS-HISTORY-NOT-FOUND
004420         GO TO 2100-EXIT
004430     END-IF.
004440     IF NOT FS-HISTORY-OK
004450         DISPLAY "OVRDRGST - SCREENING-HISTORY-FILE OPEN "
004460                 "FAILED, STATUS = " FS-SCREENING-HISTORY
004470         MOVE 16 TO RETURN-CODE
004480         STOP RUN
004490     END-IF.
004500
004510     PERFORM 2110-READ-ONE-HISTORY THRU 2110-EXIT
004520         UNTIL HISTORY-EOF.
004530     CLOSE SCREENING-HISTORY-FILE.
004540
004550 2100-EXIT.
004560     EXIT.
004570
004580 2110-READ-ONE-HISTORY.
004590     READ SCREENING-HISTORY-FILE
004600         AT END
004610             SET HISTORY-EOF TO TRUE
004620             GO TO 2110-EXIT
004630     END-READ.
004640     ADD 1 TO CT-HISTORY-READ.
004650
004660     PERFORM 2200-APPLY-HISTORY-ENTRY THRU 2200-EXIT.
004670
004680 2110-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 2200-APPLY-HISTORY-ENTRY                                      *
004730*   Only stage-1 and stage-2 PASS/FAIL decisions matter here.   *
004740*   An override dated in the report month is listed against     *
004750*   the candidate's decision before it; then every decision,    *
004760*   override or not, becomes the candidate's standing result    *
004770*   at its stage.                                               *
004780******************************************************************
004790 2200-APPLY-HISTORY-ENTRY.
004800     IF HIST-RUN-DATE IS GREATER THAN WK-MONTH-END-N
004810         GO TO 2200-EXIT
004820     END-IF.
004830     IF NOT HIST-STAGE-1 AND NOT HIST-STAGE-2
004840         GO TO 2200-EXIT
004850     END-IF.
004860     IF NOT HIST-RESULT-PASS AND NOT HIST-RESULT-FAIL
004870         GO TO 2200-EXIT
004880     END-IF.
004890
004900     MOVE HIST-CAND-ID TO WK-SEARCH-CAND-ID.
004910     PERFORM 2300-FIND-CANDIDATE THRU 2300-EXIT.
004920
004930     IF HIST-NOT-OVERRIDDEN
004940        OR HIST-RUN-DATE IS LESS THAN WK-MONTH-START-N
004950         GO TO 2200-STANDING
004960     END-IF.
004970
004980     MOVE "----" TO WK-PRIOR-RESULT.
004990     IF CD-FOUND
005000         IF HIST-STAGE-2
005010             MOVE CD-STAGE2-RESULT (CD-FOUND-IDX)
005020               TO WK-PRIOR-RESULT
005030         ELSE
005040             MOVE CD-STAGE1-RESULT (CD-FOUND-IDX)
005050               TO WK-PRIOR-RESULT
005060         END-IF
005070     END-IF.
005080     IF WK-PRIOR-RESULT IS EQUAL TO SPACES
005090         MOVE "----" TO WK-PRIOR-RESULT
005100     END-IF.
005110     PERFORM 3000-LIST-OVERRIDE THRU 3000-EXIT.
005120
005130 2200-STANDING.
005140     IF CD-NOT-FOUND
005150         PERFORM 2310-ADD-CANDIDATE THRU 2310-EXIT
005160     END-IF.
005170     IF HIST-STAGE-2
005180         MOVE HIST-RESULT TO CD-STAGE2-RESULT (CD-FOUND-IDX)
005190     ELSE
005200         MOVE HIST-RESULT TO CD-STAGE1-RESULT (CD-FOUND-IDX)
005210         MOVE SPACES TO CD-STAGE2-RESULT (CD-FOUND-IDX)
005220     END-IF.
005230
005240 2200-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280* 2300-FIND-CANDIDATE                                           *
005290*   Serial search of CANDIDATE-DECISION-TABLE for               *
005300*   WK-SEARCH-CAND-ID.  Sets CD-FOUND and leaves the matching   *
005310*   subscript in CD-FOUND-IDX.                                  *
005320******************************************************************
005330 2300-FIND-CANDIDATE.
005340     SET CD-NOT-FOUND TO TRUE.
005350     MOVE ZERO TO CD-FOUND-IDX.
005360     PERFORM 2320-MATCH-CANDIDATE THRU 2320-EXIT
005370         VARYING CD-IDX FROM 1 BY 1
005380         UNTIL CD-IDX IS GREATER THAN CD-COUNT
005390            OR CD-FOUND.
005400
005410 2300-EXIT.
005420     EXIT.
005430
005440 2310-ADD-CANDIDATE.
005450     IF CD-COUNT IS NOT LESS THAN 10000
005460         DISPLAY "OVRDRGST - CANDIDATE-DECISION-TABLE FULL AT "
005470                 "10000 ENTRIES"
005480         MOVE 16 TO RETURN-CODE
005490         STOP RUN
005500     END-IF.
005510     ADD 1 TO CD-COUNT.
005520     MOVE CD-COUNT TO CD-FOUND-IDX.
005530     MOVE HIST-CAND-ID TO CD-CAND-ID (CD-FOUND-IDX).
005540     MOVE SPACES TO CD-STAGE1-RESULT (CD-FOUND-IDX).
005550     MOVE SPACES TO CD-STAGE2-RESULT (CD-FOUND-IDX).
005560
005570 2310-EXIT.
005580     EXIT.
005590
005600 2320-MATCH-CANDIDATE.
005610     IF CD-CAND-ID (CD-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
005620         SET CD-FOUND TO TRUE
005630         MOVE CD-IDX TO CD-FOUND-IDX
005640     END-IF.
005650
005660 2320-EXIT.
005670     EXIT.
005680
005690******************************************************************
005700* 3000-LIST-OVERRIDE                                            *
005710*   One register line per override, in the order they were      *
005720*   logged, and the override counted against its supervisor     *
005730*   and its reason code.                                        *
005740******************************************************************
005750 3000-LIST-OVERRIDE.
005760     MOVE HIST-RUN-DATE TO RPT-D-DATE.
005770     MOVE HIST-RUN-NUMBER TO RPT-D-RUN-NUMBER.
005780     MOVE HIST-CAND-ID TO RPT-D-CAND-ID.
005790     MOVE HIST-STAGE TO RPT-D-STAGE.
005800     MOVE WK-PRIOR-RESULT TO RPT-D-PRIOR.
005810     MOVE HIST-RESULT TO RPT-D-NEW.
005820     MOVE HIST-POSITION TO RPT-D-POSITION.
005830     MOVE HIST-OVERRIDE-BY TO RPT-D-SUPERVISOR.
005840     MOVE HIST-REJECT-REASON TO RPT-D-REASON.
005850     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
005860
005870     ADD 1 TO CT-OVERRIDES.
005880     IF HIST-RESULT-PASS
005890         ADD 1 TO CT-TO-PASS
005900     ELSE
005910         ADD 1 TO CT-TO-FAIL
005920     END-IF.
005930     IF HIST-STAGE-2
005940         ADD 1 TO CT-STAGE-2
005950     ELSE
005960         ADD 1 TO CT-STAGE-1
005970     END-IF.
005980     IF WK-PRIOR-RESULT IS EQUAL TO "----"
005990         ADD 1 TO CT-NO-PRIOR
006000     END-IF.
006010
006020     MOVE HIST-OVERRIDE-BY TO WK-SEARCH-SUPERVISOR.
006030     PERFORM 3100-FIND-SUPERVISOR THRU 3100-EXIT.
006040     IF SV-NOT-FOUND
006050         PERFORM 3200-ADD-SUPERVISOR THRU 3200-EXIT
006060     END-IF.
006070     ADD 1 TO SV-OVERRIDES (SV-FOUND-IDX).
006080     IF HIST-RESULT-PASS
006090         ADD 1 TO SV-TO-PASS (SV-FOUND-IDX)
006100     ELSE
006110         ADD 1 TO SV-TO-FAIL (SV-FOUND-IDX)
006120     END-IF.
006130
006140     MOVE HIST-REJECT-REASON TO WK-HIST-REASON.
006150     MOVE WK-HR-CODE TO WK-SEARCH-REASON.
006160     PERFORM 3300-FIND-REASON THRU 3300-EXIT.
006170     IF RS-NOT-FOUND
006180         PERFORM 3400-ADD-REASON THRU 3400-EXIT
006190     END-IF.
006200     ADD 1 TO RS-OVERRIDES (RS-FOUND-IDX).
006210     IF HIST-RESULT-PASS
006220         ADD 1 TO RS-TO-PASS (RS-FOUND-IDX)
006230     ELSE
006240         ADD 1 TO RS-TO-FAIL (RS-FOUND-IDX)
006250     END-IF.
006260
006270 3000-EXIT.
006280     EXIT.
006290
006300 3100-FIND-SUPERVISOR.
006310     SET SV-NOT-FOUND TO TRUE.
006320     MOVE ZERO TO SV-FOUND-IDX.
006330     PERFORM 3110-MATCH-SUPERVISOR THRU 3110-EXIT
006340         VARYING SV-IDX FROM 1 BY 1
006350         UNTIL SV-IDX IS GREATER THAN SV-COUNT
006360            OR SV-FOUND.
006370
006380 3100-EXIT.
006390     EXIT.
006400
006410 3110-MATCH-SUPERVISOR.
006420     IF SV-SUPERVISOR (SV-IDX) IS EQUAL TO WK-SEARCH-SUPERVISOR
006430         SET SV-FOUND TO TRUE
006440         MOVE SV-IDX TO SV-FOUND-IDX
006450     END-IF.
006460
006470 3110-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510* 3200-ADD-SUPERVISOR                                           *
006520*   A new supervisor, put in order so the summary prints        *
006530*   without a sort.                                             *
006540******************************************************************
006550 3200-ADD-SUPERVISOR.
006560     IF SV-COUNT IS NOT LESS THAN 200
006570         DISPLAY "OVRDRGST - SUPERVISOR-TABLE FULL AT 200 "
006580                 "ENTRIES"
006590         MOVE 16 TO RETURN-CODE
006600         STOP RUN
006610     END-IF.
006620
006630     MOVE 1 TO WK-INSERT-AT.
006640     PERFORM 3210-FIND-INSERT-POINT THRU 3210-EXIT
006650         VARYING SV-IDX FROM 1 BY 1
006660         UNTIL SV-IDX IS GREATER THAN SV-COUNT.
006670
006680     PERFORM 3220-SHIFT-ONE-SUPERVISOR THRU 3220-EXIT
006690         VARYING SV-IDX FROM SV-COUNT BY -1
006700         UNTIL SV-IDX IS LESS THAN WK-INSERT-AT.
006710     ADD 1 TO SV-COUNT.
006720
006730     MOVE WK-INSERT-AT TO SV-FOUND-IDX.
006740     MOVE WK-SEARCH-SUPERVISOR TO SV-SUPERVISOR (SV-FOUND-IDX).
006750     MOVE ZERO TO SV-OVERRIDES (SV-FOUND-IDX).
006760     MOVE ZERO TO SV-TO-PASS (SV-FOUND-IDX).
006770     MOVE ZERO TO SV-TO-FAIL (SV-FOUND-IDX).
006780
006790 3200-EXIT.
006800     EXIT.
006810
006820 3210-FIND-INSERT-POINT.
006830     IF SV-SUPERVISOR (SV-IDX) IS LESS THAN WK-SEARCH-SUPERVISOR
006840         COMPUTE WK-INSERT-AT = SV-IDX + 1
006850     END-IF.
006860
006870 3210-EXIT.
006880     EXIT.
006890
006900 3220-SHIFT-ONE-SUPERVISOR.
006910     MOVE SV-ENTRY (SV-IDX) TO SV-ENTRY (SV-IDX + 1).
006920
006930 3220-EXIT.
006940     EXIT.
006950
006960 3300-FIND-REASON.
006970     SET RS-NOT-FOUND TO TRUE.
006980     MOVE ZERO TO RS-FOUND-IDX.
006990     PERFORM 3310-MATCH-REASON THRU 3310-EXIT
007000         VARYING RS-IDX FROM 1 BY 1
007010         UNTIL RS-IDX IS GREATER THAN RS-COUNT
007020            OR RS-FOUND.
007030
007040 3300-EXIT.
007050     EXIT.
007060
007070 3310-MATCH-REASON.
007080     IF RS-CODE (RS-IDX) IS EQUAL TO WK-SEARCH-REASON
007090         SET RS-FOUND TO TRUE
007100         MOVE RS-IDX TO RS-FOUND-IDX
007110     END-IF.
007120
007130 3310-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170* 3400-ADD-REASON                                               *
007180*   A new reason code, put in code order.                       *
007190******************************************************************
007200 3400-ADD-REASON.
007210     IF RS-COUNT IS NOT LESS THAN 100
007220         DISPLAY "OVRDRGST - REASON-TABLE FULL AT 100 ENTRIES"
007230         MOVE 16 TO RETURN-CODE
007240         STOP RUN
007250     END-IF.
007260
007270     MOVE 1 TO WK-INSERT-AT.
007280     PERFORM 3410-FIND-INSERT-POINT THRU 3410-EXIT
007290         VARYING RS-IDX FROM 1 BY 1
007300         UNTIL RS-IDX IS GREATER THAN RS-COUNT.
007310
007320     PERFORM 3420-SHIFT-ONE-REASON THRU 3420-EXIT
007330         VARYING RS-IDX FROM RS-COUNT BY -1
007340         UNTIL RS-IDX IS LESS THAN WK-INSERT-AT.
007350     ADD 1 TO RS-COUNT.
007360
007370     MOVE WK-INSERT-AT TO RS-FOUND-IDX.
007380     MOVE WK-HIST-REASON TO RS-REASON (RS-FOUND-IDX).
007390     MOVE ZERO TO RS-OVERRIDES (RS-FOUND-IDX).
007400     MOVE ZERO TO RS-TO-PASS (RS-FOUND-IDX).
007410     MOVE ZERO TO RS-TO-FAIL (RS-FOUND-IDX).
007420
007430 3400-EXIT.
007440     EXIT.
007450
007460 3410-FIND-INSERT-POINT.
007470     IF RS-CODE (RS-IDX) IS LESS THAN WK-SEARCH-REASON
007480         COMPUTE WK-INSERT-AT = RS-IDX + 1
007490     END-IF.
007500
007510 3410-EXIT.
007520     EXIT.
007530
007540 3420-SHIFT-ONE-REASON.
007550     MOVE RS-ENTRY (RS-IDX) TO RS-ENTRY (RS-IDX + 1).
007560
007570 3420-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610* 4000-PRINT-SUMMARIES                                          *
007620*   The counts by supervisor and by reason code, each closed    *
007630*   by the month's total.                                       *
007640******************************************************************
007650 4000-PRINT-SUMMARIES.
007660     IF CT-OVERRIDES IS EQUAL TO ZERO
007670         WRITE REPORT-LINE FROM RPT-NO-OVERRIDES
007680         GO TO 4000-EXIT
007690     END-IF.
007700
007710     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
007720     WRITE REPORT-LINE FROM RPT-SUPERVISOR-HEADING.
007730     WRITE REPORT-LINE FROM RPT-SUPERVISOR-COLUMNS.
007740     PERFORM 4100-PRINT-ONE-SUPERVISOR THRU 4100-EXIT
007750         VARYING SV-IDX FROM 1 BY 1
007760         UNTIL SV-IDX IS GREATER THAN SV-COUNT.
007770     PERFORM 4300-PRINT-TOTAL THRU 4300-EXIT.
007780
007790     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
007800     WRITE REPORT-LINE FROM RPT-REASON-HEADING.
007810     WRITE REPORT-LINE FROM RPT-REASON-COLUMNS.
007820     PERFORM 4200-PRINT-ONE-REASON THRU 4200-EXIT
007830         VARYING RS-IDX FROM 1 BY 1
007840         UNTIL RS-IDX IS GREATER THAN RS-COUNT.
007850     PERFORM 4300-PRINT-TOTAL THRU 4300-EXIT.
007860
007870 4000-EXIT.
007880     EXIT.
007890
007900 4100-PRINT-ONE-SUPERVISOR.
007910     MOVE SV-SUPERVISOR (SV-IDX) TO RPT-S-KEY.
007920     MOVE SV-OVERRIDES (SV-IDX) TO RPT-S-OVERRIDES.
007930     MOVE SV-TO-PASS (SV-IDX) TO RPT-S-TO-PASS.
007940     MOVE SV-TO-FAIL (SV-IDX) TO RPT-S-TO-FAIL.
007950     WRITE REPORT-LINE FROM RPT-SUMMARY-LINE.
007960
007970 4100-EXIT.
007980     EXIT.
007990
008000 4200-PRINT-ONE-REASON.
008010     MOVE RS-REASON (RS-IDX) TO RPT-S-KEY.
008020     MOVE RS-OVERRIDES (RS-IDX) TO RPT-S-OVERRIDES.
008030     MOVE RS-TO-PASS (RS-IDX) TO RPT-S-TO-PASS.
008040     MOVE RS-TO-FAIL (RS-IDX) TO RPT-S-TO-FAIL.
008050     WRITE REPORT-LINE FROM RPT-SUMMARY-LINE.
008060
008070 4200-EXIT.
008080     EXIT.
008090
008100 4300-PRINT-TOTAL.
008110     MOVE "TOTAL" TO RPT-S-KEY.
008120     MOVE CT-OVERRIDES TO RPT-S-OVERRIDES.
008130     MOVE CT-TO-PASS TO RPT-S-TO-PASS.
008140     MOVE CT-TO-FAIL TO RPT-S-TO-FAIL.
008150     WRITE REPORT-LINE FROM RPT-SUMMARY-LINE.
008160
008170 4300-EXIT.
008180     EXIT.
008190
008200 9000-TERMINATE.
008210     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
008220     MOVE CT-HISTORY-READ TO RPT-F-HISTORY.
008230     MOVE CT-ARCHIVE-READ TO RPT-F-ARCHIVE.
008240     MOVE CT-OVERRIDES TO RPT-F-OVERRIDES.
008250     MOVE CT-STAGE-1 TO RPT-F-STAGE-1.
008260     MOVE CT-STAGE-2 TO RPT-F-STAGE-2.
008270     MOVE CT-NO-PRIOR TO RPT-F-NO-PRIOR.
008280     WRITE REPORT-LINE FROM RPT-FOOTER-1.
008290     WRITE REPORT-LINE FROM RPT-FOOTER-2.
008300     WRITE REPORT-LINE FROM RPT-FOOTER-3.
008310     WRITE REPORT-LINE FROM RPT-FOOTER-4.
008320     WRITE REPORT-LINE FROM RPT-FOOTER-5.
008330     WRITE REPORT-LINE FROM RPT-FOOTER-6.
008340
008350     CLOSE REGISTER-REPORT.
008360
008370 9000-EXIT.
008380     EXIT.
008390
008400 END PROGRAM OVRDRGST.
