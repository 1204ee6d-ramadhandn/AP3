000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 10/12/2026
000050* Date-Compiled.
000060* Purpose: Menyiapkan ekstrak kandidat untuk batch screening
000070*          malam dan mengejar malam yang terlewat.  Semua
000080*          generasi CANDFILE yang masih tersimpan dibaca
000090*          sekaligus, dipisah per trailer, dan dicocokkan
000100*          dengan jurnal RUNCTL untuk tahu tanggal ekstrak
000110*          mana yang sudah diproses.  Mode NORMAL menyalin
000120*          generasi terbaru ke CANDWORK; mode CATCHUP
000130*          menyalin generasi hari kerja tertua yang belum
000140*          diproses, dan selesai CC 2 bila masih ada yang
000150*          tersisa supaya job mengirim dirinya lagi.  Mode
000160*          SUMMARY mencetak tanggal ekstrak yang diproses
000170*          dalam jendela batch malam ini dan hari kerja yang
000180*          masih belum punya ekstrak yang diproses (kalender
000190*          hari kerja BUSCAL).
000200* Tectonics: cobc
000210******************************************************************
000220* Modification History:
000230*   10/12/2026  RD  Original program - after the two nights the
000240*                   batch did not run and the next night's
000250*                   intake refused the older extracts as
000260*                   stale, so their candidates were never
000270*                   screened.  One generation is staged per
000280*                   run - a run number and an as-of date each
000290*                   - so a backlog of missed nights is cleared
000300*                   by resubmitting SCRNBTCH in catch-up mode
000310*                   until the summary comes back clean.
000320*   10/15/2026  RD  A catch-up now clears the whole backlog in
000330*                   one night - CATCHUP ends CC 2 when it staged
000340*                   a generation and more are outstanding, and
000350*                   SCRNBTCH then submits its continuation
000360*                   (SCRNCTCH) for the next one, each still its
000370*                   own run.  A second SYSIN record says whether
000380*                   the submission begins the night (FIRST) or
000390*                   continues it (NEXT); a FIRST one writes a
000400*                   batch-window start record (run type B, see
000410*                   RUNCTL).  The summary now lists the normal
000420*                   runs completed since that record, not those
000430*                   completed on the system date, so a catch-up
000440*                   that runs past midnight is reported whole.
000450******************************************************************
000460
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. SCRNCTUP.
000490 AUTHOR. RAMADHAN.
000500 INSTALLATION. HR-RECRUITING.
000510 DATE-WRITTEN. 10/12/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CANDIDATE-FILE ASSIGN TO "CANDFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-CANDIDATE-FILE.
000600
000610     SELECT CANDIDATE-WORK-FILE ASSIGN TO "CANDWORK"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-CANDIDATE-WORK.
000640
000650     SELECT BUSINESS-DAY-FILE ASSIGN TO "BUSCAL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-BUSINESS-DAY-FILE.
000680
000690     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-RUN-CONTROL.
000720
000730     SELECT CATCHUP-REPORT ASSIGN TO "CTUPRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-CATCHUP-REPORT.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CANDIDATE-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY CANDREC.
000820
000830 FD  CANDIDATE-WORK-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  CANDIDATE-WORK-LINE              PIC X(72).
000860
000870 FD  BUSINESS-DAY-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY BDAYREC.
000900
000910 FD  RUN-CONTROL-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY RUNCTL.
000940
000950 FD  CATCHUP-REPORT
000960     LABEL RECORDS ARE STANDARD.
000970 01  REPORT-LINE                      PIC X(80).
000980
000990 WORKING-STORAGE SECTION.
001000
001010 01  FS-CANDIDATE-FILE                PIC X(02).
001020     88  FS-CANDIDATE-OK                  VALUE "00".
001030 01  FS-CANDIDATE-WORK                PIC X(02).
001040     88  FS-CANDIDATE-WORK-OK             VALUE "00".
001050 01  FS-BUSINESS-DAY-FILE             PIC X(02).
001060     88  FS-BUSINESS-DAY-OK               VALUE "00".
001070 01  FS-RUN-CONTROL                   PIC X(02).
001080     88  FS-RUNCTL-OK                     VALUE "00".
001090     88  FS-RUNCTL-NOT-FOUND              VALUE "35".
001100 01  FS-CATCHUP-REPORT                PIC X(02).
001110     88  FS-CATCHUP-REPORT-OK             VALUE "00".
001120
001130 01  SW-CANDIDATE-EOF                 PIC X(01)   VALUE "N".
001140     88  CANDIDATE-EOF                    VALUE "Y".
001150 01  SW-BUSINESS-DAY-EOF              PIC X(01)   VALUE "N".
001160     88  BUSINESS-DAY-EOF                 VALUE "Y".
001170 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
001180     88  RUN-CONTROL-EOF                  VALUE "Y".
001190 01  SW-GN-FOUND                      PIC X(01)   VALUE "N".
001200     88  GN-FOUND                         VALUE "Y".
001210     88  GN-NOT-FOUND                     VALUE "N".
001220 01  SW-WINDOW-FOUND                  PIC X(01)   VALUE "N".
001230     88  WINDOW-FOUND                     VALUE "Y".
001240     88  WINDOW-NOT-FOUND                 VALUE "N".
001250
001260 01  CT-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
001270 01  CT-SEGMENT-DETAILS          PIC 9(07) COMP VALUE ZERO.
001280 01  CT-RECORDS-STAGED           PIC 9(07) COMP VALUE ZERO.
001290 01  CT-SAME-DATE                PIC 9(03) COMP VALUE ZERO.
001300 01  CT-OUTSTANDING              PIC 9(03) COMP VALUE ZERO.
001310 01  CT-DAYS-MISSING             PIC 9(05) COMP VALUE ZERO.
001320 01  CT-MISSING-ON-FILE          PIC 9(05) COMP VALUE ZERO.
001330 01  CT-MISSING-NO-EXTRACT       PIC 9(05) COMP VALUE ZERO.
001340 01  CT-NOT-BUSINESS-DAY         PIC 9(03) COMP VALUE ZERO.
001350
001360 01  WK-TODAY                         PIC 9(08).
001370
001380* NORMAL stages the newest extract, CATCHUP the oldest one
001390* still outstanding, SUMMARY stages nothing and reports.
001400 01  WK-RUN-MODE                      PIC X(07)   VALUE SPACES.
001410     88  MODE-NORMAL                      VALUE "NORMAL".
001420     88  MODE-CATCHUP                     VALUE "CATCHUP".
001430     88  MODE-SUMMARY                     VALUE "SUMMARY".
001440
001450* FIRST when this submission begins the night's batch window,
001460* NEXT when it is a catch-up continuation SCRNBTCH submitted.
001470 01  WK-CHAIN                         PIC X(05)   VALUE SPACES.
001480     88  CHAIN-FIRST                      VALUE "FIRST".
001490     88  CHAIN-NEXT                       VALUE "NEXT".
001500
001510* The highest run number on the journal, and the one carried
001520* by the latest batch-window start record - every run of the
001530* window is numbered above it.
001540 01  WK-MAX-RUN-NUMBER                PIC 9(07)   VALUE ZERO.
001550 01  WK-WINDOW-RUN-NUMBER             PIC 9(07)   VALUE ZERO.
001560 01  WK-WINDOW-DATE                   PIC 9(08)   VALUE ZERO.
001570
001580* How many business days before today the summary looks back
001590* for a day with no extract processed.
001600 01  WK-LOOKBACK                      PIC 9(03)   VALUE ZERO.
001610 01  WK-LOOKBACK-X REDEFINES WK-LOOKBACK
001620                                      PIC X(03).
001630
001640* The record number, counted through the whole concatenation,
001650* where the generation being split began.
001660 01  WK-SEGMENT-START            PIC 9(07) COMP VALUE ZERO.
001670
001680* The calendar must run in date order with no repeats.
001690 01  WK-CAL-FIRST-DATE                PIC 9(08)   VALUE ZERO.
001700 01  WK-CAL-PRIOR-DATE                PIC 9(08)   VALUE ZERO.
001710 01  WK-TODAY-TYPE                    PIC X(01)   VALUE SPACE.
001720     88  TODAY-IS-BUSINESS-DAY            VALUE "B".
001730
001740* The business days the summary looks back over, as entries
001750* of BUSINESS-DAY-TABLE - empty unless the mode is SUMMARY.
001760 01  WK-PRIOR-DAYS               PIC 9(05) COMP VALUE ZERO.
001770 01  WK-WINDOW-FIRST             PIC S9(05) COMP VALUE ZERO.
001780 01  WK-WINDOW-LAST              PIC S9(05) COMP VALUE ZERO.
001790
001800 01  WK-SEARCH-DATE                   PIC 9(08)   VALUE ZERO.
001810 01  WK-PICK-DATE                     PIC 9(08)   VALUE ZERO.
001820
001830* A count edited for a console message.
001840 01  WK-MSG-COUNT                     PIC Z(06)9.
001850
001860* The trailer view of a CANDFILE record - the extract's own
001870* count of detail records and the business day it was cut.
001880 01  TRAILER-RECORD.
001890     05  TRL-MARKER                   PIC X(10).
001900         88  TRAILER-MARKER               VALUE "TRAILER".
001910     05  TRL-CAND-COUNT               PIC 9(07).
001920     05  TRL-CAND-COUNT-X REDEFINES TRL-CAND-COUNT
001930                                      PIC X(07).
001940     05  TRL-EXTRACT-DATE             PIC 9(08).
001950     05  TRL-EXTRACT-DATE-X REDEFINES TRL-EXTRACT-DATE
001960                                      PIC X(08).
001970     05  FILLER                       PIC X(36).
001980
001990* ------------------------------------------------------------ *
002000*  CANDFILE GENERATIONS ON FILE                                *
002010*    One entry per trailer, in the order the concatenation     *
002020*    presented them - nothing here relies on that order.       *
002030*    GN-DAY-TYPE is the calendar's B, H or W, or space for a   *
002040*    date the calendar does not hold.                          *
002050* ------------------------------------------------------------ *
002060 01  GENERATION-TABLE.
002070     05  GN-COUNT                PIC 9(03) COMP VALUE ZERO.
002080     05  GN-IDX                  PIC 9(03) COMP VALUE ZERO.
002090     05  GN-PICK-IDX             PIC 9(03) COMP VALUE ZERO.
002100     05  GN-ENTRY OCCURS 255 TIMES.
002110         10  GN-EXTRACT-DATE          PIC 9(08).
002120         10  GN-DETAILS          PIC 9(07) COMP.
002130         10  GN-FIRST-RECORD     PIC 9(07) COMP.
002140         10  GN-LAST-RECORD      PIC 9(07) COMP.
002150         10  GN-DAY-TYPE              PIC X(01).
002160         10  GN-PROCESSED             PIC X(01).
002170
002180* ------------------------------------------------------------ *
002190*  BUSINESS DAYS ON THE SHARED CALENDAR                        *
002200*    Only the business days are kept, in date order.           *
002210*    BD-PROCESSED is set for a day a completed normal run      *
002220*    screened - looked for only inside the summary window.     *
002230* ------------------------------------------------------------ *
002240 01  BUSINESS-DAY-TABLE.
002250     05  BD-COUNT                PIC 9(05) COMP VALUE ZERO.
002260     05  BD-IDX                  PIC 9(05) COMP VALUE ZERO.
002270     05  BD-ENTRY OCCURS 3000 TIMES.
002280         10  BD-DATE                  PIC 9(08).
002290         10  BD-PROCESSED             PIC X(01).
002300
002310* ------------------------------------------------------------ *
002320*  NORMAL RUNS COMPLETED IN THIS BATCH WINDOW                  *
002330*    In journal order - every extract date processed by this   *
002340*    night's submissions, however late the last one finished.  *
002350* ------------------------------------------------------------ *
002360 01  WINDOW-RUN-TABLE.
002370     05  TR-COUNT                PIC 9(03) COMP VALUE ZERO.
002380     05  TR-IDX                  PIC 9(03) COMP VALUE ZERO.
002390     05  TR-ENTRY OCCURS 255 TIMES.
002400         10  TR-RUN-NUMBER            PIC 9(07).
002410         10  TR-EXTRACT-DATE          PIC 9(08).
002420         10  TR-READ-COUNT            PIC 9(07).
002430         10  TR-PASS-COUNT            PIC 9(07).
002440         10  TR-FAIL-COUNT            PIC 9(07).
002450         10  TR-REJECT-COUNT          PIC 9(07).
002460         10  TR-DUPL-COUNT            PIC 9(07).
002470
002480 01  RPT-HEADING-1.
002490     05  FILLER                       PIC X(30)
002500             VALUE "SCREENING CATCH-UP SUMMARY".
002510     05  FILLER                       PIC X(06)   VALUE "  FOR ".
002520     05  RPT-H-DATE                   PIC 9(08).
002530     05  FILLER                       PIC X(11)
002540             VALUE "  LOOKBACK ".
002550     05  RPT-H-LOOKBACK               PIC ZZ9.
002560     05  FILLER                       PIC X(22)
002570             VALUE " BUSINESS DAYS".
002580
002590 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
002600
002610 01  RPT-WINDOW-LINE.
002620     05  FILLER                       PIC X(20)
002630             VALUE "BATCH WINDOW OPENED ".
002640     05  RPT-W-DATE                   PIC 9(08).
002650     05  FILLER                       PIC X(11)
002660             VALUE " AFTER RUN ".
002670     05  RPT-W-RUN-NUMBER             PIC 9(07).
002680     05  FILLER                       PIC X(34)   VALUE SPACES.
002690
002700 01  RPT-WINDOW-HEADING               PIC X(80)   VALUE
002710     "EXTRACT DATES PROCESSED IN THIS BATCH WINDOW:".
002720
002730 01  RPT-NO-RUNS-WINDOW               PIC X(80)   VALUE
002740     "  NO EXTRACT PROCESSED IN THIS BATCH WINDOW".
002750
002760 01  RPT-RUN-COLUMNS.
002770     05  FILLER                       PIC X(20)
002780             VALUE "  RUN      EXTRACT".
002790     05  FILLER                       PIC X(40)
002800             VALUE "    READ    PASS    FAIL    REJT    DUPL".
002810     05  FILLER                       PIC X(20)   VALUE SPACES.
002820
002830 01  RPT-RUN-LINE.
002840     05  FILLER                       PIC X(02)   VALUE SPACES.
002850     05  RPT-R-RUN-NUMBER             PIC 9(07).
002860     05  FILLER                       PIC X(02)   VALUE SPACES.
002870     05  RPT-R-EXTRACT-DATE           PIC 9(08).
002880     05  FILLER                       PIC X(01)   VALUE SPACE.
002890     05  RPT-R-READ                   PIC ZZZ,ZZ9.
002900     05  FILLER                       PIC X(01)   VALUE SPACE.
002910     05  RPT-R-PASS                   PIC ZZZ,ZZ9.
002920     05  FILLER                       PIC X(01)   VALUE SPACE.
002930     05  RPT-R-FAIL                   PIC ZZZ,ZZ9.
002940     05  FILLER                       PIC X(01)   VALUE SPACE.
002950     05  RPT-R-REJECT                 PIC ZZZ,ZZ9.
002960     05  FILLER                       PIC X(01)   VALUE SPACE.
002970     05  RPT-R-DUPL                   PIC ZZZ,ZZ9.
002980     05  FILLER                       PIC X(20)   VALUE SPACES.
002990
003000 01  RPT-MISSING-HEADING              PIC X(80)   VALUE
003010     "BUSINESS DAYS WITH NO EXTRACT PROCESSED:".
003020
003030 01  RPT-NONE-MISSING                 PIC X(80)   VALUE
003040     "  NONE - EVERY BUSINESS DAY IN THE LOOKBACK IS PROCESSED".
003050
003060 01  RPT-DAY-LINE.
003070     05  FILLER                       PIC X(02)   VALUE SPACES.
003080     05  RPT-D-DATE                   PIC 9(08).
003090     05  FILLER                       PIC X(02)   VALUE SPACES.
003100     05  RPT-D-STATUS                 PIC X(40).
003110     05  FILLER                       PIC X(28)   VALUE SPACES.
003120
003130 01  RPT-IGNORED-HEADING              PIC X(80)   VALUE
003140     "GENERATIONS NOT DATED A BUSINESS DAY - NOT SCREENED:".
003150
003160 01  RPT-FOOTER-1.
003170     05  FILLER                       PIC X(24)
003180             VALUE "GENERATIONS ON FILE  . .".
003190     05  RPT-F-GENERATIONS            PIC ZZZ,ZZ9.
003200 01  RPT-FOOTER-2.
003210     05  FILLER                       PIC X(24)
003220             VALUE "PROCESSED THIS WINDOW  .".
003230     05  RPT-F-WINDOW                 PIC ZZZ,ZZ9.
003240 01  RPT-FOOTER-3.
003250     05  FILLER                       PIC X(24)
003260             VALUE "DAYS STILL MISSING . . .".
003270     05  RPT-F-MISSING                PIC ZZZ,ZZ9.
003280 01  RPT-FOOTER-4.
003290     05  FILLER                       PIC X(24)
003300             VALUE "  EXTRACT ON FILE  . . .".
003310     05  RPT-F-ON-FILE                PIC ZZZ,ZZ9.
003320 01  RPT-FOOTER-5.
003330     05  FILLER                       PIC X(24)
003340             VALUE "  NO EXTRACT RECEIVED  .".
003350     05  RPT-F-NO-EXTRACT             PIC ZZZ,ZZ9.
003360
003370 PROCEDURE DIVISION.
003380
003390******************************************************************
003400* 0000-MAINLINE                                                 *
003410******************************************************************
003420 0000-MAINLINE.
003430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003440     PERFORM 2000-SPLIT-GENERATIONS THRU 2000-EXIT.
003450     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
003460     PERFORM 1200-READ-RUN-CONTROL THRU 1200-EXIT.
003470     IF MODE-SUMMARY
003480         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
003490     ELSE
003500         IF CHAIN-FIRST
003510            OR WINDOW-NOT-FOUND
003520             PERFORM 1300-WRITE-WINDOW-START THRU 1300-EXIT
003530         END-IF
003540         PERFORM 3000-PICK-GENERATION THRU 3000-EXIT
003550         PERFORM 4000-STAGE-GENERATION THRU 4000-EXIT
003560     END-IF.
003570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003580     STOP RUN.
003590
003600 1000-INITIALIZE.
003610     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
003620
003630     DISPLAY "RUN MODE (NORMAL/CATCHUP/SUMMARY) . .".
003640     ACCEPT WK-RUN-MODE.
003650     IF NOT MODE-NORMAL
003660        AND NOT MODE-CATCHUP
003670        AND NOT MODE-SUMMARY
003680         DISPLAY "SCRNCTUP - BAD RUN MODE " WK-RUN-MODE
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF.
003720
003730     IF MODE-SUMMARY
003740         DISPLAY "LOOKBACK (BUSINESS DAYS, 3 DIGITS) . ."
003750         ACCEPT WK-LOOKBACK-X
003760         IF WK-LOOKBACK-X IS NOT NUMERIC
003770            OR WK-LOOKBACK IS EQUAL TO ZERO
003780             DISPLAY "SCRNCTUP - BAD LOOKBACK " WK-LOOKBACK-X
003790             MOVE 16 TO RETURN-CODE
003800             STOP RUN
003810         END-IF
003820     ELSE
003830         DISPLAY "CHAIN (FIRST/NEXT) . . . . . . . . ."
003840         ACCEPT WK-CHAIN
003850         IF (NOT CHAIN-FIRST AND NOT CHAIN-NEXT)
003860            OR (MODE-NORMAL AND CHAIN-NEXT)
003870             DISPLAY "SCRNCTUP - BAD CHAIN " WK-CHAIN
003880                     " FOR MODE " WK-RUN-MODE
003890             MOVE 16 TO RETURN-CODE
003900             STOP RUN
003910         END-IF
003920     END-IF.
003930
003940     OPEN INPUT CANDIDATE-FILE.
003950     IF NOT FS-CANDIDATE-OK
003960         DISPLAY "SCRNCTUP - CANDIDATE-FILE OPEN FAILED, "
003970                 "STATUS = " FS-CANDIDATE-FILE
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010
004020 1000-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060* 1100-LOAD-CALENDAR                                            *
004070*   Loads the business days off the shared calendar and notes   *
004080*   the day type of every generation's extract date.  A         *
004090*   calendar out of order, or one that does not cover today,    *
004100*   fails the step - it is due its December extension.  For     *
004110*   the summary, the lookback window is the business days       *
004120*   before today, and today too once today's extract is on      *
004130*   file.                                                       *
004140******************************************************************
004150 1100-LOAD-CALENDAR.
004160     OPEN INPUT BUSINESS-DAY-FILE.
004170     IF NOT FS-BUSINESS-DAY-OK
004180         DISPLAY "SCRNCTUP - BUSINESS-DAY-FILE OPEN FAILED, "
004190                 "STATUS = " FS-BUSINESS-DAY-FILE
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230
004240     PERFORM 1110-LOAD-ONE-DAY THRU 1110-EXIT
004250         UNTIL BUSINESS-DAY-EOF.
004260     CLOSE BUSINESS-DAY-FILE.
004270
004280     IF WK-TODAY IS LESS THAN WK-CAL-FIRST-DATE
004290        OR WK-TODAY IS GREATER THAN WK-CAL-PRIOR-DATE
004300         DISPLAY "SCRNCTUP - TODAY, " WK-TODAY ", IS NOT ON "
004310                 "THE BUSINESS-DAY CALENDAR"
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350
004360     MOVE 1 TO WK-WINDOW-FIRST.
004370     MOVE ZERO TO WK-WINDOW-LAST.
004380     IF NOT MODE-SUMMARY
004390         GO TO 1100-EXIT
004400     END-IF.
004410
004420     MOVE WK-PRIOR-DAYS TO WK-WINDOW-LAST.
004430     IF TODAY-IS-BUSINESS-DAY
004440         MOVE WK-TODAY TO WK-SEARCH-DATE
004450         PERFORM 5030-FIND-GENERATION THRU 5030-EXIT
004460         IF GN-FOUND
004470             ADD 1 TO WK-WINDOW-LAST
004480         END-IF
004490     END-IF.
004500     COMPUTE WK-WINDOW-FIRST = WK-PRIOR-DAYS - WK-LOOKBACK + 1.
004510     IF WK-WINDOW-FIRST IS LESS THAN 1
004520         MOVE 1 TO WK-WINDOW-FIRST
004530     END-IF.
004540
004550 1100-EXIT.
004560     EXIT.
004570
004580 1110-LOAD-ONE-DAY.
004590     READ BUSINESS-DAY-FILE
004600         AT END
004610             SET BUSINESS-DAY-EOF TO TRUE
004620             GO TO 1110-EXIT
004630     END-READ.
004640
004650     IF BDAY-DATE-X IS NOT NUMERIC
004660        OR NOT BDAY-TYPE-VALID
004670         DISPLAY "SCRNCTUP - BAD BUSINESS-DAY RECORD: "
004680                 BUSINESS-DAY-RECORD
004690         MOVE 16 TO RETURN-CODE
004700         STOP RUN
004710     END-IF.
004720
004730     IF BDAY-DATE IS NOT GREATER THAN WK-CAL-PRIOR-DATE
004740         DISPLAY "SCRNCTUP - BUSINESS-DAY CALENDAR OUT OF "
004750                 "ORDER AT " BDAY-DATE
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790     IF WK-CAL-FIRST-DATE IS EQUAL TO ZERO
004800         MOVE BDAY-DATE TO WK-CAL-FIRST-DATE
004810     END-IF.
004820     MOVE BDAY-DATE TO WK-CAL-PRIOR-DATE.
004830
004840     IF BDAY-DATE IS EQUAL TO WK-TODAY
004850         MOVE BDAY-TYPE TO WK-TODAY-TYPE
004860     END-IF.
004870
004880     PERFORM 1120-MARK-GENERATION-DAY THRU 1120-EXIT
004890         VARYING GN-IDX FROM 1 BY 1
004900         UNTIL GN-IDX IS GREATER THAN GN-COUNT.
004910
004920     IF NOT BDAY-BUSINESS-DAY
004930         GO TO 1110-EXIT
004940     END-IF.
004950
004960     IF BD-COUNT IS NOT LESS THAN 3000
004970         DISPLAY "SCRNCTUP - BUSINESS-DAY-TABLE FULL AT 3000 "
004980                 "ENTRIES"
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.
005020     ADD 1 TO BD-COUNT.
005030     MOVE BDAY-DATE TO BD-DATE (BD-COUNT).
005040     MOVE "N" TO BD-PROCESSED (BD-COUNT).
005050     IF BDAY-DATE IS LESS THAN WK-TODAY
005060         MOVE BD-COUNT TO WK-PRIOR-DAYS
005070     END-IF.
005080
005090 1110-EXIT.
005100     EXIT.
005110
005120 1120-MARK-GENERATION-DAY.
005130     IF GN-EXTRACT-DATE (GN-IDX) IS EQUAL TO BDAY-DATE
005140         MOVE BDAY-TYPE TO GN-DAY-TYPE (GN-IDX)
005150     END-IF.
005160
005170 1120-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210* 1200-READ-RUN-CONTROL                                         *
005220*   A COMPLETED normal run on the journal processed the         *
005230*   generation its extract date names - those generations, and  *
005240*   those business days in the summary window, are marked.      *
005250*   The normal runs numbered above the latest batch-window      *
005260*   start are kept for the summary, and the highest run number  *
005270*   for a new window start.  No journal yet means nothing was   *
005280*   ever processed.                                             *
005290******************************************************************
005300 1200-READ-RUN-CONTROL.
005310     OPEN INPUT RUN-CONTROL-FILE.
005320     IF FS-RUNCTL-NOT-FOUND
005330         GO TO 1200-EXIT
005340     END-IF.
005350     IF NOT FS-RUNCTL-OK
005360         DISPLAY "SCRNCTUP - RUN-CONTROL-FILE OPEN FAILED, "
005370                 "STATUS = " FS-RUN-CONTROL
005380         MOVE 16 TO RETURN-CODE
005390         STOP RUN
005400     END-IF.
005410
005420     PERFORM 1210-READ-ONE-RUNCTL THRU 1210-EXIT
005430         UNTIL RUN-CONTROL-EOF.
005440     CLOSE RUN-CONTROL-FILE.
005450
005460 1200-EXIT.
005470     EXIT.
005480
005490 1210-READ-ONE-RUNCTL.
005500     READ RUN-CONTROL-FILE
005510         AT END
005520             SET RUN-CONTROL-EOF TO TRUE
005530             GO TO 1210-EXIT
005540     END-READ.
005550
005560     IF RUN-NUMBER-X IS NUMERIC
005570        AND RUN-NUMBER IS GREATER THAN WK-MAX-RUN-NUMBER
005580         MOVE RUN-NUMBER TO WK-MAX-RUN-NUMBER
005590     END-IF.
005600
005610* A later window start begins the list again.
005620     IF RUN-TYPE-WINDOW-START
005630        AND RUN-NUMBER-X IS NUMERIC
005640         SET WINDOW-FOUND TO TRUE
005650         MOVE RUN-NUMBER TO WK-WINDOW-RUN-NUMBER
005660         MOVE RUN-EVENT-DATE TO WK-WINDOW-DATE
005670         MOVE ZERO TO TR-COUNT
005680         GO TO 1210-EXIT
005690     END-IF.
005700
005710     IF NOT RUN-COMPLETED
005720        OR NOT RUN-TYPE-NORMAL
005730         GO TO 1210-EXIT
005740     END-IF.
005750
005760     PERFORM 1220-MARK-GENERATION THRU 1220-EXIT
005770         VARYING GN-IDX FROM 1 BY 1
005780         UNTIL GN-IDX IS GREATER THAN GN-COUNT.
005790     PERFORM 1230-MARK-WINDOW-DAY THRU 1230-EXIT
005800         VARYING BD-IDX FROM WK-WINDOW-FIRST BY 1
005810         UNTIL BD-IDX IS GREATER THAN WK-WINDOW-LAST.
005820
005830     IF WINDOW-NOT-FOUND
005840        OR RUN-NUMBER-X IS NOT NUMERIC
005850         GO TO 1210-EXIT
005860     END-IF.
005870     IF RUN-NUMBER IS NOT GREATER THAN WK-WINDOW-RUN-NUMBER
005880         GO TO 1210-EXIT
005890     END-IF.
005900
005910     IF TR-COUNT IS NOT LESS THAN 255
005920         DISPLAY "SCRNCTUP - WINDOW-RUN-TABLE FULL AT 255 "
005930                 "ENTRIES"
005940         MOVE 16 TO RETURN-CODE
005950         STOP RUN
005960     END-IF.
005970     ADD 1 TO TR-COUNT.
005980     MOVE RUN-NUMBER TO TR-RUN-NUMBER (TR-COUNT).
005990     MOVE RUN-EXTRACT-DATE TO TR-EXTRACT-DATE (TR-COUNT).
006000     MOVE RUN-READ-COUNT TO TR-READ-COUNT (TR-COUNT).
006010     MOVE RUN-PASS-COUNT TO TR-PASS-COUNT (TR-COUNT).
006020     MOVE RUN-FAIL-COUNT TO TR-FAIL-COUNT (TR-COUNT).
006030     MOVE RUN-REJECT-COUNT TO TR-REJECT-COUNT (TR-COUNT).
006040     MOVE RUN-DUPL-COUNT TO TR-DUPL-COUNT (TR-COUNT).
006050
006060 1210-EXIT.
006070     EXIT.
006080
006090 1220-MARK-GENERATION.
006100     IF GN-EXTRACT-DATE (GN-IDX) IS EQUAL TO RUN-EXTRACT-DATE
006110         MOVE "Y" TO GN-PROCESSED (GN-IDX)
006120     END-IF.
006130
006140 1220-EXIT.
006150     EXIT.
006160
006170 1230-MARK-WINDOW-DAY.
006180     IF BD-DATE (BD-IDX) IS EQUAL TO RUN-EXTRACT-DATE
006190         MOVE "Y" TO BD-PROCESSED (BD-IDX)
006200     END-IF.
006210
006220 1230-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260* 1300-WRITE-WINDOW-START                                       *
006270*   Appends the batch-window start for a submission that        *
006280*   begins the night - or for a continuation that finds no      *
006290*   window on the journal.  It carries the highest run number   *
006300*   on file, so the runs this window goes on to complete are    *
006310*   the ones numbered above it.                                 *
006320******************************************************************
006330 1300-WRITE-WINDOW-START.
006340     OPEN EXTEND RUN-CONTROL-FILE.
006350     IF NOT FS-RUNCTL-OK
006360         CLOSE RUN-CONTROL-FILE
006370         OPEN OUTPUT RUN-CONTROL-FILE
006380     END-IF.
006390     MOVE SPACES TO RUNCTL-RECORD.
006400     MOVE WK-MAX-RUN-NUMBER TO RUN-NUMBER.
006410     SET RUN-STARTED TO TRUE.
006420     SET RUN-TYPE-WINDOW-START TO TRUE.
006430     MOVE ZERO TO RUN-EXTRACT-DATE.
006440     MOVE WK-TODAY TO RUN-EVENT-DATE.
006450     MOVE ZERO TO RUN-READ-COUNT RUN-PASS-COUNT RUN-FAIL-COUNT
006460                  RUN-REJECT-COUNT RUN-DUPL-COUNT.
006470     WRITE RUNCTL-RECORD.
006480     CLOSE RUN-CONTROL-FILE.
006490
006500     SET WINDOW-FOUND TO TRUE.
006510     MOVE WK-MAX-RUN-NUMBER TO WK-WINDOW-RUN-NUMBER.
006520     MOVE WK-TODAY TO WK-WINDOW-DATE.
006530
006540 1300-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580* 2000-SPLIT-GENERATIONS                                        *
006590*   Reads every CANDFILE generation through and splits them at  *
006600*   their trailers.  Each trailer must be readable and its      *
006610*   count must match the details before it, and nothing may     *
006620*   follow the last trailer - a short or damaged generation     *
006630*   runs into its neighbour and neither can be trusted, so the  *
006640*   step fails until the bad generation is uncataloged.         *
006650******************************************************************
006660 2000-SPLIT-GENERATIONS.
006670     MOVE 1 TO WK-SEGMENT-START.
006680     PERFORM 2010-SPLIT-ONE-RECORD THRU 2010-EXIT
006690         UNTIL CANDIDATE-EOF.
006700     CLOSE CANDIDATE-FILE.
006710
006720     IF CT-SEGMENT-DETAILS IS GREATER THAN ZERO
006730         MOVE CT-SEGMENT-DETAILS TO WK-MSG-COUNT
006740         DISPLAY "SCRNCTUP - CANDFILE RECORDS AFTER THE LAST "
006750                 "TRAILER:" WK-MSG-COUNT " - A GENERATION IS "
006760                 "INCOMPLETE"
006770         MOVE 16 TO RETURN-CODE
006780         STOP RUN
006790     END-IF.
006800
006810 2000-EXIT.
006820     EXIT.
006830
006840 2010-SPLIT-ONE-RECORD.
006850     READ CANDIDATE-FILE
006860         AT END
006870             SET CANDIDATE-EOF TO TRUE
006880             GO TO 2010-EXIT
006890     END-READ.
006900     ADD 1 TO CT-RECORDS-READ.
006910
006920     MOVE CANDIDATE-RECORD TO TRAILER-RECORD.
006930     IF NOT TRAILER-MARKER
006940         ADD 1 TO CT-SEGMENT-DETAILS
006950         GO TO 2010-EXIT
006960     END-IF.
006970
006980     IF TRL-CAND-COUNT-X IS NOT NUMERIC
006990        OR TRL-EXTRACT-DATE-X IS NOT NUMERIC
007000         DISPLAY "SCRNCTUP - BAD CANDFILE TRAILER AT RECORD "
007010                 CT-RECORDS-READ ": " TRAILER-RECORD
007020         MOVE 16 TO RETURN-CODE
007030         STOP RUN
007040     END-IF.
007050
007060     IF TRL-CAND-COUNT IS NOT EQUAL TO CT-SEGMENT-DETAILS
007070         MOVE CT-SEGMENT-DETAILS TO WK-MSG-COUNT
007080         DISPLAY "SCRNCTUP - CANDFILE GENERATION DATED "
007090                 TRL-EXTRACT-DATE " COUNT MISMATCH - TRAILER "
007100                 "SAYS " TRL-CAND-COUNT ", RECORDS READ"
007110                 WK-MSG-COUNT
007120         MOVE 16 TO RETURN-CODE
007130         STOP RUN
007140     END-IF.
007150
007160     IF GN-COUNT IS NOT LESS THAN 255
007170         DISPLAY "SCRNCTUP - GENERATION-TABLE FULL AT 255 "
007180                 "ENTRIES"
007190         MOVE 16 TO RETURN-CODE
007200         STOP RUN
007210     END-IF.
007220     ADD 1 TO GN-COUNT.
007230     MOVE TRL-EXTRACT-DATE TO GN-EXTRACT-DATE (GN-COUNT).
007240     MOVE CT-SEGMENT-DETAILS TO GN-DETAILS (GN-COUNT).
007250     MOVE WK-SEGMENT-START TO GN-FIRST-RECORD (GN-COUNT).
007260     MOVE CT-RECORDS-READ TO GN-LAST-RECORD (GN-COUNT).
007270     MOVE SPACE TO GN-DAY-TYPE (GN-COUNT).
007280     MOVE "N" TO GN-PROCESSED (GN-COUNT).
007290
007300     MOVE ZERO TO CT-SEGMENT-DETAILS.
007310     COMPUTE WK-SEGMENT-START = CT-RECORDS-READ + 1.
007320
007330 2010-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 3000-PICK-GENERATION                                          *
007380*   NORMAL picks the newest generation - it must not already    *
007390*   be processed, and no older business-day generation may      *
007400*   still be waiting, or the nights would be screened out of    *
007410*   order.  CATCHUP picks the oldest business-day generation    *
007420*   not yet processed; with none left the step ends CC 4 and    *
007430*   stages nothing.  Either way, two generations carrying the   *
007440*   picked date fail the step - HR must say which is the one.   *
007450******************************************************************
007460 3000-PICK-GENERATION.
007470     IF GN-COUNT IS EQUAL TO ZERO
007480         DISPLAY "SCRNCTUP - NO CANDFILE GENERATION ON FILE"
007490         MOVE 16 TO RETURN-CODE
007500         STOP RUN
007510     END-IF.
007520
007530     MOVE ZERO TO GN-PICK-IDX.
007540     IF MODE-NORMAL
007550         PERFORM 3010-FIND-NEWEST THRU 3010-EXIT
007560             VARYING GN-IDX FROM 1 BY 1
007570             UNTIL GN-IDX IS GREATER THAN GN-COUNT
007580     ELSE
007590         PERFORM 3020-FIND-OLDEST-OUTSTANDING THRU 3020-EXIT
007600             VARYING GN-IDX FROM 1 BY 1
007610             UNTIL GN-IDX IS GREATER THAN GN-COUNT
007620     END-IF.
007630
007640     IF GN-PICK-IDX IS EQUAL TO ZERO
007650         DISPLAY "SCRNCTUP - NO CANDFILE GENERATION OUTSTANDING "
007660                 "- NOTHING TO CATCH UP"
007670         MOVE 4 TO RETURN-CODE
007680         STOP RUN
007690     END-IF.
007700     MOVE GN-EXTRACT-DATE (GN-PICK-IDX) TO WK-PICK-DATE.
007710
007720     MOVE ZERO TO CT-SAME-DATE.
007730     MOVE ZERO TO CT-OUTSTANDING.
007740     PERFORM 3030-COUNT-GENERATION THRU 3030-EXIT
007750         VARYING GN-IDX FROM 1 BY 1
007760         UNTIL GN-IDX IS GREATER THAN GN-COUNT.
007770
007780     IF CT-SAME-DATE IS GREATER THAN 1
007790         DISPLAY "SCRNCTUP - MORE THAN ONE CANDFILE GENERATION "
007800                 "IS DATED " WK-PICK-DATE " - UNCATALOG THE ONE "
007810                 "NOT TO BE SCREENED"
007820         MOVE 16 TO RETURN-CODE
007830         STOP RUN
007840     END-IF.
007850
007860     IF GN-PROCESSED (GN-PICK-IDX) IS EQUAL TO "Y"
007870         DISPLAY "SCRNCTUP - NEWEST CANDFILE GENERATION, DATED "
007880                 WK-PICK-DATE ", WAS ALREADY PROCESSED - NO "
007890                 "NEW EXTRACT"
007900         MOVE 16 TO RETURN-CODE
007910         STOP RUN
007920     END-IF.
007930
007940     IF MODE-NORMAL
007950        AND CT-OUTSTANDING IS GREATER THAN ZERO
007960         MOVE CT-OUTSTANDING TO WK-MSG-COUNT
007970         DISPLAY "SCRNCTUP - OLDER CANDFILE GENERATIONS STILL "
007980                 "OUTSTANDING:" WK-MSG-COUNT " - RUN IN CATCHUP "
007990                 "MODE"
008000         MOVE 16 TO RETURN-CODE
008010         STOP RUN
008020     END-IF.
008030
008040 3000-EXIT.
008050     EXIT.
008060
008070 3010-FIND-NEWEST.
008080     IF GN-PICK-IDX IS EQUAL TO ZERO
008090         MOVE GN-IDX TO GN-PICK-IDX
008100         GO TO 3010-EXIT
008110     END-IF.
008120     IF GN-EXTRACT-DATE (GN-IDX) IS GREATER THAN
008130        GN-EXTRACT-DATE (GN-PICK-IDX)
008140         MOVE GN-IDX TO GN-PICK-IDX
008150     END-IF.
008160
008170 3010-EXIT.
008180     EXIT.
008190
008200 3020-FIND-OLDEST-OUTSTANDING.
008210     IF GN-PROCESSED (GN-IDX) IS EQUAL TO "Y"
008220        OR GN-DAY-TYPE (GN-IDX) IS NOT EQUAL TO "B"
008230        OR GN-EXTRACT-DATE (GN-IDX) IS GREATER THAN WK-TODAY
008240         GO TO 3020-EXIT
008250     END-IF.
008260     IF GN-PICK-IDX IS EQUAL TO ZERO
008270         MOVE GN-IDX TO GN-PICK-IDX
008280         GO TO 3020-EXIT
008290     END-IF.
008300     IF GN-EXTRACT-DATE (GN-IDX) IS LESS THAN
008310        GN-EXTRACT-DATE (GN-PICK-IDX)
008320         MOVE GN-IDX TO GN-PICK-IDX
008330     END-IF.
008340
008350 3020-EXIT.
008360     EXIT.
008370
008380* Counts the generations sharing the picked date, and the
008390* business-day generations still outstanding apart from it -
008400* for NORMAL the older ones that block it, for CATCHUP the
008410* ones the next submission will pick up.
008420 3030-COUNT-GENERATION.
008430     IF GN-EXTRACT-DATE (GN-IDX) IS EQUAL TO WK-PICK-DATE
008440         ADD 1 TO CT-SAME-DATE
008450         GO TO 3030-EXIT
008460     END-IF.
008470     IF GN-PROCESSED (GN-IDX) IS EQUAL TO "Y"
008480        OR GN-DAY-TYPE (GN-IDX) IS NOT EQUAL TO "B"
008490         GO TO 3030-EXIT
008500     END-IF.
008510     IF MODE-NORMAL
008520        AND GN-EXTRACT-DATE (GN-IDX) IS GREATER THAN
008530            WK-PICK-DATE
008540         GO TO 3030-EXIT
008550     END-IF.
008560     IF GN-EXTRACT-DATE (GN-IDX) IS GREATER THAN WK-TODAY
008570         GO TO 3030-EXIT
008580     END-IF.
008590     ADD 1 TO CT-OUTSTANDING.
008600
008610 3030-EXIT.
008620     EXIT.
008630
008640******************************************************************
008650* 4000-STAGE-GENERATION                                         *
008660*   Copies the picked generation, trailer and all, to CANDWORK  *
008670*   for the intake step.  Its records are found again by their  *
008680*   position in the concatenation.  A catch-up that leaves more *
008690*   generations outstanding ends CC 2 - once the chain has      *
008700*   completed, SCRNBTCH submits its continuation for the next.  *
008710******************************************************************
008720 4000-STAGE-GENERATION.
008730     OPEN OUTPUT CANDIDATE-WORK-FILE.
008740     IF NOT FS-CANDIDATE-WORK-OK
008750         DISPLAY "SCRNCTUP - CANDIDATE-WORK-FILE OPEN FAILED, "
008760                 "STATUS = " FS-CANDIDATE-WORK
008770         MOVE 16 TO RETURN-CODE
008780         STOP RUN
008790     END-IF.
008800
008810     OPEN INPUT CANDIDATE-FILE.
008820     IF NOT FS-CANDIDATE-OK
008830         DISPLAY "SCRNCTUP - CANDIDATE-FILE OPEN FAILED, "
008840                 "STATUS = " FS-CANDIDATE-FILE
008850         MOVE 16 TO RETURN-CODE
008860         STOP RUN
008870     END-IF.
008880
008890     MOVE "N" TO SW-CANDIDATE-EOF.
008900     MOVE ZERO TO CT-RECORDS-READ.
008910     PERFORM 4010-COPY-ONE-RECORD THRU 4010-EXIT
008920         UNTIL CANDIDATE-EOF
008930            OR CT-RECORDS-READ IS NOT LESS THAN
008940               GN-LAST-RECORD (GN-PICK-IDX).
008950     CLOSE CANDIDATE-FILE.
008960     CLOSE CANDIDATE-WORK-FILE.
008970
008980     MOVE GN-DETAILS (GN-PICK-IDX) TO WK-MSG-COUNT.
008990     DISPLAY "SCRNCTUP - STAGED CANDFILE GENERATION DATED "
009000             WK-PICK-DATE ", CANDIDATES:" WK-MSG-COUNT.
009010     IF MODE-CATCHUP
009020         MOVE CT-OUTSTANDING TO WK-MSG-COUNT
009030         DISPLAY "SCRNCTUP - GENERATIONS STILL OUTSTANDING "
009040                 "AFTER THIS ONE:" WK-MSG-COUNT
009050         IF CT-OUTSTANDING IS GREATER THAN ZERO
009060             MOVE 2 TO RETURN-CODE
009070         END-IF
009080     END-IF.
009090
009100 4000-EXIT.
009110     EXIT.
009120
009130 4010-COPY-ONE-RECORD.
009140     READ CANDIDATE-FILE
009150         AT END
009160             SET CANDIDATE-EOF TO TRUE
009170             GO TO 4010-EXIT
009180     END-READ.
009190     ADD 1 TO CT-RECORDS-READ.
009200
009210     IF CT-RECORDS-READ IS LESS THAN
009220        GN-FIRST-RECORD (GN-PICK-IDX)
009230         GO TO 4010-EXIT
009240     END-IF.
009250     WRITE CANDIDATE-WORK-LINE FROM CANDIDATE-RECORD.
009260     ADD 1 TO CT-RECORDS-STAGED.
009270
009280 4010-EXIT.
009290     EXIT.
009300
009310******************************************************************
009320* 5000-PRINT-SUMMARY                                            *
009330*   Every extract date a normal run completed in this batch     *
009340*   window - the submissions since the latest window start,     *
009350*   catch-up continuations included - then every business day   *
009360*   in the lookback with no completed run, with whether its     *
009370*   extract is on file waiting for a catch-up run or was never  *
009380*   received, then any generation dated a day that is not a     *
009390*   business day.  A day still missing ends the step CC 4.      *
009400******************************************************************
009410 5000-PRINT-SUMMARY.
009420     OPEN OUTPUT CATCHUP-REPORT.
009430     IF NOT FS-CATCHUP-REPORT-OK
009440         DISPLAY "SCRNCTUP - CATCHUP-REPORT OPEN FAILED, "
009450                 "STATUS = " FS-CATCHUP-REPORT
009460         MOVE 16 TO RETURN-CODE
009470         STOP RUN
009480     END-IF.
009490
009500     MOVE WK-TODAY TO RPT-H-DATE.
009510     MOVE WK-LOOKBACK TO RPT-H-LOOKBACK.
009520     WRITE REPORT-LINE FROM RPT-HEADING-1.
009530
009540     IF WINDOW-FOUND
009550         MOVE WK-WINDOW-DATE TO RPT-W-DATE
009560         MOVE WK-WINDOW-RUN-NUMBER TO RPT-W-RUN-NUMBER
009570         WRITE REPORT-LINE FROM RPT-WINDOW-LINE
009580     END-IF.
009590
009600     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
009610     WRITE REPORT-LINE FROM RPT-WINDOW-HEADING.
009620     IF TR-COUNT IS EQUAL TO ZERO
009630         WRITE REPORT-LINE FROM RPT-NO-RUNS-WINDOW
009640     ELSE
009650         WRITE REPORT-LINE FROM RPT-RUN-COLUMNS
009660         PERFORM 5010-PRINT-ONE-RUN THRU 5010-EXIT
009670             VARYING TR-IDX FROM 1 BY 1
009680             UNTIL TR-IDX IS GREATER THAN TR-COUNT
009690     END-IF.
009700
009710     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
009720     WRITE REPORT-LINE FROM RPT-MISSING-HEADING.
009730     PERFORM 5020-PRINT-ONE-DAY THRU 5020-EXIT
009740         VARYING BD-IDX FROM WK-WINDOW-FIRST BY 1
009750         UNTIL BD-IDX IS GREATER THAN WK-WINDOW-LAST.
009760     IF CT-DAYS-MISSING IS EQUAL TO ZERO
009770         WRITE REPORT-LINE FROM RPT-NONE-MISSING
009780     END-IF.
009790
009800     PERFORM 5040-COUNT-NOT-BUSINESS-DAY THRU 5040-EXIT
009810         VARYING GN-IDX FROM 1 BY 1
009820         UNTIL GN-IDX IS GREATER THAN GN-COUNT.
009830     IF CT-NOT-BUSINESS-DAY IS GREATER THAN ZERO
009840         WRITE REPORT-LINE FROM RPT-BLANK-LINE
009850         WRITE REPORT-LINE FROM RPT-IGNORED-HEADING
009860         PERFORM 5050-PRINT-ONE-IGNORED THRU 5050-EXIT
009870             VARYING GN-IDX FROM 1 BY 1
009880             UNTIL GN-IDX IS GREATER THAN GN-COUNT
009890     END-IF.
009900
009910 5000-EXIT.
009920     EXIT.
009930
009940 5010-PRINT-ONE-RUN.
009950     MOVE TR-RUN-NUMBER (TR-IDX) TO RPT-R-RUN-NUMBER.
009960     MOVE TR-EXTRACT-DATE (TR-IDX) TO RPT-R-EXTRACT-DATE.
009970     MOVE TR-READ-COUNT (TR-IDX) TO RPT-R-READ.
009980     MOVE TR-PASS-COUNT (TR-IDX) TO RPT-R-PASS.
009990     MOVE TR-FAIL-COUNT (TR-IDX) TO RPT-R-FAIL.
010000     MOVE TR-REJECT-COUNT (TR-IDX) TO RPT-R-REJECT.
010010     MOVE TR-DUPL-COUNT (TR-IDX) TO RPT-R-DUPL.
010020     WRITE REPORT-LINE FROM RPT-RUN-LINE.
010030
010040 5010-EXIT.
010050     EXIT.
010060
010070 5020-PRINT-ONE-DAY.
010080     IF BD-PROCESSED (BD-IDX) IS EQUAL TO "Y"
010090         GO TO 5020-EXIT
010100     END-IF.
010110
010120     ADD 1 TO CT-DAYS-MISSING.
010130     MOVE BD-DATE (BD-IDX) TO RPT-D-DATE.
010140     MOVE BD-DATE (BD-IDX) TO WK-SEARCH-DATE.
010150     PERFORM 5030-FIND-GENERATION THRU 5030-EXIT.
010160     IF GN-FOUND
010170         ADD 1 TO CT-MISSING-ON-FILE
010180         MOVE "EXTRACT ON FILE - NOT PROCESSED"
010190             TO RPT-D-STATUS
010200     ELSE
010210         ADD 1 TO CT-MISSING-NO-EXTRACT
010220         MOVE "NO EXTRACT ON FILE - CHASE HR"
010230             TO RPT-D-STATUS
010240     END-IF.
010250     WRITE REPORT-LINE FROM RPT-DAY-LINE.
010260
010270 5020-EXIT.
010280     EXIT.
010290
010300 5030-FIND-GENERATION.
010310     SET GN-NOT-FOUND TO TRUE.
010320     PERFORM 5035-MATCH-GENERATION THRU 5035-EXIT
010330         VARYING GN-IDX FROM 1 BY 1
010340         UNTIL GN-IDX IS GREATER THAN GN-COUNT
010350            OR GN-FOUND.
010360
010370 5030-EXIT.
010380     EXIT.
010390
010400 5035-MATCH-GENERATION.
010410     IF GN-EXTRACT-DATE (GN-IDX) IS EQUAL TO WK-SEARCH-DATE
010420         SET GN-FOUND TO TRUE
010430     END-IF.
010440
010450 5035-EXIT.
010460     EXIT.
010470
010480 5040-COUNT-NOT-BUSINESS-DAY.
010490     IF GN-DAY-TYPE (GN-IDX) IS NOT EQUAL TO "B"
010500         ADD 1 TO CT-NOT-BUSINESS-DAY
010510     END-IF.
010520
010530 5040-EXIT.
010540     EXIT.
010550
010560 5050-PRINT-ONE-IGNORED.
010570     IF GN-DAY-TYPE (GN-IDX) IS EQUAL TO "B"
010580         GO TO 5050-EXIT
010590     END-IF.
010600
010610     MOVE GN-EXTRACT-DATE (GN-IDX) TO RPT-D-DATE.
010620     IF GN-DAY-TYPE (GN-IDX) IS EQUAL TO "H"
010630         MOVE "HOLIDAY" TO RPT-D-STATUS
010640     ELSE
010650     IF GN-DAY-TYPE (GN-IDX) IS EQUAL TO "W"
010660         MOVE "WEEKEND" TO RPT-D-STATUS
010670     ELSE
010680         MOVE "NOT ON THE BUSINESS-DAY CALENDAR"
010690             TO RPT-D-STATUS
010700     END-IF
010710     END-IF.
010720     WRITE REPORT-LINE FROM RPT-DAY-LINE.
010730
010740 5050-EXIT.
010750     EXIT.
010760
010770 9000-TERMINATE.
010780     IF NOT MODE-SUMMARY
010790         GO TO 9000-EXIT
010800     END-IF.
010810
010820     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
010830     MOVE GN-COUNT TO RPT-F-GENERATIONS.
010840     MOVE TR-COUNT TO RPT-F-WINDOW.
010850     MOVE CT-DAYS-MISSING TO RPT-F-MISSING.
010860     MOVE CT-MISSING-ON-FILE TO RPT-F-ON-FILE.
010870     MOVE CT-MISSING-NO-EXTRACT TO RPT-F-NO-EXTRACT.
010880     WRITE REPORT-LINE FROM RPT-FOOTER-1.
010890     WRITE REPORT-LINE FROM RPT-FOOTER-2.
010900     WRITE REPORT-LINE FROM RPT-FOOTER-3.
010910     WRITE REPORT-LINE FROM RPT-FOOTER-4.
010920     WRITE REPORT-LINE FROM RPT-FOOTER-5.
010930     CLOSE CATCHUP-REPORT.
010940
010950     IF CT-DAYS-MISSING IS GREATER THAN ZERO
010960         MOVE 4 TO RETURN-CODE
010970         MOVE CT-DAYS-MISSING TO WK-MSG-COUNT
010980         DISPLAY "SCRNCTUP - BUSINESS DAYS STILL MISSING:"
010990                 WK-MSG-COUNT " - SEE CTUPRPT"
011000     ELSE
011010         DISPLAY "SCRNCTUP - EVERY BUSINESS DAY PROCESSED"
011020     END-IF.
011030
011040 9000-EXIT.
011050     EXIT.
011060
011070 END PROGRAM SCRNCTUP.
