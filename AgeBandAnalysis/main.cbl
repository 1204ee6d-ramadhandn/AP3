000290*                   HISTREC) - this analysis is about the
000300*                   stage-1 age rule, so later-stage entries
000310*                   are excluded and shown as their own count.
000320*   09/24/2026  RD  Erasure entries (stage E, see CANDERAS)
000330*                   carry no age and no decision - they are
000340*                   passed over without a count, so erasing a
000350*                   candidate never moves a band.
000360*   10/01/2026  RD  Offer outcomes (stage O, see OFFRPROC) are
000370*                   counted with the later-stage entries.
000380*   10/05/2026  RD  Override entries (see HISTREC) are passed
000390*                   over - the age rule did not make them,
000400*                   and the decision they overrule is
000410*                   already in its band.
000420******************************************************************
000430
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. AGEBAND.
000460 AUTHOR. RAMADHAN.
000470 INSTALLATION. HR-RECRUITING.
000480 DATE-WRITTEN. 08/16/2026.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-SCREENING-HISTORY.
000570
000580     SELECT AGEBAND-REPORT ASSIGN TO "AGEBNDRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-AGEBAND-REPORT.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SCREENING-HISTORY-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY HISTREC.
000670
000680 FD  AGEBAND-REPORT
000690     LABEL RECORDS ARE STANDARD.
000700 01  REPORT-LINE                      PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730
000740 01  FS-SCREENING-HISTORY             PIC X(02).
000750     88  FS-HISTORY-OK                    VALUE "00".
000760 01  FS-AGEBAND-REPORT                PIC X(02).
000770     88  FS-AGEBAND-OK                    VALUE "00".
000780
000790 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
000800     88  HISTORY-EOF                      VALUE "Y".
000810
000820 01  WK-TARGET-YYYY                   PIC 9(04).
000830 01  WK-TARGET-MM                     PIC 9(02).
000840
000850* ------------------------------------------------------------ *
000860*  AGE BAND DEFINITIONS                                         *
000870*    Label plus inclusive low/high bounds per band.  The        *
000880*    bounds match the bands management asks about, not the      *
000890*    criteria file - the analysis has to stay comparable        *
000900*    across policy changes.                                     *
000910* ------------------------------------------------------------ *
000920 01  BAND-DEFINITIONS.
000930     05  FILLER                       PIC X(18)
000940             VALUE "UNDER 20    000019".
000950     05  FILLER                       PIC X(18)
000960             VALUE "20 - 24     020024".
000970     05  FILLER                       PIC X(18)
000980             VALUE "25 - 35     025035".
000990     05  FILLER                       PIC X(18)
001000             VALUE "36 - 40     036040".
001010     05  FILLER                       PIC X(18)
001020             VALUE "OVER 40     041150".
001030 01  BAND-TABLE REDEFINES BAND-DEFINITIONS.
001040     05  BAND-ENTRY OCCURS 5 TIMES.
001050         10  BAND-LABEL               PIC X(12).
001060         10  BAND-LOW                 PIC 9(03).
001070         10  BAND-HIGH                PIC 9(03).
001080
001090 01  BAND-COUNTS.
001100     05  BC-ENTRY OCCURS 5 TIMES.
001110         10  BC-TOTAL            PIC 9(07) COMP.
001120         10  BC-PASS             PIC 9(07) COMP.
001130         10  BC-FAIL             PIC 9(07) COMP.
001140
001150 01  BAND-IDX                    PIC 9(03) COMP VALUE ZERO.
001160
001170 01  CT-EVALUATED                 PIC 9(07) COMP VALUE ZERO.
001180 01  CT-PASS-COUNT                PIC 9(07) COMP VALUE ZERO.
001190 01  CT-FAIL-COUNT                PIC 9(07) COMP VALUE ZERO.
001200 01  CT-FAIL-TOO-YOUNG            PIC 9(07) COMP VALUE ZERO.
001210 01  CT-FAIL-TOO-OLD              PIC 9(07) COMP VALUE ZERO.
001220 01  CT-FAIL-IN-BAND              PIC 9(07) COMP VALUE ZERO.
001230 01  CT-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
001240 01  CT-DUPL-COUNT                PIC 9(07) COMP VALUE ZERO.
001250 01  CT-WDRN-COUNT                PIC 9(07) COMP VALUE ZERO.
001260 01  CT-LATER-STAGE               PIC 9(07) COMP VALUE ZERO.
001270
001280 01  RPT-HEADING-1.
001290     05  FILLER                       PIC X(36)
001300             VALUE "AGE BAND DISTRIBUTION REPORT   YEAR ".
001310     05  RPT-H-YYYY                   PIC 9(04).
001320     05  FILLER                       PIC X(01)   VALUE "-".
001330     05  RPT-H-MM                     PIC 9(02).
001340     05  FILLER                       PIC X(37)   VALUE SPACES.
001350
001360 01  RPT-HEADING-2.
001370     05  FILLER                       PIC X(12)
001380             VALUE "AGE BAND".
001390     05  FILLER                       PIC X(12)
001400             VALUE "APPLICANTS".
001410     05  FILLER                       PIC X(12)   VALUE "PASSED".
001420     05  FILLER                       PIC X(12)   VALUE "FAILED".
001430     05  FILLER                       PIC X(32)   VALUE SPACES.
001440
001450 01  RPT-BAND-LINE.
001460     05  RPT-B-LABEL                  PIC X(12).
001470     05  RPT-B-TOTAL                  PIC ZZZ,ZZ9.
001480     05  FILLER                       PIC X(05)   VALUE SPACES.
001490     05  RPT-B-PASS                   PIC ZZZ,ZZ9.
001500     05  FILLER                       PIC X(05)   VALUE SPACES.
001510     05  RPT-B-FAIL                   PIC ZZZ,ZZ9.
001520     05  FILLER                       PIC X(37)   VALUE SPACES.
001530
001540 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
001550
001560 01  RPT-TOTAL-LINE.
001570     05  FILLER                       PIC X(12)
001580             VALUE "ALL BANDS".
001590     05  RPT-T-TOTAL                  PIC ZZZ,ZZ9.
001600     05  FILLER                       PIC X(05)   VALUE SPACES.
001610     05  RPT-T-PASS                   PIC ZZZ,ZZ9.
001620     05  FILLER                       PIC X(05)   VALUE SPACES.
001630     05  RPT-T-FAIL                   PIC ZZZ,ZZ9.
001640     05  FILLER                       PIC X(37)   VALUE SPACES.
001650
001660 01  RPT-SPLIT-1.
001670     05  FILLER                       PIC X(28)
001680             VALUE "FAILED TOO YOUNG (< 20) . .".
001690     05  RPT-S-YOUNG                  PIC ZZZ,ZZ9.
001700
001710 01  RPT-SPLIT-2.
001720     05  FILLER                       PIC X(28)
001730             VALUE "FAILED TOO OLD   (> 40) . .".
001740     05  RPT-S-OLD                    PIC ZZZ,ZZ9.
001750
001760 01  RPT-SPLIT-3.
001770     05  FILLER                       PIC X(28)
001780             VALUE "FAILED INSIDE 20-40 . . . .".
001790     05  RPT-S-IN-BAND                PIC ZZZ,ZZ9.
001800
001810 01  RPT-EXCL-1.
001820     05  FILLER                       PIC X(28)
001830             VALUE "EXCLUDED - REJT (BAD DATA) .".
001840     05  RPT-E-REJECT                 PIC ZZZ,ZZ9.
001850
001860 01  RPT-EXCL-2.
001870     05  FILLER                       PIC X(28)
001880             VALUE "EXCLUDED - DUPL (PRIOR)  . .".
001890     05  RPT-E-DUPL                   PIC ZZZ,ZZ9.
001900
001910 01  RPT-EXCL-3.
001920     05  FILLER                       PIC X(28)
001930             VALUE "EXCLUDED - WDRN (WITHDREW) .".
001940     05  RPT-E-WDRN                   PIC ZZZ,ZZ9.
001950
001960 01  RPT-EXCL-4.
001970     05  FILLER                       PIC X(28)
001980             VALUE "EXCLUDED - LATER STAGE . . .".
001990     05  RPT-E-LATER                  PIC ZZZ,ZZ9.
002000
002010 PROCEDURE DIVISION.
002020
002030******************************************************************
002040* 0000-MAINLINE                                                 *
002050******************************************************************
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
002090         UNTIL HISTORY-EOF.
002100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002110     STOP RUN.
002120
002130 1000-INITIALIZE.
002140     DISPLAY "TARGET YEAR (YYYY) . . . . .".
002150     ACCEPT WK-TARGET-YYYY.
002160     DISPLAY "TARGET MONTH (MM)  . . . . .".
002170     ACCEPT WK-TARGET-MM.
002180
002190     PERFORM 1100-CLEAR-ONE-BAND THRU 1100-EXIT
002200         VARYING BAND-IDX FROM 1 BY 1
002210         UNTIL BAND-IDX IS GREATER THAN 5.
002220
002230     OPEN INPUT SCREENING-HISTORY-FILE.
002240     IF NOT FS-HISTORY-OK
002250         DISPLAY "AGEBAND - SCREENING-HISTORY-FILE OPEN "
002260                 "FAILED, STATUS = " FS-SCREENING-HISTORY
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300
002310     OPEN OUTPUT AGEBAND-REPORT.
002320     IF NOT FS-AGEBAND-OK
002330         DISPLAY "AGEBAND - AGEBAND-REPORT OPEN FAILED, "
002340                 "STATUS = " FS-AGEBAND-REPORT
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380
002390     MOVE WK-TARGET-YYYY TO RPT-H-YYYY.
002400     MOVE WK-TARGET-MM TO RPT-H-MM.
002410     WRITE REPORT-LINE FROM RPT-HEADING-1.
002420     WRITE REPORT-LINE FROM RPT-HEADING-2.
002430
002440 1000-EXIT.
002450     EXIT.
002460
002470 1100-CLEAR-ONE-BAND.
002480     MOVE ZERO TO BC-TOTAL (BAND-IDX).
002490     MOVE ZERO TO BC-PASS (BAND-IDX).
002500     MOVE ZERO TO BC-FAIL (BAND-IDX).
002510
002520 1100-EXIT.
002530     EXIT.
002540
002550 2000-PROCESS-HISTORY.
002560     READ SCREENING-HISTORY-FILE
002570         AT END
002580             SET HISTORY-EOF TO TRUE
002590             GO TO 2000-EXIT
002600     END-READ.
002610
002620     IF HIST-RUN-YYYY IS EQUAL TO WK-TARGET-YYYY
002630        AND HIST-RUN-MM IS EQUAL TO WK-TARGET-MM
002640         PERFORM 2100-TALLY-HISTORY-ENTRY THRU 2100-EXIT
002650     END-IF.
002660
002670 2000-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710* 2100-TALLY-HISTORY-ENTRY                                      *
002720*   A REJT entry has no usable age and a DUPL entry was not     *
002730*   evaluated this period - both are excluded from the bands    *
002740*   and counted separately.  Everything else lands in exactly   *
002750*   one band by HIST-AGE.                                       *
002760******************************************************************
002770 2100-TALLY-HISTORY-ENTRY.
002780* An erasure entry records no decision at all.
002790     IF HIST-STAGE-ERASURE
002800         GO TO 2100-EXIT
002810     END-IF.
002820
002830* An override is a director's ruling, not the age rule's - the
002840* decision it overrules is already in its band.
002850     IF NOT HIST-NOT-OVERRIDDEN
002860         GO TO 2100-EXIT
002870     END-IF.
002880
002890* This analysis is about the stage-1 age rule - stage-2,
002900* interview and offer entries are not its to band.
002910     IF HIST-STAGE-2 OR HIST-STAGE-INTERVIEW OR HIST-STAGE-OFFER
002920         ADD 1 TO CT-LATER-STAGE
002930         GO TO 2100-EXIT
002940     END-IF.
002950
002960     IF HIST-RESULT-REJECT
002970         ADD 1 TO CT-REJECT-COUNT
002980         GO TO 2100-EXIT
002990     END-IF.
003000     IF HIST-RESULT-DUPL
003010         ADD 1 TO CT-DUPL-COUNT
003020         GO TO 2100-EXIT
003030     END-IF.
003040     IF HIST-RESULT-WDRN
003050         ADD 1 TO CT-WDRN-COUNT
003060         GO TO 2100-EXIT
003070     END-IF.
003080
003090     ADD 1 TO CT-EVALUATED.
003100     IF HIST-RESULT-PASS
003110         ADD 1 TO CT-PASS-COUNT
003120     ELSE
003130         ADD 1 TO CT-FAIL-COUNT
003140         PERFORM 2200-SPLIT-FAILURE THRU 2200-EXIT
003150     END-IF.
003160
003170     PERFORM 2300-TALLY-ONE-BAND THRU 2300-EXIT
003180         VARYING BAND-IDX FROM 1 BY 1
003190         UNTIL BAND-IDX IS GREATER THAN 5.
003200
003210 2100-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250* 2200-SPLIT-FAILURE                                            *
003260*   Which end of the 20-40 rule did the cutting - a failure     *
003270*   under 20 is too young, over 40 too old, and anything in    *
003280*   between means the band in force that day was narrower      *
003290*   than 20-40.                                                 *
003300******************************************************************
003310 2200-SPLIT-FAILURE.
003320     IF HIST-AGE IS LESS THAN 20
003330         ADD 1 TO CT-FAIL-TOO-YOUNG
003340     ELSE
003350     IF HIST-AGE IS GREATER THAN 40
003360         ADD 1 TO CT-FAIL-TOO-OLD
003370     ELSE
003380         ADD 1 TO CT-FAIL-IN-BAND
003390     END-IF
003400     END-IF.
003410
003420 2200-EXIT.
003430     EXIT.
003440
003450 2300-TALLY-ONE-BAND.
003460     IF HIST-AGE IS LESS THAN BAND-LOW (BAND-IDX)
003470        OR HIST-AGE IS GREATER THAN BAND-HIGH (BAND-IDX)
003480         GO TO 2300-EXIT
003490     END-IF.
003500
003510     ADD 1 TO BC-TOTAL (BAND-IDX).
003520     IF HIST-RESULT-PASS
003530         ADD 1 TO BC-PASS (BAND-IDX)
003540     ELSE
003550         ADD 1 TO BC-FAIL (BAND-IDX)
003560     END-IF.
003570
003580 2300-EXIT.
003590     EXIT.
003600
003610 9000-TERMINATE.
003620     PERFORM 9100-PRINT-ONE-BAND THRU 9100-EXIT
003630         VARYING BAND-IDX FROM 1 BY 1
003640         UNTIL BAND-IDX IS GREATER THAN 5.
003650
003660     MOVE CT-EVALUATED TO RPT-T-TOTAL.
003670     MOVE CT-PASS-COUNT TO RPT-T-PASS.
003680     MOVE CT-FAIL-COUNT TO RPT-T-FAIL.
003690     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
003700
003710     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
003720     MOVE CT-FAIL-TOO-YOUNG TO RPT-S-YOUNG.
003730     MOVE CT-FAIL-TOO-OLD TO RPT-S-OLD.
003740     MOVE CT-FAIL-IN-BAND TO RPT-S-IN-BAND.
003750     WRITE REPORT-LINE FROM RPT-SPLIT-1.
003760     WRITE REPORT-LINE FROM RPT-SPLIT-2.
003770     WRITE REPORT-LINE FROM RPT-SPLIT-3.
003780
003790     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
003800     MOVE CT-REJECT-COUNT TO RPT-E-REJECT.
003810     MOVE CT-DUPL-COUNT TO RPT-E-DUPL.
003820     MOVE CT-WDRN-COUNT TO RPT-E-WDRN.
003830     MOVE CT-LATER-STAGE TO RPT-E-LATER.
003840     WRITE REPORT-LINE FROM RPT-EXCL-1.
003850     WRITE REPORT-LINE FROM RPT-EXCL-2.
003860     WRITE REPORT-LINE FROM RPT-EXCL-3.
003870     WRITE REPORT-LINE FROM RPT-EXCL-4.
003880
003890     CLOSE SCREENING-HISTORY-FILE.
003900     CLOSE AGEBAND-REPORT.
003910
003920 9000-EXIT.
003930     EXIT.
003940
003950 9100-PRINT-ONE-BAND.
003960     MOVE SPACES TO RPT-BAND-LINE.
003970     MOVE BAND-LABEL (BAND-IDX) TO RPT-B-LABEL.
003980     MOVE BC-TOTAL (BAND-IDX) TO RPT-B-TOTAL.
003990     MOVE BC-PASS (BAND-IDX) TO RPT-B-PASS.
004000     MOVE BC-FAIL (BAND-IDX) TO RPT-B-FAIL.
004010     WRITE REPORT-LINE FROM RPT-BAND-LINE.
004020
004030 9100-EXIT.
004040     EXIT.
004050
004060 END PROGRAM AGEBAND.
