000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 09/28/2026
000050* Date-Compiled.
000060* Purpose: Pemeriksaan restart rantai malam SCRNBTCH.  Membaca
000070*          jurnal run-control, mencari run normal terakhir dan
000080*          catatan mulai/selesai setiap langkah rantai
000090*          (STAGE2SCR, INTSCHED, CANDLETR) untuk nomor run itu,
000100*          lalu menentukan langkah pertama yang belum selesai.
000110*          Jawabannya dikembalikan sebagai condition code yang
000120*          dipakai job SCRNRSTR untuk menjalankan hanya langkah
000130*          itu dan langkah sesudahnya:
000140*            CC 12 - mulai dari STEP020 (STAGE2SCR)
000150*            CC  8 - mulai dari STEP025 (INTSCHED)
000160*            CC  4 - mulai dari STEP035 (CANDLETR)
000170*            CC  0 - rantai sudah selesai, tidak ada yang
000180*                    perlu dijalankan ulang
000190*            CC 16 - tidak bisa di-restart (lihat RSTRRPT)
000200* Tectonics: cobc
000210******************************************************************
000220* Modification History:
000230*   09/28/2026  RD  Original program - first step of the
000240*                   SCRNRSTR job.  Only a normal run whose
000250*                   intake (STEP010) completed can be restarted;
000260*                   a failed intake is restarted by resubmitting
000270*                   SCRNBTCH itself (INPUT2ANGKA's checkpoint),
000280*                   and a correction run is refused.
000290*   10/05/2026  RD  An override run (type V, see RUNCTL) is
000300*                   followed like a correction run, and
000310*                   refused like one - OVRDBTCH is simply
000320*                   resubmitted.
000330******************************************************************
000340
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CHAINRST.
000370 AUTHOR. RAMADHAN.
000380 INSTALLATION. HR-RECRUITING.
000390 DATE-WRITTEN. 09/28/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-RUN-CONTROL.
000480
000490     SELECT RESTART-REPORT ASSIGN TO "RSTRRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-RESTART-REPORT.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  RUN-CONTROL-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 COPY RUNCTL.
000580
000590 FD  RESTART-REPORT
000600     LABEL RECORDS ARE STANDARD.
000610 01  REPORT-LINE                      PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640
000650 01  FS-RUN-CONTROL                   PIC X(02).
000660     88  FS-RUNCTL-OK                     VALUE "00".
000670 01  FS-RESTART-REPORT                PIC X(02).
000680     88  FS-RESTART-REPORT-OK             VALUE "00".
000690
000700 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
000710     88  RUN-CONTROL-EOF                  VALUE "Y".
000720
000730* The latest normal, correction or override run on the journal
000740* - the run the chain steps continue - and what kind it is.
000750 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
000760 01  WK-RUN-TYPE                      PIC X(01)   VALUE SPACE.
000770     88  WK-RUN-NORMAL                    VALUE "N".
000780 01  WK-RUN-DATE                      PIC 9(08)   VALUE ZERO.
000790 01  WK-RUN-EXTRACT-DATE              PIC 9(08)   VALUE ZERO.
000800
000810* The first step of the chain not yet completed for the run -
000820* zero when every step is complete.
000830 01  WK-RESTART-IDX              PIC 9(01) COMP VALUE ZERO.
000840
000850* ------------------------------------------------------------ *
000860*  THE CHAIN STEPS AND THEIR STATE FOR THE RUN                  *
000870*    Entry 1 is the run itself (the intake step); entries 2-4   *
000880*    are the restartable steps, in job order.  ST-CC is the     *
000890*    condition code that restarts the job at that step.         *
000900* ------------------------------------------------------------ *
000910 01  STEP-TABLE.
000920     05  ST-IDX                  PIC 9(01) COMP VALUE ZERO.
000930     05  ST-ENTRY OCCURS 4 TIMES.
000940         10  ST-STEP-NAME             PIC X(08).
000950         10  ST-PROGRAM               PIC X(11).
000960         10  ST-CC                    PIC 9(02).
000970         10  ST-STARTED               PIC X(01).
000980         10  ST-COMPLETED             PIC X(01).
000990
001000 01  RPT-HEADING-1.
001010     05  FILLER                       PIC X(30)
001020             VALUE "SCREENING CHAIN RESTART CHECK".
001030     05  FILLER                       PIC X(06)   VALUE "  RUN ".
001040     05  RPT-H-RUN-NUMBER             PIC 9(07).
001050     05  FILLER                       PIC X(37)   VALUE SPACES.
001060
001070 01  RPT-HEADING-2.
001080     05  FILLER                       PIC X(12)
001090             VALUE "RUN DATE  : ".
001100     05  RPT-H-RUN-DATE               PIC 9(08).
001110     05  FILLER                       PIC X(14)
001120             VALUE "   EXTRACT  : ".
001130     05  RPT-H-EXTRACT-DATE           PIC 9(08).
001140     05  FILLER                       PIC X(38)   VALUE SPACES.
001150
001160 01  RPT-HEADING-3.
001170     05  FILLER                       PIC X(10)   VALUE "STEP".
001180     05  FILLER                       PIC X(13)   VALUE "PROGRAM".
001190     05  FILLER                       PIC X(10)   VALUE "STARTED".
001200     05  FILLER                       PIC X(47)
001210             VALUE "COMPLETED".
001220
001230 01  RPT-STEP-LINE.
001240     05  RPT-S-STEP-NAME              PIC X(10).
001250     05  RPT-S-PROGRAM                PIC X(13).
001260     05  RPT-S-STARTED                PIC X(10).
001270     05  RPT-S-COMPLETED              PIC X(47).
001280
001290 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
001300
001310 01  RPT-RESTART-LINE.
001320     05  FILLER                       PIC X(11)
001330             VALUE "RESTART AT ".
001340     05  RPT-R-STEP-NAME              PIC X(08).
001350     05  FILLER                       PIC X(08)
001360             VALUE "PROGRAM ".
001370     05  RPT-R-PROGRAM                PIC X(11).
001380     05  FILLER                       PIC X(04)   VALUE " CC ".
001390     05  RPT-R-CC                     PIC Z9.
001400     05  FILLER                       PIC X(36)   VALUE SPACES.
001410
001420 01  RPT-VERDICT-LINE                 PIC X(80).
001430
001440 PROCEDURE DIVISION.
001450
001460******************************************************************
001470* 0000-MAINLINE                                                 *
001480******************************************************************
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     PERFORM 2000-SCAN-RUN-CONTROL THRU 2000-EXIT.
001520     PERFORM 3000-DECIDE-RESTART THRU 3000-EXIT.
001530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001540     STOP RUN.
001550
001560 1000-INITIALIZE.
001570     OPEN OUTPUT RESTART-REPORT.
001580     IF NOT FS-RESTART-REPORT-OK
001590         DISPLAY "CHAINRST - RESTART-REPORT OPEN FAILED, "
001600                 "STATUS = " FS-RESTART-REPORT
001610         MOVE 16 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640
001650     MOVE "STEP010" TO ST-STEP-NAME (1).
001660     MOVE "INPUT2ANGKA" TO ST-PROGRAM (1).
001670     MOVE 16 TO ST-CC (1).
001680     MOVE "STEP020" TO ST-STEP-NAME (2).
001690     MOVE "STAGE2SCR" TO ST-PROGRAM (2).
001700     MOVE 12 TO ST-CC (2).
001710     MOVE "STEP025" TO ST-STEP-NAME (3).
001720     MOVE "INTSCHED" TO ST-PROGRAM (3).
001730     MOVE 8 TO ST-CC (3).
001740     MOVE "STEP035" TO ST-STEP-NAME (4).
001750     MOVE "CANDLETR" TO ST-PROGRAM (4).
001760     MOVE 4 TO ST-CC (4).
001770     PERFORM 1100-CLEAR-ONE-STEP THRU 1100-EXIT
001780         VARYING ST-IDX FROM 1 BY 1
001790         UNTIL ST-IDX IS GREATER THAN 4.
001800
001810 1000-EXIT.
001820     EXIT.
001830
001840 1100-CLEAR-ONE-STEP.
001850     MOVE "N" TO ST-STARTED (ST-IDX).
001860     MOVE "N" TO ST-COMPLETED (ST-IDX).
001870
001880 1100-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920* 2000-SCAN-RUN-CONTROL                                         *
001930*   Reads the whole journal.  Each new normal or correction     *
001940*   run replaces the one before it and clears the step state;   *
001950*   the run's own records and the chain step records carrying   *
001960*   its run number fill the state in.  Withdrawal, results and  *
001970*   erasure runs are not chain runs and are passed over.        *
001980******************************************************************
001990 2000-SCAN-RUN-CONTROL.
002000     OPEN INPUT RUN-CONTROL-FILE.
002010     IF NOT FS-RUNCTL-OK
002020         DISPLAY "CHAINRST - RUN-CONTROL-FILE OPEN FAILED, "
002030                 "STATUS = " FS-RUN-CONTROL
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070
002080     PERFORM 2100-READ-ONE-RUNCTL THRU 2100-EXIT
002090         UNTIL RUN-CONTROL-EOF.
002100     CLOSE RUN-CONTROL-FILE.
002110
002120 2000-EXIT.
002130     EXIT.
002140
002150 2100-READ-ONE-RUNCTL.
002160     READ RUN-CONTROL-FILE
002170         AT END
002180             SET RUN-CONTROL-EOF TO TRUE
002190             GO TO 2100-EXIT
002200     END-READ.
002210
002220     IF RUN-NUMBER-X IS NOT NUMERIC
002230         GO TO 2100-EXIT
002240     END-IF.
002250
002260     IF RUN-TYPE-NORMAL OR RUN-TYPE-CORRECTION
002270        OR RUN-TYPE-OVERRIDE
002280         IF RUN-NUMBER IS NOT EQUAL TO WK-RUN-NUMBER
002290             MOVE RUN-NUMBER TO WK-RUN-NUMBER
002300             MOVE RUN-TYPE TO WK-RUN-TYPE
002310             MOVE RUN-EVENT-DATE TO WK-RUN-DATE
002320             MOVE RUN-EXTRACT-DATE TO WK-RUN-EXTRACT-DATE
002330             PERFORM 1100-CLEAR-ONE-STEP THRU 1100-EXIT
002340                 VARYING ST-IDX FROM 1 BY 1
002350                 UNTIL ST-IDX IS GREATER THAN 4
002360         END-IF
002370         MOVE 1 TO ST-IDX
002380         PERFORM 2200-POST-STEP-STATE THRU 2200-EXIT
002390         GO TO 2100-EXIT
002400     END-IF.
002410
002420     IF NOT RUN-TYPE-STEP
002430        OR RUN-NUMBER IS NOT EQUAL TO WK-RUN-NUMBER
002440         GO TO 2100-EXIT
002450     END-IF.
002460
002470     EVALUATE TRUE
002480         WHEN RUN-STEP-STAGE2SCR
002490             MOVE 2 TO ST-IDX
002500         WHEN RUN-STEP-INTSCHED
002510             MOVE 3 TO ST-IDX
002520         WHEN RUN-STEP-CANDLETR
002530             MOVE 4 TO ST-IDX
002540         WHEN OTHER
002550             GO TO 2100-EXIT
002560     END-EVALUATE.
002570     PERFORM 2200-POST-STEP-STATE THRU 2200-EXIT.
002580
002590 2100-EXIT.
002600     EXIT.
002610
002620 2200-POST-STEP-STATE.
002630     IF RUN-STARTED
002640         MOVE "Y" TO ST-STARTED (ST-IDX)
002650     END-IF.
002660     IF RUN-COMPLETED
002670         MOVE "Y" TO ST-COMPLETED (ST-IDX)
002680     END-IF.
002690
002700 2200-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740* 3000-DECIDE-RESTART                                           *
002750*   Prints the state of every step for the run and sets the     *
002760*   condition code for the first restartable step that did not  *
002770*   complete.  No run, a correction run, or a run whose intake  *
002780*   did not complete cannot be restarted here - CC 16.          *
002790******************************************************************
002800 3000-DECIDE-RESTART.
002810     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
002820     MOVE WK-RUN-DATE TO RPT-H-RUN-DATE.
002830     MOVE WK-RUN-EXTRACT-DATE TO RPT-H-EXTRACT-DATE.
002840     WRITE REPORT-LINE FROM RPT-HEADING-1.
002850     WRITE REPORT-LINE FROM RPT-HEADING-2.
002860     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
002870     WRITE REPORT-LINE FROM RPT-HEADING-3.
002880     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
002890         VARYING ST-IDX FROM 1 BY 1
002900         UNTIL ST-IDX IS GREATER THAN 4.
002910     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
002920
002930     MOVE SPACES TO RPT-VERDICT-LINE.
002940     IF WK-RUN-NUMBER IS EQUAL TO ZERO
002950         MOVE "*** NO SCREENING RUN ON THE RUN-CONTROL FILE ***"
002960             TO RPT-VERDICT-LINE
002970         MOVE 16 TO RETURN-CODE
002980         GO TO 3000-EXIT
002990     END-IF.
003000     IF NOT WK-RUN-NORMAL
003010         MOVE "*** LATEST RUN IS NOT A NORMAL RUN - NOT RESTARTED"
003020             TO RPT-VERDICT-LINE
003030         MOVE 16 TO RETURN-CODE
003040         GO TO 3000-EXIT
003050     END-IF.
003060     IF ST-COMPLETED (1) IS NOT EQUAL TO "Y"
003070         MOVE "*** STEP010 DID NOT COMPLETE - RESUBMIT SCRNBTCH"
003080             TO RPT-VERDICT-LINE
003090         MOVE 16 TO RETURN-CODE
003100         GO TO 3000-EXIT
003110     END-IF.
003120
003130     MOVE ZERO TO WK-RESTART-IDX.
003140     PERFORM 3200-CHECK-ONE-STEP THRU 3200-EXIT
003150         VARYING ST-IDX FROM 2 BY 1
003160         UNTIL ST-IDX IS GREATER THAN 4
003170            OR WK-RESTART-IDX IS GREATER THAN ZERO.
003180
003190     IF WK-RESTART-IDX IS EQUAL TO ZERO
003200         MOVE "CHAIN COMPLETE FOR THIS RUN - NOTHING TO RESTART"
003210             TO RPT-VERDICT-LINE
003220         MOVE ZERO TO RETURN-CODE
003230         GO TO 3000-EXIT
003240     END-IF.
003250
003260     MOVE ST-STEP-NAME (WK-RESTART-IDX) TO RPT-R-STEP-NAME.
003270     MOVE ST-PROGRAM (WK-RESTART-IDX) TO RPT-R-PROGRAM.
003280     MOVE ST-CC (WK-RESTART-IDX) TO RPT-R-CC.
003290     MOVE RPT-RESTART-LINE TO RPT-VERDICT-LINE.
003300     MOVE ST-CC (WK-RESTART-IDX) TO RETURN-CODE.
003310
003320 3000-EXIT.
003330     EXIT.
003340
003350 3100-PRINT-ONE-STEP.
003360     MOVE ST-STEP-NAME (ST-IDX) TO RPT-S-STEP-NAME.
003370     MOVE ST-PROGRAM (ST-IDX) TO RPT-S-PROGRAM.
003380     IF ST-STARTED (ST-IDX) IS EQUAL TO "Y"
003390         MOVE "YES" TO RPT-S-STARTED
003400     ELSE
003410         MOVE "NO" TO RPT-S-STARTED
003420     END-IF.
003430     IF ST-COMPLETED (ST-IDX) IS EQUAL TO "Y"
003440         MOVE "YES" TO RPT-S-COMPLETED
003450     ELSE
003460         MOVE "NO" TO RPT-S-COMPLETED
003470     END-IF.
003480     WRITE REPORT-LINE FROM RPT-STEP-LINE.
003490
003500 3100-EXIT.
003510     EXIT.
003520
003530 3200-CHECK-ONE-STEP.
003540     IF ST-COMPLETED (ST-IDX) IS NOT EQUAL TO "Y"
003550         MOVE ST-IDX TO WK-RESTART-IDX
003560     END-IF.
003570
003580 3200-EXIT.
003590     EXIT.
003600
003610 9000-TERMINATE.
003620     WRITE REPORT-LINE FROM RPT-VERDICT-LINE.
003630     CLOSE RESTART-REPORT.
003640
003650     DISPLAY "CHAINRST - RUN " WK-RUN-NUMBER " - "
003660             RPT-VERDICT-LINE.
003670
003680 9000-EXIT.
003690     EXIT.
003700
003710 END PROGRAM CHAINRST.
