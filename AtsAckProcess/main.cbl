000820*                   CC 4.  Settled-by-withdrawal entries are
000830*                   counted on the aging report and dropped at
000840*                   the ledger rewrite.
000850*   09/21/2026  RD  The ledger layout moved to the ATSLDG
000860*                   copybook - the master rebuild reads the
000870*                   ledger too.  Layout unchanged.
000880*   10/12/2026  RD  The aging cutoff is now counted in business
000890*                   days.  SYSIN carries the follow-up window as
000900*                   a number of business days instead of a date
000910*                   the operator had to work out by hand, and the
000920*                   cutoff is that many business days back from
000930*                   today on the shared calendar (BUSCAL, see
000940*                   BDAYREC) - a holiday week no longer ages a
000950*                   candidate the ATS simply had no day to
000960*                   answer.  The aging report shows the window
000970*                   and each aged entry's business days out.
000980******************************************************************
000990
001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. ATSACK.
001020 AUTHOR. RAMADHAN.
001030 INSTALLATION. HR-RECRUITING.
001040 DATE-WRITTEN. 08/13/2026.
001050 DATE-COMPILED.
001060
001070 ENVIRONMENT DIVISION.
001080 INPUT-OUTPUT SECTION.
001090 FILE-CONTROL.
001100     SELECT ATS-INTERFACE-FILE ASSIGN TO "ATSIFACE"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS FS-ATS-INTERFACE.
001130
001140     SELECT ATS-RESPONSE-FILE ASSIGN TO "ATSRESP"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS FS-ATS-RESPONSE.
001170
001180     SELECT ATS-RETRY-FILE ASSIGN TO "ATSRETRY"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS FS-ATS-RETRY.
001210
001220     SELECT ACK-REPORT ASSIGN TO "ATSACKRPT"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS FS-ACK-REPORT.
001250
001260     SELECT ATS-BATCH-SEQ-FILE ASSIGN TO "ATSBSEQ"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS FS-ATS-BATCH-SEQ.
001290
001300     SELECT ATS-LEDGER-FILE ASSIGN TO "ATSLEDG"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS FS-ATS-LEDGER.
001330
001340     SELECT AGING-REPORT ASSIGN TO "ATSAGERPT"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS FS-AGING-REPORT.
001370
001380     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS RANDOM
001410         RECORD KEY IS MAST-CAND-ID
001420         FILE STATUS IS FS-CANDIDATE-MASTER.
001430
001440     SELECT BUSINESS-DAY-FILE ASSIGN TO "BUSCAL"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS FS-BUSINESS-DAY-FILE.
001470
001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  ATS-INTERFACE-FILE
001510     LABEL RECORDS ARE STANDARD.
001520 COPY ATSREC.
001530
001540 FD  ATS-RESPONSE-FILE
001550     LABEL RECORDS ARE STANDARD.
001560 01  RESPONSE-RECORD.
001570     05  RESP-CAND-ID                 PIC X(10).
001580     05  RESP-STATUS                  PIC X(01).
001590         88  RESP-ACCEPTED                VALUE "A".
001600         88  RESP-REJECTED                VALUE "R".
001610     05  RESP-REASON                  PIC X(30).
001620     05  FILLER                       PIC X(39).
001630
001640 FD  ATS-RETRY-FILE
001650     LABEL RECORDS ARE STANDARD.
001660 01  ATS-RETRY-LINE                   PIC X(80).
001670
001680 FD  ACK-REPORT
001690     LABEL RECORDS ARE STANDARD.
001700 01  REPORT-LINE                      PIC X(80).
001710
001720 FD  ATS-BATCH-SEQ-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  ATS-SEQ-LINE.
001750     05  SEQ-BATCH-NUMBER             PIC 9(07).
001760     05  SEQ-BATCH-NUMBER-X REDEFINES SEQ-BATCH-NUMBER
001770                                      PIC X(07).
001780
001790 FD  ATS-LEDGER-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 COPY ATSLDG.
001820
001830 FD  AGING-REPORT
001840     LABEL RECORDS ARE STANDARD.
001850 01  AGING-LINE                       PIC X(80).
001860
001870 FD  CANDIDATE-MASTER-FILE
001880     LABEL RECORDS ARE STANDARD.
001890 COPY CANDMAST.
001900
001910 FD  BUSINESS-DAY-FILE
001920     LABEL RECORDS ARE STANDARD.
001930 COPY BDAYREC.
001940
001950 WORKING-STORAGE SECTION.
001960
001970 01  FS-ATS-INTERFACE                 PIC X(02).
001980     88  FS-INTERFACE-OK                  VALUE "00".
001990 01  FS-ATS-RESPONSE                  PIC X(02).
002000     88  FS-RESPONSE-OK                   VALUE "00".
002010 01  FS-ATS-RETRY                     PIC X(02).
002020     88  FS-RETRY-OK                      VALUE "00".
002030 01  FS-ACK-REPORT                    PIC X(02).
002040     88  FS-ACK-REPORT-OK                 VALUE "00".
002050 01  FS-ATS-BATCH-SEQ                 PIC X(02).
002060     88  FS-ATS-SEQ-OK                    VALUE "00".
002070     88  FS-ATS-SEQ-NOT-FOUND             VALUE "35".
002080 01  FS-ATS-LEDGER                    PIC X(02).
002090     88  FS-LEDGER-OK                     VALUE "00".
002100     88  FS-LEDGER-NOT-FOUND              VALUE "35".
002110 01  FS-AGING-REPORT                  PIC X(02).
002120     88  FS-AGING-OK                      VALUE "00".
002130 01  FS-CANDIDATE-MASTER              PIC X(02).
002140     88  FS-MASTER-OK                     VALUE "00".
002150 01  FS-BUSINESS-DAY-FILE             PIC X(02).
002160     88  FS-BUSINESS-DAY-OK               VALUE "00".
002170
002180 01  SW-INTERFACE-EOF                 PIC X(01)   VALUE "N".
002190     88  INTERFACE-EOF                    VALUE "Y".
002200 01  SW-RESPONSE-EOF                  PIC X(01)   VALUE "N".
002210     88  RESPONSE-EOF                     VALUE "Y".
002220 01  SW-VERIFY-EOF                    PIC X(01)   VALUE "N".
002230     88  VERIFY-EOF                       VALUE "Y".
002240 01  SW-RESP-HDR-FOUND                PIC X(01)   VALUE "N".
002250     88  RESP-HEADER-FOUND                VALUE "Y".
002260 01  SW-RESP-TRL-FOUND                PIC X(01)   VALUE "N".
002270     88  RESP-TRAILER-FOUND               VALUE "Y".
002280 01  SW-SENT-FOUND                    PIC X(01)   VALUE "N".
002290     88  SENT-FOUND                       VALUE "Y".
002300     88  SENT-NOT-FOUND                   VALUE "N".
002310 01  SW-LEDGER-EOF                    PIC X(01)   VALUE "N".
002320     88  LEDGER-EOF                       VALUE "Y".
002330 01  SW-LEDGER-FOUND                  PIC X(01)   VALUE "N".
002340     88  LEDGER-FOUND                     VALUE "Y".
002350     88  LEDGER-NOT-FOUND                 VALUE "N".
002360 01  SW-BATCH-KNOWN                   PIC X(01)   VALUE "N".
002370     88  BATCH-KNOWN                      VALUE "Y".
002380     88  BATCH-NOT-KNOWN                  VALUE "N".
002390 01  SW-BUSINESS-DAY-EOF              PIC X(01)   VALUE "N".
002400     88  BUSINESS-DAY-EOF                 VALUE "Y".
002410
002420 01  CT-SENT                     PIC 9(07) COMP VALUE ZERO.
002430 01  CT-ACCEPTED                  PIC 9(07) COMP VALUE ZERO.
002440 01  CT-REJECTED                  PIC 9(07) COMP VALUE ZERO.
002450 01  CT-UNACKNOWLEDGED            PIC 9(07) COMP VALUE ZERO.
002460 01  CT-ORPHAN-RESPONSES          PIC 9(07) COMP VALUE ZERO.
002470 01  CT-RETRANSMIT                PIC 9(07) COMP VALUE ZERO.
002480 01  CT-LATE-ACCEPTS              PIC 9(07) COMP VALUE ZERO.
002490 01  CT-OUTSTANDING               PIC 9(07) COMP VALUE ZERO.
002500 01  CT-AGED                      PIC 9(07) COMP VALUE ZERO.
002510 01  CT-PURGED                    PIC 9(07) COMP VALUE ZERO.
002520 01  CT-WDRN-SETTLED              PIC 9(07) COMP VALUE ZERO.
002530
002540 01  WK-SEARCH-CAND-ID                PIC X(10).
002550
002560* ATS interface envelope layouts - recognized on the way in,
002570* written around the retransmit extract on the way out.
002580 COPY ATSENV.
002590
002600 01  WK-TODAY                         PIC 9(08).
002610 01  WK-ATS-BATCH-SEQ                 PIC 9(07)   VALUE ZERO.
002620 01  WK-RETRY-HASH-TOTAL              PIC 9(15)   VALUE ZERO.
002630
002640* The batch sequence number of the transmission we sent - from
002650* the interface file's own envelope header - and the running
002660* detail count taken while proving the response file whole.
002670 01  WK-SENT-BATCH-SEQ                PIC 9(07)   VALUE ZERO.
002680 01  WK-SENT-EXTRACT-DATE             PIC 9(08)   VALUE ZERO.
002690 01  WK-SEARCH-BATCH                  PIC 9(07)   VALUE ZERO.
002700
002710* Ledger entries with a send date before this date and still
002720* unaccepted go on the aging report - the business day the
002730* operator's follow-up window reaches back to from today.
002740 01  WK-AGING-CUTOFF                  PIC 9(08).
002750 01  WK-AGING-BDAYS                   PIC 9(03).
002760 01  WK-AGING-BDAYS-X REDEFINES WK-AGING-BDAYS
002770                                      PIC X(03).
002780
002790* A date's rank is the number of business days on or before
002800* it - two ranks apart is the business days between them.
002810 01  WK-RANK-DATE                     PIC 9(08)   VALUE ZERO.
002820 01  WK-RANK                     PIC 9(05) COMP VALUE ZERO.
002830 01  WK-TODAY-RANK               PIC 9(05) COMP VALUE ZERO.
002840 01  WK-CUTOFF-RANK              PIC S9(05) COMP VALUE ZERO.
002850 01  WK-CAL-FIRST-DATE                PIC 9(08)   VALUE ZERO.
002860 01  WK-CAL-PRIOR-DATE                PIC 9(08)   VALUE ZERO.
002870 01  CT-RESP-DETAILS             PIC 9(07) COMP VALUE ZERO.
002880 01  WK-RESP-TRAILER-COUNT            PIC 9(07)   VALUE ZERO.
002890
002900 01  WK-HASH-CAND-ID.
002910     05  WK-HASH-CHAR OCCURS 10 TIMES PIC X(01).
002920 01  WK-HASH-IDX                 PIC 9(02) COMP VALUE ZERO.
002930 01  WK-HASH-DIGIT-X                  PIC X(01).
002940 01  WK-HASH-DIGIT REDEFINES WK-HASH-DIGIT-X
002950                                      PIC 9(01).
002960 01  WK-HASH-VALUE                    PIC 9(10)   VALUE ZERO.
002970
002980* ------------------------------------------------------------ *
002990*  EVERY RECORD WE SENT TO THE ATS, PLUS WHAT CAME BACK         *
003000*    ST-ACK is filled in as responses are matched: A accepted,  *
003010*    R rejected, space = never acknowledged.                    *
003020* ------------------------------------------------------------ *
003030 01  SENT-TABLE.
003040     05  ST-COUNT                PIC 9(05) COMP VALUE ZERO.
003050     05  ST-IDX                  PIC 9(05) COMP VALUE ZERO.
003060     05  ST-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
003070     05  ST-ENTRY OCCURS 5000 TIMES.
003080         10  ST-CAND-ID               PIC X(10).
003090         10  ST-CAND-NAME             PIC X(30).
003100         10  ST-CAND-AGE              PIC 9(03).
003110         10  ST-DECISION-DATE         PIC 9(08).
003120         10  ST-POSITION              PIC X(08).
003130         10  ST-ACK                   PIC X(01).
003140         10  ST-REASON                PIC X(30).
003150
003160* ------------------------------------------------------------ *
003170*  THE PERSISTENT TRANSMISSION LEDGER                           *
003180*    One entry per candidate ever transmitted to the ATS.       *
003190*    Loaded at start, updated as today's interface file and     *
003200*    responses are processed, and rewritten whole at end of     *
003210*    run.  A retransmission keeps the original send date -      *
003220*    aging runs from the first send, not the latest retry.      *
003230* ------------------------------------------------------------ *
003240 01  LEDGER-TABLE.
003250     05  LG-COUNT                PIC 9(05) COMP VALUE ZERO.
003260     05  LG-IDX                  PIC 9(05) COMP VALUE ZERO.
003270     05  LG-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
003280     05  LG-ENTRY OCCURS 10000 TIMES.
003290         10  LG-CAND-ID               PIC X(10).
003300         10  LG-CAND-NAME             PIC X(30).
003310         10  LG-POSITION              PIC X(08).
003320         10  LG-BATCH-SEQ             PIC 9(07).
003330         10  LG-SEND-DATE             PIC 9(08).
003340         10  LG-STATUS                PIC X(01).
003350         10  LG-ACCEPT-DATE           PIC 9(08).
003360
003370* ------------------------------------------------------------ *
003380*  BUSINESS DAYS ON THE SHARED CALENDAR                        *
003390*    Only the business days are kept, in date order - holidays *
003400*    and weekends are simply not counted.                      *
003410* ------------------------------------------------------------ *
003420 01  BUSINESS-DAY-TABLE.
003430     05  BD-COUNT                PIC 9(05) COMP VALUE ZERO.
003440     05  BD-IDX                  PIC 9(05) COMP VALUE ZERO.
003450     05  BD-ENTRY OCCURS 3000 TIMES.
003460         10  BD-DATE                  PIC 9(08).
003470
003480 01  RPT-HEADING-1.
003490     05  FILLER                       PIC X(36)
003500             VALUE "ATS ACKNOWLEDGMENT EXCEPTION REPORT ".
003510     05  FILLER                       PIC X(44)   VALUE SPACES.
003520
003530 01  RPT-HEADING-2.
003540     05  FILLER                       PIC X(10)   VALUE "CAND ID".
003550     05  FILLER                       PIC X(32)   VALUE "NAME".
003560     05  FILLER                       PIC X(16)
003570             VALUE "EXCEPTION".
003580     05  FILLER                       PIC X(22)   VALUE "REASON".
003590
003600 01  RPT-DETAIL-LINE.
003610     05  RPT-D-ID                     PIC X(10).
003620     05  RPT-D-NAME                   PIC X(32).
003630     05  RPT-D-EXCEPTION              PIC X(16).
003640     05  RPT-D-REASON                 PIC X(22).
003650
003660 01  RPT-FOOTER-1.
003670     05  FILLER                       PIC X(24)
003680             VALUE "CANDIDATES SENT   . . .".
003690     05  RPT-F-SENT                   PIC ZZZ,ZZ9.
003700
003710 01  RPT-FOOTER-2.
003720     05  FILLER                       PIC X(24)
003730             VALUE "ACCEPTED BY ATS   . . .".
003740     05  RPT-F-ACCEPTED               PIC ZZZ,ZZ9.
003750
003760 01  RPT-FOOTER-3.
003770     05  FILLER                       PIC X(24)
003780             VALUE "REJECTED BY ATS   . . .".
003790     05  RPT-F-REJECTED               PIC ZZZ,ZZ9.
003800
003810 01  RPT-FOOTER-4.
003820     05  FILLER                       PIC X(24)
003830             VALUE "NO ACKNOWLEDGMENT . . .".
003840     05  RPT-F-UNACKED                PIC ZZZ,ZZ9.
003850
003860 01  RPT-FOOTER-5.
003870     05  FILLER                       PIC X(24)
003880             VALUE "SENT FOR RETRY    . . .".
003890     05  RPT-F-RETRANSMIT             PIC ZZZ,ZZ9.
003900
003910 01  RPT-FOOTER-6.
003920     05  FILLER                       PIC X(24)
003930             VALUE "UNMATCHED REPLIES . . .".
003940     05  RPT-F-ORPHANS                PIC ZZZ,ZZ9.
003950
003960 01  RPT-FOOTER-7.
003970     05  FILLER                       PIC X(24)
003980             VALUE "LATE ACCEPTANCES  . . .".
003990     05  RPT-F-LATE                   PIC ZZZ,ZZ9.
004000
004010 01  AGE-HEADING-1.
004020     05  FILLER                       PIC X(40)
004030             VALUE "ATS OUTSTANDING TRANSMISSION AGING - CUT".
004040     05  FILLER                       PIC X(01)   VALUE SPACE.
004050     05  AGE-H-CUTOFF                 PIC 9(08).
004060     05  FILLER                       PIC X(01)   VALUE SPACE.
004070     05  AGE-H-BDAYS                  PIC ZZ9.
004080     05  FILLER                       PIC X(27)
004090             VALUE " BUSINESS DAYS BACK".
004100
004110 01  AGE-HEADING-2.
004120     05  FILLER                       PIC X(10)   VALUE "CAND ID".
004130     05  FILLER                       PIC X(32)   VALUE "NAME".
004140     05  FILLER                       PIC X(09)   VALUE "BATCH".
004150     05  FILLER                       PIC X(09)   VALUE "SENT".
004160     05  FILLER                       PIC X(20)
004170             VALUE "BUS DAYS".
004180
004190 01  AGE-DETAIL-LINE.
004200     05  AGE-D-ID                     PIC X(10).
004210     05  AGE-D-NAME                   PIC X(32).
004220     05  AGE-D-BATCH                  PIC 9(07).
004230     05  FILLER                       PIC X(02)   VALUE SPACES.
004240     05  AGE-D-SEND-DATE              PIC 9(08).
004250     05  FILLER                       PIC X(04)   VALUE SPACES.
004260     05  AGE-D-BUS-DAYS               PIC ZZ9.
004270     05  FILLER                       PIC X(14)   VALUE SPACES.
004280
004290 01  AGE-FOOTER-1.
004300     05  FILLER                       PIC X(24)
004310             VALUE "STILL OUTSTANDING . . .".
004320     05  AGE-F-OUTSTANDING            PIC ZZZ,ZZ9.
004330
004340 01  AGE-FOOTER-2.
004350     05  FILLER                       PIC X(24)
004360             VALUE "AGED PAST CUTOFF  . . .".
004370     05  AGE-F-AGED                   PIC ZZZ,ZZ9.
004380
004390 01  AGE-FOOTER-3.
004400     05  FILLER                       PIC X(24)
004410             VALUE "ACCEPTED - PURGED . . .".
004420     05  AGE-F-PURGED                 PIC ZZZ,ZZ9.
004430
004440 01  AGE-FOOTER-4.
004450     05  FILLER                       PIC X(24)
004460             VALUE "WITHDRAWN - SETTLED . .".
004470     05  AGE-F-WDRN                   PIC ZZZ,ZZ9.
004480
004490 PROCEDURE DIVISION.
004500
004510******************************************************************
004520* 0000-MAINLINE                                                 *
004530******************************************************************
004540 0000-MAINLINE.
004550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004560     PERFORM 1500-LOAD-LEDGER THRU 1500-EXIT.
004570     PERFORM 2000-LOAD-SENT-RECORDS THRU 2000-EXIT.
004580* The response file is proved whole before the retransmit
004590* extract is even opened - a partial file must fail the step,
004600* not generate a duplicate load.
004610     PERFORM 2500-VERIFY-RESPONSE-FILE THRU 2500-EXIT.
004620     PERFORM 1050-OPEN-RETRY-FILE THRU 1050-EXIT.
004630     PERFORM 3000-MATCH-RESPONSES THRU 3000-EXIT.
004640     PERFORM 4000-REPORT-EXCEPTIONS THRU 4000-EXIT.
004650     PERFORM 5000-AGING-REPORT THRU 5000-EXIT.
004660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004670     STOP RUN.
004680
004690 1000-INITIALIZE.
004700     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
004710
004720     DISPLAY "FOLLOW-UP WINDOW (BUSINESS DAYS, 3 DIGITS),".
004730     DISPLAY "UNACCEPTED SENDS OLDER THAN THIS ARE AGED . .".
004740     ACCEPT WK-AGING-BDAYS-X.
004750     IF WK-AGING-BDAYS-X IS NOT NUMERIC
004760        OR WK-AGING-BDAYS IS EQUAL TO ZERO
004770         DISPLAY "ATSACK - INVALID FOLLOW-UP WINDOW: "
004780                 WK-AGING-BDAYS-X
004790         MOVE 16 TO RETURN-CODE
004800         STOP RUN
004810     END-IF.
004820
004830     PERFORM 1600-LOAD-CALENDAR THRU 1600-EXIT.
004840
004850     OPEN OUTPUT ACK-REPORT.
004860     IF NOT FS-ACK-REPORT-OK
004870         DISPLAY "ATSACK - ACK-REPORT OPEN FAILED, "
004880                 "STATUS = " FS-ACK-REPORT
004890         MOVE 16 TO RETURN-CODE
004900         STOP RUN
004910     END-IF.
004920
004930     WRITE REPORT-LINE FROM RPT-HEADING-1.
004940     WRITE REPORT-LINE FROM RPT-HEADING-2.
004950
004960     OPEN OUTPUT AGING-REPORT.
004970     IF NOT FS-AGING-OK
004980         DISPLAY "ATSACK - AGING-REPORT OPEN FAILED, "
004990                 "STATUS = " FS-AGING-REPORT
005000         MOVE 16 TO RETURN-CODE
005010         STOP RUN
005020     END-IF.
005030     MOVE WK-AGING-CUTOFF TO AGE-H-CUTOFF.
005040     MOVE WK-AGING-BDAYS TO AGE-H-BDAYS.
005050     WRITE AGING-LINE FROM AGE-HEADING-1.
005060     WRITE AGING-LINE FROM AGE-HEADING-2.
005070
005080* The master tells the aging pass which outstanding candidates
005090* have since withdrawn - their ledger entries settle instead
005100* of aging forever.
005110     OPEN INPUT CANDIDATE-MASTER-FILE.
005120     IF NOT FS-MASTER-OK
005130         DISPLAY "ATSACK - CANDIDATE-MASTER-FILE OPEN "
005140                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
005150         MOVE 16 TO RETURN-CODE
005160         STOP RUN
005170     END-IF.
005180
005190 1000-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230* 1050-OPEN-RETRY-FILE                                          *
005240*   Opens the retransmit extract and writes its envelope        *
005250*   header - only after the response file has been verified,    *
005260*   so a bad day never burns a batch number or produces a       *
005270*   partial extract.                                            *
005280******************************************************************
005290 1050-OPEN-RETRY-FILE.
005300     OPEN OUTPUT ATS-RETRY-FILE.
005310     IF NOT FS-RETRY-OK
005320         DISPLAY "ATSACK - ATS-RETRY-FILE OPEN FAILED, "
005330                 "STATUS = " FS-ATS-RETRY
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF.
005370
005380     PERFORM 1100-WRITE-RETRY-HEADER THRU 1100-EXIT.
005390
005400 1050-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440* 1100-WRITE-RETRY-HEADER                                       *
005450*   The retransmit extract goes to the same ATS load job, so    *
005460*   it gets the same envelope - next batch number from the      *
005470*   ATSBSEQ control file, incremented and rewritten at once.    *
005480******************************************************************
005490 1100-WRITE-RETRY-HEADER.
005500     MOVE ZERO TO WK-ATS-BATCH-SEQ.
005510     OPEN INPUT ATS-BATCH-SEQ-FILE.
005520     IF FS-ATS-SEQ-NOT-FOUND
005530         GO TO 1100-ASSIGN
005540     END-IF.
005550     IF NOT FS-ATS-SEQ-OK
005560         DISPLAY "ATSACK - ATS-BATCH-SEQ-FILE OPEN FAILED, "
005570                 "STATUS = " FS-ATS-BATCH-SEQ
005580         MOVE 16 TO RETURN-CODE
005590         STOP RUN
005600     END-IF.
005610
005620     READ ATS-BATCH-SEQ-FILE
005630         AT END
005640             GO TO 1100-CLOSE
005650     END-READ.
005660     IF SEQ-BATCH-NUMBER-X IS NUMERIC
005670         MOVE SEQ-BATCH-NUMBER TO WK-ATS-BATCH-SEQ
005680     END-IF.
005690
005700 1100-CLOSE.
005710     CLOSE ATS-BATCH-SEQ-FILE.
005720
005730 1100-ASSIGN.
005740     ADD 1 TO WK-ATS-BATCH-SEQ.
005750     OPEN OUTPUT ATS-BATCH-SEQ-FILE.
005760     MOVE WK-ATS-BATCH-SEQ TO SEQ-BATCH-NUMBER.
005770     WRITE ATS-SEQ-LINE.
005780     CLOSE ATS-BATCH-SEQ-FILE.
005790
005800     MOVE SPACES TO ATS-HEADER-RECORD.
005810     MOVE "HDR" TO AHR-RECORD-TYPE.
005820     MOVE WK-TODAY TO AHR-EXTRACT-DATE.
005830     MOVE WK-ATS-BATCH-SEQ TO AHR-BATCH-SEQ.
005840     WRITE ATS-RETRY-LINE FROM ATS-HEADER-RECORD.
005850
005860 1100-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* 1500-LOAD-LEDGER                                              *
005910*   Loads the persistent transmission ledger into LEDGER-       *
005920*   TABLE.  A ledger that does not exist yet (first run under   *
005930*   the ledger) just loads empty.                               *
005940******************************************************************
005950 1500-LOAD-LEDGER.
005960     OPEN INPUT ATS-LEDGER-FILE.
005970     IF FS-LEDGER-NOT-FOUND
005980         GO TO 1500-EXIT
005990     END-IF.
006000     IF NOT FS-LEDGER-OK
006010         DISPLAY "ATSACK - ATS-LEDGER-FILE OPEN FAILED, "
006020                 "STATUS = " FS-ATS-LEDGER
006030         MOVE 16 TO RETURN-CODE
006040         STOP RUN
006050     END-IF.
006060
006070     PERFORM 1510-LOAD-ONE-LEDGER THRU 1510-EXIT
006080         UNTIL LEDGER-EOF.
006090     CLOSE ATS-LEDGER-FILE.
006100
006110 1500-EXIT.
006120     EXIT.
006130
006140 1510-LOAD-ONE-LEDGER.
006150     READ ATS-LEDGER-FILE
006160         AT END
006170             SET LEDGER-EOF TO TRUE
006180             GO TO 1510-EXIT
006190     END-READ.
006200
006210     IF LDG-SEND-DATE-X IS NOT NUMERIC
006220         DISPLAY "ATSACK - BAD LEDGER RECORD: " LEDGER-RECORD
006230         MOVE 16 TO RETURN-CODE
006240         STOP RUN
006250     END-IF.
006260
006270     IF LG-COUNT IS NOT LESS THAN 10000
006280         DISPLAY "ATSACK - LEDGER-TABLE FULL AT 10000 ENTRIES"
006290         MOVE 16 TO RETURN-CODE
006300         STOP RUN
006310     END-IF.
006320
006330     ADD 1 TO LG-COUNT.
006340     MOVE LDG-CAND-ID TO LG-CAND-ID (LG-COUNT).
006350     MOVE LDG-CAND-NAME TO LG-CAND-NAME (LG-COUNT).
006360     MOVE LDG-POSITION TO LG-POSITION (LG-COUNT).
006370     MOVE LDG-BATCH-SEQ TO LG-BATCH-SEQ (LG-COUNT).
006380     MOVE LDG-SEND-DATE TO LG-SEND-DATE (LG-COUNT).
006390     MOVE LDG-STATUS TO LG-STATUS (LG-COUNT).
006400     MOVE LDG-ACCEPT-DATE TO LG-ACCEPT-DATE (LG-COUNT).
006410
006420 1510-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460* 1600-LOAD-CALENDAR                                            *
006470*   Loads the business days off the shared calendar and works   *
006480*   out the aging cutoff - the business day the follow-up       *
006490*   window reaches back to from today.  A calendar out of       *
006500*   order, one that does not cover today, or one that does not  *
006510*   reach back the whole window fails the step.                 *
006520******************************************************************
006530 1600-LOAD-CALENDAR.
006540     OPEN INPUT BUSINESS-DAY-FILE.
006550     IF NOT FS-BUSINESS-DAY-OK
006560         DISPLAY "ATSACK - BUSINESS-DAY-FILE OPEN FAILED, "
006570                 "STATUS = " FS-BUSINESS-DAY-FILE
006580         MOVE 16 TO RETURN-CODE
006590         STOP RUN
006600     END-IF.
006610
006620     PERFORM 1610-LOAD-ONE-DAY THRU 1610-EXIT
006630         UNTIL BUSINESS-DAY-EOF.
006640     CLOSE BUSINESS-DAY-FILE.
006650
006660     IF WK-TODAY IS LESS THAN WK-CAL-FIRST-DATE
006670        OR WK-TODAY IS GREATER THAN WK-CAL-PRIOR-DATE
006680         DISPLAY "ATSACK - TODAY, " WK-TODAY ", IS NOT ON THE "
006690                 "BUSINESS-DAY CALENDAR"
006700         MOVE 16 TO RETURN-CODE
006710         STOP RUN
006720     END-IF.
006730
006740     MOVE WK-TODAY TO WK-RANK-DATE.
006750     PERFORM 1620-RANK-DATE THRU 1620-EXIT.
006760     MOVE WK-RANK TO WK-TODAY-RANK.
006770
006780     COMPUTE WK-CUTOFF-RANK = WK-TODAY-RANK - WK-AGING-BDAYS.
006790     IF WK-CUTOFF-RANK IS LESS THAN 1
006800         DISPLAY "ATSACK - BUSINESS-DAY CALENDAR DOES NOT REACH "
006810                 "BACK " WK-AGING-BDAYS " BUSINESS DAYS"
006820         MOVE 16 TO RETURN-CODE
006830         STOP RUN
006840     END-IF.
006850     MOVE BD-DATE (WK-CUTOFF-RANK) TO WK-AGING-CUTOFF.
006860
006870 1600-EXIT.
006880     EXIT.
006890
006900 1610-LOAD-ONE-DAY.
006910     READ BUSINESS-DAY-FILE
006920         AT END
006930             SET BUSINESS-DAY-EOF TO TRUE
006940             GO TO 1610-EXIT
006950     END-READ.
006960
006970     IF BDAY-DATE-X IS NOT NUMERIC
006980        OR NOT BDAY-TYPE-VALID
006990         DISPLAY "ATSACK - BAD BUSINESS-DAY RECORD: "
007000                 BUSINESS-DAY-RECORD
007010         MOVE 16 TO RETURN-CODE
007020         STOP RUN
007030     END-IF.
007040
007050     IF BDAY-DATE IS NOT GREATER THAN WK-CAL-PRIOR-DATE
007060         DISPLAY "ATSACK - BUSINESS-DAY CALENDAR OUT OF ORDER "
007070                 "AT " BDAY-DATE
007080         MOVE 16 TO RETURN-CODE
007090         STOP RUN
007100     END-IF.
007110     IF WK-CAL-FIRST-DATE IS EQUAL TO ZERO
007120         MOVE BDAY-DATE TO WK-CAL-FIRST-DATE
007130     END-IF.
007140     MOVE BDAY-DATE TO WK-CAL-PRIOR-DATE.
007150
007160     IF NOT BDAY-BUSINESS-DAY
007170         GO TO 1610-EXIT
007180     END-IF.
007190
007200     IF BD-COUNT IS NOT LESS THAN 3000
007210         DISPLAY "ATSACK - BUSINESS-DAY-TABLE FULL AT 3000 "
007220                 "ENTRIES"
007230         MOVE 16 TO RETURN-CODE
007240         STOP RUN
007250     END-IF.
007260     ADD 1 TO BD-COUNT.
007270     MOVE BDAY-DATE TO BD-DATE (BD-COUNT).
007280
007290 1610-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330* 1620-RANK-DATE                                                *
007340*   Counts the business days on or before WK-RANK-DATE into     *
007350*   WK-RANK.                                                    *
007360******************************************************************
007370 1620-RANK-DATE.
007380     MOVE ZERO TO WK-RANK.
007390     PERFORM 1630-RANK-ONE-DAY THRU 1630-EXIT
007400         VARYING BD-IDX FROM 1 BY 1
007410         UNTIL BD-IDX IS GREATER THAN BD-COUNT.
007420
007430 1620-EXIT.
007440     EXIT.
007450
007460 1630-RANK-ONE-DAY.
007470     IF BD-DATE (BD-IDX) IS NOT GREATER THAN WK-RANK-DATE
007480         ADD 1 TO WK-RANK
007490     END-IF.
007500
007510 1630-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550* 2000-LOAD-SENT-RECORDS                                        *
007560*   Loads the interface extract we transmitted into SENT-       *
007570*   TABLE, acknowledgment still blank.                          *
007580******************************************************************
007590 2000-LOAD-SENT-RECORDS.
007600     OPEN INPUT ATS-INTERFACE-FILE.
007610     IF NOT FS-INTERFACE-OK
007620         DISPLAY "ATSACK - ATS-INTERFACE-FILE OPEN FAILED, "
007630                 "STATUS = " FS-ATS-INTERFACE
007640         MOVE 16 TO RETURN-CODE
007650         STOP RUN
007660     END-IF.
007670
007680     PERFORM 2010-LOAD-ONE-SENT THRU 2010-EXIT
007690         UNTIL INTERFACE-EOF.
007700     CLOSE ATS-INTERFACE-FILE.
007710
007720 2000-EXIT.
007730     EXIT.
007740
007750 2010-LOAD-ONE-SENT.
007760     READ ATS-INTERFACE-FILE
007770         AT END
007780             SET INTERFACE-EOF TO TRUE
007790             GO TO 2010-EXIT
007800     END-READ.
007810
007820* The envelope is transmission bookkeeping, not a candidate -
007830* but the header tells us which batch number we transmitted.
007840     MOVE ATS-RECORD TO ATS-HEADER-RECORD.
007850     IF ATS-HEADER-TYPE
007860         MOVE AHR-BATCH-SEQ TO WK-SENT-BATCH-SEQ
007870         MOVE AHR-EXTRACT-DATE TO WK-SENT-EXTRACT-DATE
007880         GO TO 2010-EXIT
007890     END-IF.
007900     MOVE ATS-RECORD TO ATS-TRAILER-RECORD.
007910     IF ATS-TRAILER-TYPE
007920         GO TO 2010-EXIT
007930     END-IF.
007940
007950     IF ST-COUNT IS NOT LESS THAN 5000
007960         DISPLAY "ATSACK - SENT-TABLE FULL AT 5000 ENTRIES"
007970         MOVE 16 TO RETURN-CODE
007980         STOP RUN
007990     END-IF.
008000
008010     ADD 1 TO ST-COUNT.
008020     ADD 1 TO CT-SENT.
008030     MOVE ATS-CAND-ID TO ST-CAND-ID (ST-COUNT).
008040     MOVE ATS-CAND-NAME TO ST-CAND-NAME (ST-COUNT).
008050     MOVE ATS-CAND-AGE TO ST-CAND-AGE (ST-COUNT).
008060     MOVE ATS-DECISION-DATE TO ST-DECISION-DATE (ST-COUNT).
008070     MOVE ATS-POSITION TO ST-POSITION (ST-COUNT).
008080     MOVE SPACE TO ST-ACK (ST-COUNT).
008090     MOVE SPACES TO ST-REASON (ST-COUNT).
008100
008110* Every candidate transmitted goes on the persistent ledger.
008120     PERFORM 2600-POST-TO-LEDGER THRU 2600-EXIT.
008130
008140 2010-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180* 2600-POST-TO-LEDGER                                           *
008190*   Posts the interface record just loaded to the ledger.  A    *
008200*   new candidate gets today's transmission as the first send;  *
008210*   a retransmission keeps the original send date so aging      *
008220*   runs from the first send; a candidate accepted in an        *
008230*   earlier cycle and sent again starts a fresh cycle.          *
008240******************************************************************
008250 2600-POST-TO-LEDGER.
008260     MOVE ATS-CAND-ID TO WK-SEARCH-CAND-ID.
008270     PERFORM 3400-FIND-LEDGER-ENTRY THRU 3400-EXIT.
008280
008290     IF LEDGER-NOT-FOUND
008300         IF LG-COUNT IS NOT LESS THAN 10000
008310             DISPLAY "ATSACK - LEDGER-TABLE FULL AT 10000 "
008320                     "ENTRIES"
008330             MOVE 16 TO RETURN-CODE
008340             STOP RUN
008350         END-IF
008360         ADD 1 TO LG-COUNT
008370         MOVE LG-COUNT TO LG-FOUND-IDX
008380         MOVE ATS-CAND-ID TO LG-CAND-ID (LG-FOUND-IDX)
008390         MOVE WK-SENT-EXTRACT-DATE
008400             TO LG-SEND-DATE (LG-FOUND-IDX)
008410         MOVE SPACE TO LG-STATUS (LG-FOUND-IDX)
008420         MOVE ZERO TO LG-ACCEPT-DATE (LG-FOUND-IDX)
008430     ELSE
008440         IF LG-STATUS (LG-FOUND-IDX) IS EQUAL TO "A"
008450             MOVE WK-SENT-EXTRACT-DATE
008460                 TO LG-SEND-DATE (LG-FOUND-IDX)
008470             MOVE SPACE TO LG-STATUS (LG-FOUND-IDX)
008480             MOVE ZERO TO LG-ACCEPT-DATE (LG-FOUND-IDX)
008490         END-IF
008500     END-IF.
008510
008520     MOVE ATS-CAND-NAME TO LG-CAND-NAME (LG-FOUND-IDX).
008530     MOVE ATS-POSITION TO LG-POSITION (LG-FOUND-IDX).
008540     MOVE WK-SENT-BATCH-SEQ TO LG-BATCH-SEQ (LG-FOUND-IDX).
008550
008560 2600-EXIT.
008570     EXIT.
008580
008590******************************************************************
008600* 2500-VERIFY-RESPONSE-FILE                                     *
008610*   Pre-reads the whole response file and proves its envelope   *
008620*   before a single response is matched: a header first, with   *
008630*   a clean date and the batch sequence number of the           *
008640*   transmission we actually sent; a trailer last, whose        *
008650*   detail count matches the records on file; nothing after     *
008660*   the trailer.  Anything else fails the step with RC 16.      *
008670*   The file is then closed and reopened for the real pass.     *
008680******************************************************************
008690 2500-VERIFY-RESPONSE-FILE.
008700     OPEN INPUT ATS-RESPONSE-FILE.
008710     IF NOT FS-RESPONSE-OK
008720         DISPLAY "ATSACK - ATS-RESPONSE-FILE OPEN FAILED, "
008730                 "STATUS = " FS-ATS-RESPONSE
008740         MOVE 16 TO RETURN-CODE
008750         STOP RUN
008760     END-IF.
008770
008780     PERFORM 2510-VERIFY-ONE-RESPONSE THRU 2510-EXIT
008790         UNTIL VERIFY-EOF.
008800     CLOSE ATS-RESPONSE-FILE.
008810
008820     IF NOT RESP-HEADER-FOUND
008830         DISPLAY "ATSACK - ATSRESP HEADER MISSING - "
008840                 "TRANSMISSION INCOMPLETE"
008850         MOVE 16 TO RETURN-CODE
008860         STOP RUN
008870     END-IF.
008880     IF NOT RESP-TRAILER-FOUND
008890         DISPLAY "ATSACK - ATSRESP TRAILER MISSING - "
008900                 "TRANSMISSION INCOMPLETE"
008910         MOVE 16 TO RETURN-CODE
008920         STOP RUN
008930     END-IF.
008940     IF WK-RESP-TRAILER-COUNT IS NOT EQUAL TO CT-RESP-DETAILS
008950         DISPLAY "ATSACK - ATSRESP COUNT MISMATCH - TRAILER "
008960                 "SAYS " WK-RESP-TRAILER-COUNT
008970                 " BUT FILE HOLDS " CT-RESP-DETAILS
008980         MOVE 16 TO RETURN-CODE
008990         STOP RUN
009000     END-IF.
009010
009020 2500-EXIT.
009030     EXIT.
009040
009050 2510-VERIFY-ONE-RESPONSE.
009060     READ ATS-RESPONSE-FILE
009070         AT END
009080             SET VERIFY-EOF TO TRUE
009090             GO TO 2510-EXIT
009100     END-READ.
009110
009120     MOVE RESPONSE-RECORD TO ATS-RESP-HEADER-RECORD.
009130     IF ATS-RESP-HEADER-TYPE
009140         IF RESP-HEADER-FOUND
009150            OR RESP-TRAILER-FOUND
009160            OR CT-RESP-DETAILS IS GREATER THAN ZERO
009170             DISPLAY "ATSACK - ATSRESP HEADER OUT OF PLACE"
009180             MOVE 16 TO RETURN-CODE
009190             STOP RUN
009200         END-IF
009210         IF RSH-RESPONSE-DATE-X IS NOT NUMERIC
009220            OR RSH-ANSWERS-BATCH-SEQ-X IS NOT NUMERIC
009230             DISPLAY "ATSACK - BAD ATSRESP HEADER: "
009240                     RESPONSE-RECORD
009250             MOVE 16 TO RETURN-CODE
009260             STOP RUN
009270         END-IF
009280* Today's batch is good, and so is any batch still on the
009290* ledger - a late response posts against the ledger.  A batch
009300* we never transmitted fails the step.
009310         IF RSH-ANSWERS-BATCH-SEQ IS NOT EQUAL TO
009320            WK-SENT-BATCH-SEQ
009330             MOVE RSH-ANSWERS-BATCH-SEQ TO WK-SEARCH-BATCH
009340             PERFORM 2520-CHECK-BATCH-KNOWN THRU 2520-EXIT
009350             IF BATCH-NOT-KNOWN
009360                 DISPLAY "ATSACK - ATSRESP ANSWERS BATCH "
009370                         RSH-ANSWERS-BATCH-SEQ " - A BATCH "
009380                         "WE NEVER TRANSMITTED"
009390                 MOVE 16 TO RETURN-CODE
009400                 STOP RUN
009410             END-IF
009420         END-IF
009430         SET RESP-HEADER-FOUND TO TRUE
009440         GO TO 2510-EXIT
009450     END-IF.
009460
009470     MOVE RESPONSE-RECORD TO ATS-RESP-TRAILER-RECORD.
009480     IF ATS-RESP-TRAILER-TYPE
009490         IF RESP-TRAILER-FOUND
009500             DISPLAY "ATSACK - MORE THAN ONE ATSRESP TRAILER"
009510             MOVE 16 TO RETURN-CODE
009520             STOP RUN
009530         END-IF
009540         IF RST-DETAIL-COUNT-X IS NOT NUMERIC
009550             DISPLAY "ATSACK - BAD ATSRESP TRAILER: "
009560                     RESPONSE-RECORD
009570             MOVE 16 TO RETURN-CODE
009580             STOP RUN
009590         END-IF
009600         MOVE RST-DETAIL-COUNT TO WK-RESP-TRAILER-COUNT
009610         SET RESP-TRAILER-FOUND TO TRUE
009620         GO TO 2510-EXIT
009630     END-IF.
009640
009650     IF NOT RESP-HEADER-FOUND
009660         DISPLAY "ATSACK - ATSRESP DETAIL BEFORE THE HEADER"
009670         MOVE 16 TO RETURN-CODE
009680         STOP RUN
009690     END-IF.
009700     IF RESP-TRAILER-FOUND
009710         DISPLAY "ATSACK - ATSRESP RECORDS AFTER THE TRAILER"
009720         MOVE 16 TO RETURN-CODE
009730         STOP RUN
009740     END-IF.
009750     ADD 1 TO CT-RESP-DETAILS.
009760
009770 2510-EXIT.
009780     EXIT.
009790
009800******************************************************************
009810* 2520-CHECK-BATCH-KNOWN                                        *
009820*   Serial scan of the ledger for WK-SEARCH-BATCH - a batch     *
009830*   that ever carried a candidate is one we transmitted.        *
009840******************************************************************
009850 2520-CHECK-BATCH-KNOWN.
009860     SET BATCH-NOT-KNOWN TO TRUE.
009870     PERFORM 2530-MATCH-BATCH THRU 2530-EXIT
009880         VARYING LG-IDX FROM 1 BY 1
009890         UNTIL LG-IDX IS GREATER THAN LG-COUNT
009900            OR BATCH-KNOWN.
009910
009920 2520-EXIT.
009930     EXIT.
009940
009950 2530-MATCH-BATCH.
009960     IF LG-BATCH-SEQ (LG-IDX) IS EQUAL TO WK-SEARCH-BATCH
009970         SET BATCH-KNOWN TO TRUE
009980     END-IF.
009990
010000 2530-EXIT.
010010     EXIT.
010020
010030******************************************************************
010040* 3000-MATCH-RESPONSES                                          *
010050*   Posts each ATS response against the record we sent.  A      *
010060*   response for a candidate we never sent is reported as an    *
010070*   unmatched reply - it usually means the ATS crossed wires    *
010080*   between two days' batches.                                  *
010090******************************************************************
010100 3000-MATCH-RESPONSES.
010110     OPEN INPUT ATS-RESPONSE-FILE.
010120     IF NOT FS-RESPONSE-OK
010130         DISPLAY "ATSACK - ATS-RESPONSE-FILE OPEN FAILED, "
010140                 "STATUS = " FS-ATS-RESPONSE
010150         MOVE 16 TO RETURN-CODE
010160         STOP RUN
010170     END-IF.
010180
010190     PERFORM 3010-MATCH-ONE-RESPONSE THRU 3010-EXIT
010200         UNTIL RESPONSE-EOF.
010210     CLOSE ATS-RESPONSE-FILE.
010220
010230 3000-EXIT.
010240     EXIT.
010250
010260 3010-MATCH-ONE-RESPONSE.
010270     READ ATS-RESPONSE-FILE
010280         AT END
010290             SET RESPONSE-EOF TO TRUE
010300             GO TO 3010-EXIT
010310     END-READ.
010320
010330* The envelope was already proved good in 2500 - skip it here.
010340     MOVE RESPONSE-RECORD TO ATS-RESP-HEADER-RECORD.
010350     IF ATS-RESP-HEADER-TYPE
010360         GO TO 3010-EXIT
010370     END-IF.
010380     MOVE RESPONSE-RECORD TO ATS-RESP-TRAILER-RECORD.
010390     IF ATS-RESP-TRAILER-TYPE
010400         GO TO 3010-EXIT
010410     END-IF.
010420
010430     MOVE RESP-CAND-ID TO WK-SEARCH-CAND-ID.
010440     PERFORM 3100-FIND-SENT-ENTRY THRU 3100-EXIT.
010450
010460* An acceptance settles the ledger entry no matter which
010470* generation carried the candidate.
010480     IF RESP-ACCEPTED
010490         PERFORM 3700-POST-LEDGER-ACCEPT THRU 3700-EXIT
010500     END-IF.
010510
010520     IF SENT-NOT-FOUND
010530         IF RESP-ACCEPTED AND LEDGER-FOUND
010540             ADD 1 TO CT-LATE-ACCEPTS
010550             MOVE SPACES TO RPT-DETAIL-LINE
010560             MOVE RESP-CAND-ID TO RPT-D-ID
010570             MOVE LG-CAND-NAME (LG-FOUND-IDX) TO RPT-D-NAME
010580             MOVE "LATE ACCEPTANCE" TO RPT-D-EXCEPTION
010590             WRITE REPORT-LINE FROM RPT-DETAIL-LINE
010600             GO TO 3010-EXIT
010610         END-IF
010620         ADD 1 TO CT-ORPHAN-RESPONSES
010630         MOVE SPACES TO RPT-DETAIL-LINE
010640         MOVE RESP-CAND-ID TO RPT-D-ID
010650         MOVE "UNMATCHED REPLY" TO RPT-D-EXCEPTION
010660         MOVE RESP-REASON TO RPT-D-REASON
010670         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
010680         GO TO 3010-EXIT
010690     END-IF.
010700
010710     MOVE RESP-STATUS TO ST-ACK (ST-FOUND-IDX).
010720     MOVE RESP-REASON TO ST-REASON (ST-FOUND-IDX).
010730
010740 3010-EXIT.
010750     EXIT.
010760
010770******************************************************************
010780* 3700-POST-LEDGER-ACCEPT                                       *
010790*   Marks the candidate's ledger entry accepted as of today.    *
010800*   Leaves LEDGER-FOUND set for the caller - an accepted        *
010810*   response with no ledger entry at all is an orphan.          *
010820******************************************************************
010830 3700-POST-LEDGER-ACCEPT.
010840     PERFORM 3400-FIND-LEDGER-ENTRY THRU 3400-EXIT.
010850     IF LEDGER-NOT-FOUND
010860         GO TO 3700-EXIT
010870     END-IF.
010880
010890     IF LG-STATUS (LG-FOUND-IDX) IS NOT EQUAL TO "A"
010900         MOVE "A" TO LG-STATUS (LG-FOUND-IDX)
010910         MOVE WK-TODAY TO LG-ACCEPT-DATE (LG-FOUND-IDX)
010920     END-IF.
010930
010940 3700-EXIT.
010950     EXIT.
010960
010970******************************************************************
010980* 3400-FIND-LEDGER-ENTRY                                        *
010990*   Serial search of LEDGER-TABLE for WK-SEARCH-CAND-ID.        *
011000******************************************************************
011010 3400-FIND-LEDGER-ENTRY.
011020     SET LEDGER-NOT-FOUND TO TRUE.
011030     MOVE ZERO TO LG-FOUND-IDX.
011040     PERFORM 3450-MATCH-LEDGER-ENTRY THRU 3450-EXIT
011050         VARYING LG-IDX FROM 1 BY 1
011060         UNTIL LG-IDX IS GREATER THAN LG-COUNT
011070            OR LEDGER-FOUND.
011080
011090 3400-EXIT.
011100     EXIT.
011110
011120 3450-MATCH-LEDGER-ENTRY.
011130     IF LG-CAND-ID (LG-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
011140         SET LEDGER-FOUND TO TRUE
011150         MOVE LG-IDX TO LG-FOUND-IDX
011160     END-IF.
011170
011180 3450-EXIT.
011190     EXIT.
011200
011210******************************************************************
011220* 3100-FIND-SENT-ENTRY                                          *
011230*   Serial search of SENT-TABLE for WK-SEARCH-CAND-ID.          *
011240******************************************************************
011250 3100-FIND-SENT-ENTRY.
011260     SET SENT-NOT-FOUND TO TRUE.
011270     MOVE ZERO TO ST-FOUND-IDX.
011280     PERFORM 3110-MATCH-SENT-ENTRY THRU 3110-EXIT
011290         VARYING ST-IDX FROM 1 BY 1
011300         UNTIL ST-IDX IS GREATER THAN ST-COUNT
011310            OR SENT-FOUND.
011320
011330 3100-EXIT.
011340     EXIT.
011350
011360 3110-MATCH-SENT-ENTRY.
011370     IF ST-CAND-ID (ST-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
011380         SET SENT-FOUND TO TRUE
011390         MOVE ST-IDX TO ST-FOUND-IDX
011400     END-IF.
011410
011420 3110-EXIT.
011430     EXIT.
011440
011450******************************************************************
011460* 4000-REPORT-EXCEPTIONS                                        *
011470*   Walks the sent table - rejected and unacknowledged          *
011480*   candidates go on the exception report and into the          *
011490*   retransmit extract.                                         *
011500******************************************************************
011510 4000-REPORT-EXCEPTIONS.
011520     PERFORM 4010-REPORT-ONE-SENT THRU 4010-EXIT
011530         VARYING ST-IDX FROM 1 BY 1
011540         UNTIL ST-IDX IS GREATER THAN ST-COUNT.
011550
011560 4000-EXIT.
011570     EXIT.
011580
011590 4010-REPORT-ONE-SENT.
011600     IF ST-ACK (ST-IDX) IS EQUAL TO "A"
011610         ADD 1 TO CT-ACCEPTED
011620         GO TO 4010-EXIT
011630     END-IF.
011640
011650     MOVE SPACES TO RPT-DETAIL-LINE.
011660     MOVE ST-CAND-ID (ST-IDX) TO RPT-D-ID.
011670     MOVE ST-CAND-NAME (ST-IDX) TO RPT-D-NAME.
011680     IF ST-ACK (ST-IDX) IS EQUAL TO "R"
011690         ADD 1 TO CT-REJECTED
011700         MOVE "REJECTED BY ATS" TO RPT-D-EXCEPTION
011710         MOVE ST-REASON (ST-IDX) TO RPT-D-REASON
011720     ELSE
011730         ADD 1 TO CT-UNACKNOWLEDGED
011740         MOVE "NO RESPONSE" TO RPT-D-EXCEPTION
011750     END-IF.
011760     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
011770
011780     PERFORM 4100-WRITE-RETRY-RECORD THRU 4100-EXIT.
011790
011800 4010-EXIT.
011810     EXIT.
011820
011830******************************************************************
011840* 4100-WRITE-RETRY-RECORD                                       *
011850*   Rebuilds the interface record for a candidate the ATS       *
011860*   refused or never answered, so the load can be repeated      *
011870*   without regenerating the whole day.  The retry batch        *
011880*   number is posted to the candidate's ledger entry - the      *
011890*   response answering the retry will carry that batch, and     *
011900*   the envelope check must recognize it as one of ours.        *
011910******************************************************************
011920 4100-WRITE-RETRY-RECORD.
011930     MOVE SPACES TO ATS-RECORD.
011940     MOVE ST-CAND-ID (ST-IDX) TO ATS-CAND-ID.
011950     MOVE ST-CAND-NAME (ST-IDX) TO ATS-CAND-NAME.
011960     MOVE ST-CAND-AGE (ST-IDX) TO ATS-CAND-AGE.
011970     MOVE ST-DECISION-DATE (ST-IDX) TO ATS-DECISION-DATE.
011980     MOVE ST-POSITION (ST-IDX) TO ATS-POSITION.
011990     WRITE ATS-RETRY-LINE FROM ATS-RECORD.
012000     ADD 1 TO CT-RETRANSMIT.
012010     PERFORM 4200-HASH-CAND-ID THRU 4200-EXIT.
012020
012030     MOVE ST-CAND-ID (ST-IDX) TO WK-SEARCH-CAND-ID.
012040     PERFORM 3400-FIND-LEDGER-ENTRY THRU 3400-EXIT.
012050     IF LEDGER-FOUND
012060         MOVE WK-ATS-BATCH-SEQ TO LG-BATCH-SEQ (LG-FOUND-IDX)
012070     END-IF.
012080
012090 4100-EXIT.
012100     EXIT.
012110
012120******************************************************************
012130* 4200-HASH-CAND-ID                                             *
012140*   Adds the numeric value of the candidate id's digits to the  *
012150*   running hash total for the retransmit trailer.              *
012160******************************************************************
012170 4200-HASH-CAND-ID.
012180     MOVE ST-CAND-ID (ST-IDX) TO WK-HASH-CAND-ID.
012190     MOVE ZERO TO WK-HASH-VALUE.
012200     PERFORM 4210-HASH-ONE-CHAR THRU 4210-EXIT
012210         VARYING WK-HASH-IDX FROM 1 BY 1
012220         UNTIL WK-HASH-IDX IS GREATER THAN 10.
012230     ADD WK-HASH-VALUE TO WK-RETRY-HASH-TOTAL.
012240
012250 4200-EXIT.
012260     EXIT.
012270
012280 4210-HASH-ONE-CHAR.
012290     MOVE WK-HASH-CHAR (WK-HASH-IDX) TO WK-HASH-DIGIT-X.
012300     IF WK-HASH-DIGIT-X IS NUMERIC
012310         COMPUTE WK-HASH-VALUE =
012320             WK-HASH-VALUE * 10 + WK-HASH-DIGIT
012330     END-IF.
012340
012350 4210-EXIT.
012360     EXIT.
012370
012380******************************************************************
012390* 5000-AGING-REPORT                                             *
012400*   Walks the ledger - every candidate still unaccepted is      *
012410*   counted outstanding, and one whose first send date is       *
012420*   before the aging cutoff goes on the aging report with the   *
012430*   business days it has been out,                              *
012440*   whichever generation carried them.  Accepted entries        *
012450*   settled before the cutoff are counted for the purge that    *
012460*   9100-REWRITE-LEDGER applies, so the ledger cannot grow      *
012470*   without bound, and an unaccepted candidate the master       *
012480*   shows withdrawn settles here instead of aging forever.      *
012490******************************************************************
012500 5000-AGING-REPORT.
012510     PERFORM 5010-AGE-ONE-LEDGER THRU 5010-EXIT
012520         VARYING LG-IDX FROM 1 BY 1
012530         UNTIL LG-IDX IS GREATER THAN LG-COUNT.
012540
012550     MOVE CT-OUTSTANDING TO AGE-F-OUTSTANDING.
012560     MOVE CT-AGED TO AGE-F-AGED.
012570     MOVE CT-PURGED TO AGE-F-PURGED.
012580     MOVE CT-WDRN-SETTLED TO AGE-F-WDRN.
012590     WRITE AGING-LINE FROM AGE-FOOTER-1.
012600     WRITE AGING-LINE FROM AGE-FOOTER-2.
012610     WRITE AGING-LINE FROM AGE-FOOTER-3.
012620     WRITE AGING-LINE FROM AGE-FOOTER-4.
012630
012640 5000-EXIT.
012650     EXIT.
012660
012670 5010-AGE-ONE-LEDGER.
012680     IF LG-STATUS (LG-IDX) IS EQUAL TO "A"
012690         IF LG-ACCEPT-DATE (LG-IDX) IS LESS THAN
012700            WK-AGING-CUTOFF
012710             ADD 1 TO CT-PURGED
012720         END-IF
012730         GO TO 5010-EXIT
012740     END-IF.
012750
012760* A candidate who withdrew after transmission is settled, not
012770* outstanding - CANDWDRW already closed the record at the ATS.
012780* The entry is marked W and dropped at the ledger rewrite.
012790     MOVE LG-CAND-ID (LG-IDX) TO MAST-CAND-ID.
012800     READ CANDIDATE-MASTER-FILE
012810         INVALID KEY
012820             CONTINUE
012830         NOT INVALID KEY
012840             IF MAST-RESULT-WDRN
012850                 MOVE "W" TO LG-STATUS (LG-IDX)
012860                 ADD 1 TO CT-WDRN-SETTLED
012870             END-IF
012880     END-READ.
012890     IF LG-STATUS (LG-IDX) IS EQUAL TO "W"
012900         GO TO 5010-EXIT
012910     END-IF.
012920
012930     ADD 1 TO CT-OUTSTANDING.
012940     IF LG-SEND-DATE (LG-IDX) IS NOT LESS THAN WK-AGING-CUTOFF
012950         GO TO 5010-EXIT
012960     END-IF.
012970
012980     ADD 1 TO CT-AGED.
012990     MOVE SPACES TO AGE-DETAIL-LINE.
013000     MOVE LG-CAND-ID (LG-IDX) TO AGE-D-ID.
013010     MOVE LG-CAND-NAME (LG-IDX) TO AGE-D-NAME.
013020     MOVE LG-BATCH-SEQ (LG-IDX) TO AGE-D-BATCH.
013030     MOVE LG-SEND-DATE (LG-IDX) TO AGE-D-SEND-DATE.
013040     MOVE LG-SEND-DATE (LG-IDX) TO WK-RANK-DATE.
013050     PERFORM 1620-RANK-DATE THRU 1620-EXIT.
013060     COMPUTE AGE-D-BUS-DAYS = WK-TODAY-RANK - WK-RANK.
013070     WRITE AGING-LINE FROM AGE-DETAIL-LINE.
013080
013090 5010-EXIT.
013100     EXIT.
013110
013120 9000-TERMINATE.
013130     MOVE CT-SENT TO RPT-F-SENT.
013140     MOVE CT-ACCEPTED TO RPT-F-ACCEPTED.
013150     MOVE CT-REJECTED TO RPT-F-REJECTED.
013160     MOVE CT-UNACKNOWLEDGED TO RPT-F-UNACKED.
013170     MOVE CT-RETRANSMIT TO RPT-F-RETRANSMIT.
013180     MOVE CT-ORPHAN-RESPONSES TO RPT-F-ORPHANS.
013190     MOVE CT-LATE-ACCEPTS TO RPT-F-LATE.
013200     WRITE REPORT-LINE FROM RPT-FOOTER-1.
013210     WRITE REPORT-LINE FROM RPT-FOOTER-2.
013220     WRITE REPORT-LINE FROM RPT-FOOTER-3.
013230     WRITE REPORT-LINE FROM RPT-FOOTER-4.
013240     WRITE REPORT-LINE FROM RPT-FOOTER-5.
013250     WRITE REPORT-LINE FROM RPT-FOOTER-6.
013260     WRITE REPORT-LINE FROM RPT-FOOTER-7.
013270
013280     PERFORM 9100-REWRITE-LEDGER THRU 9100-EXIT.
013290
013300     CLOSE ACK-REPORT.
013310     CLOSE AGING-REPORT.
013320     CLOSE CANDIDATE-MASTER-FILE.
013330* One trailer per transmission, even when nothing needs a retry.
013340     MOVE SPACES TO ATS-TRAILER-RECORD.
013350     MOVE "TRL" TO ATR-RECORD-TYPE.
013360     MOVE CT-RETRANSMIT TO ATR-DETAIL-COUNT.
013370     MOVE WK-RETRY-HASH-TOTAL TO ATR-HASH-TOTAL.
013380     WRITE ATS-RETRY-LINE FROM ATS-TRAILER-RECORD.
013390
013400     CLOSE ATS-RETRY-FILE.
013410
013420     IF CT-REJECTED IS GREATER THAN ZERO
013430        OR CT-UNACKNOWLEDGED IS GREATER THAN ZERO
013440        OR CT-ORPHAN-RESPONSES IS GREATER THAN ZERO
013450        OR CT-AGED IS GREATER THAN ZERO
013460         MOVE 4 TO RETURN-CODE
013470         DISPLAY "ATSACK - EXCEPTIONS FOUND, SEE ATSACKRPT "
013480                 "AND ATSAGERPT"
013490     ELSE
013500         DISPLAY "ATSACK - EVERY CANDIDATE ACKNOWLEDGED"
013510     END-IF.
013520
013530 9000-EXIT.
013540     EXIT.
013550
013560******************************************************************
013570* 9100-REWRITE-LEDGER                                           *
013580*   Rewrites the persistent ledger from LEDGER-TABLE - today's  *
013590*   transmissions and acceptances included - for the next run   *
013600*   to pick up.  Accepted entries settled before the aging      *
013610*   cutoff are dropped here: they no longer age, their batch    *
013620*   can no longer appear on a live response, and keeping them   *
013630*   forever would overflow the 10000-entry table in about two   *
013640*   seasons at current volume.  Entries the aging pass marked  *
013650*   settled-by-withdrawal (status W) are dropped the same way. *
013660******************************************************************
013670 9100-REWRITE-LEDGER.
013680     OPEN OUTPUT ATS-LEDGER-FILE.
013690     IF NOT FS-LEDGER-OK
013700         DISPLAY "ATSACK - ATS-LEDGER-FILE REWRITE FAILED, "
013710                 "STATUS = " FS-ATS-LEDGER
013720         MOVE 16 TO RETURN-CODE
013730         STOP RUN
013740     END-IF.
013750
013760     PERFORM 9110-WRITE-ONE-LEDGER THRU 9110-EXIT
013770         VARYING LG-IDX FROM 1 BY 1
013780         UNTIL LG-IDX IS GREATER THAN LG-COUNT.
013790     CLOSE ATS-LEDGER-FILE.
013800
013810 9100-EXIT.
013820     EXIT.
013830
013840 9110-WRITE-ONE-LEDGER.
013850     IF LG-STATUS (LG-IDX) IS EQUAL TO "A"
013860        AND LG-ACCEPT-DATE (LG-IDX) IS LESS THAN
013870            WK-AGING-CUTOFF
013880         GO TO 9110-EXIT
013890     END-IF.
013900     IF LG-STATUS (LG-IDX) IS EQUAL TO "W"
013910         GO TO 9110-EXIT
013920     END-IF.
013930     MOVE SPACES TO LEDGER-RECORD.
013940     MOVE LG-CAND-ID (LG-IDX) TO LDG-CAND-ID.
013950     MOVE LG-CAND-NAME (LG-IDX) TO LDG-CAND-NAME.
013960     MOVE LG-POSITION (LG-IDX) TO LDG-POSITION.
013970     MOVE LG-BATCH-SEQ (LG-IDX) TO LDG-BATCH-SEQ.
013980     MOVE LG-SEND-DATE (LG-IDX) TO LDG-SEND-DATE.
013990     MOVE LG-STATUS (LG-IDX) TO LDG-STATUS.
014000     MOVE LG-ACCEPT-DATE (LG-IDX) TO LDG-ACCEPT-DATE.
014010     WRITE LEDGER-RECORD.
014020
014030 9110-EXIT.
014040     EXIT.
014050
014060 END PROGRAM ATSACK.
