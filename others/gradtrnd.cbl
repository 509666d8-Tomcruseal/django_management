000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GRADTRND.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  ACADEMIC RECORDS - NIGHT BATCH.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RH  ORIGINAL PROGRAM - TERM-OVER-TERM SECTION GRADING
000110*              TREND REPORT FOR THE ACADEMIC STANDARDS
000120*              COMMITTEE. GRADSTAT ONLY SEES TONIGHT'S BATCH;
000130*              THIS READS FILEHIST (TWICE -- ONCE TO FIND THE
000140*              TERMS ON FILE, ONCE TO COUNT) AND, FOR EACH
000150*              H1-SECT, PRINTS ON FILETRND THE AVERAGE, A-RATE,
000160*              D/F RATE, AND W/I RATE FOR EACH OF THE LAST
000170*              SEVERAL TERMS ENDING AT THE CURRENT TERM. THE
000180*              EARLIER TERMS OF THE WINDOW POOL INTO THE
000190*              SECTION'S OWN BASELINE, AND THE CURRENT TERM IS
000200*              FLAGGED WHERE IT MOVES MORE THAN THE PARM
000210*              TOLERANCE FROM THAT BASELINE, UP OR DOWN. A
000220*              SECTION NEEDS TWO EARLIER TERMS IN THE WINDOW TO
000230*              HAVE A BASELINE. RATES ARE PERCENTAGES: A AND D/F
000240*              OF THE GRADED ROWS, W/I OF ALL ROWS.
000250*----------------------------------------------------------------
000260* PARM CARD (FILETRPM), EVERY FIELD OPTIONAL:
000270*   PM1  CURRENT TERM (YYYYTT) - ZERO MEANS THE LATEST ON FILE
000280*   PM2  TERMS IN THE WINDOW, CURRENT INCLUDED (03-08, DEFAULT 06)
000290*   PM3  AVERAGE TOLERANCE, 9999 MEANING 99.99 POINTS (DEFAULT
000300*        05.00)
000310*   PM4  RATE TOLERANCE, 9999 MEANING 99.99 PERCENTAGE POINTS
000320*        (DEFAULT 10.00)
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PARM-FILE ASSIGN TO FILETRPM
000380         FILE STATUS IS TD1-PARM-STATUS.
000390     SELECT HIST-FILE ASSIGN TO FILEHIST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS H1
000430         FILE STATUS IS TD1-HIST-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO FILETRND.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PARM-FILE LABEL RECORD IS STANDARD.
000480 01  PARM-RECORD.
000490     02  PM1 PIC 9(06).
000500     02  PM2 PIC 9(02).
000510     02  PM3 PIC 9(04).
000520     02  PM4 PIC 9(04).
000530     02  FILLER PIC X(64).
000540 FD  HIST-FILE.
000550 01  HIST-RECORD.
000560     02  H1.
000570         03  H1-ID PIC 9(6).
000580         03  H1-TERM PIC 9(6).
000590         03  H1-SECT PIC 99.
000600     02  H2 PIC X(12).
000610     02  H3 PIC 99V99.
000620     02  H4 PIC X(01).
000630     02  H5 PIC 9(08).
000640     02  H6 PIC 9(02).
000650 FD  REPORT-FILE LABEL RECORD IS OMITTED.
000660 01  REPORT-LINE PIC X(100).
000670 WORKING-STORAGE SECTION.
000680 77  TD1-EOF-SW PIC X VALUE 'N'.
000690     88  TD1-EOF-YES VALUE 'Y'.
000700     88  TD1-EOF-NO  VALUE 'N'.
000710 77  TD1-FOUND-SW PIC X VALUE 'N'.
000720     88  TD1-FOUND-YES VALUE 'Y'.
000730     88  TD1-FOUND-NO  VALUE 'N'.
000740 77  TD1-FLAG-SW PIC X VALUE 'N'.
000750     88  TD1-FLAG-YES VALUE 'Y'.
000760     88  TD1-FLAG-NO  VALUE 'N'.
000770 77  TD1-PARM-STATUS PIC XX VALUE SPACES.
000780 77  TD1-HIST-STATUS PIC XX VALUE SPACES.
000790 77  TD1-RUN-DATE PIC 9(08) VALUE 0.
000800 77  TD1-CUR-TERM PIC 9(06) VALUE 0.
000810 77  TD1-WIN-MAX PIC 999 COMP VALUE 6.
000820 77  TD1-AVG-TOL PIC 99V99 VALUE 05.00.
000830 77  TD1-RATE-TOL PIC 99V99 VALUE 10.00.
000840 77  TD1-TERM-COUNT PIC 999 COMP VALUE 0.
000850 77  TD1-TERM-MAX PIC 999 COMP VALUE 200.
000860 77  TD1-WIN-COUNT PIC 999 COMP VALUE 0.
000870 77  TD1-IX PIC 999 COMP VALUE 0.
000880 77  TD1-WX PIC 999 COMP VALUE 0.
000890 77  TD1-SX PIC 999 COMP VALUE 0.
000900 77  TD1-LAST-TERM PIC 9(06) VALUE 0.
000910 77  TD1-LAST-WX PIC 999 COMP VALUE 0.
000920 77  TD1-CEILING PIC 9(06) VALUE 0.
000930 77  TD1-NEXT-TERM PIC 9(06) VALUE 0.
000940 77  TD1-BASE-TERMS PIC 999 COMP VALUE 0.
000950 77  TD1-READ-COUNT PIC 9(6) VALUE 0.
000960 77  TD1-SECT-COUNT PIC 9(6) VALUE 0.
000970 77  TD1-FLAGGED-COUNT PIC 9(6) VALUE 0.
000980*----------------------------------------------------------------
000990* METRIC WORK AREA. THE COUNTS ARE LOADED BY THE CALLER AND M
001000* TURNS THEM INTO THE AVERAGE AND THE THREE RATES.
001010*----------------------------------------------------------------
001020 77  TD1-M-ROWS PIC 9(6) VALUE 0.
001030 77  TD1-M-GRADED PIC 9(6) VALUE 0.
001040 77  TD1-M-TOTAL PIC 9(7)V99 VALUE 0.
001050 77  TD1-M-A PIC 9(6) VALUE 0.
001060 77  TD1-M-DF PIC 9(6) VALUE 0.
001070 77  TD1-M-WI PIC 9(6) VALUE 0.
001080 77  TD1-M-AVG PIC 99V99 VALUE 0.
001090 77  TD1-M-ARATE PIC 999V9 VALUE 0.
001100 77  TD1-M-DFRATE PIC 999V9 VALUE 0.
001110 77  TD1-M-WIRATE PIC 999V9 VALUE 0.
001120 77  TD1-B-GRADED PIC 9(6) VALUE 0.
001130 77  TD1-B-AVG PIC 99V99 VALUE 0.
001140 77  TD1-B-ARATE PIC 999V9 VALUE 0.
001150 77  TD1-B-DFRATE PIC 999V9 VALUE 0.
001160 77  TD1-B-WIRATE PIC 999V9 VALUE 0.
001170 77  TD1-D-AVG PIC S99V99 VALUE 0.
001180 77  TD1-D-ARATE PIC S999V9 VALUE 0.
001190 77  TD1-D-DFRATE PIC S999V9 VALUE 0.
001200 77  TD1-D-WIRATE PIC S999V9 VALUE 0.
001210 01  TD1-TERM-TABLE.
001220     02  TD1-TT-TERM PIC 9(06) OCCURS 200 TIMES.
001230 01  TD1-WIN-TABLE.
001240     02  TD1-WIN-TERM PIC 9(06) OCCURS 8 TIMES.
001250 01  TD1-SECT-TABLE.
001260     02  TD1-SECT OCCURS 99 TIMES.
001270         03  TD1-CELL OCCURS 8 TIMES.
001280             04  TD1-C-ROWS PIC 9(6).
001290             04  TD1-C-GRADED PIC 9(6).
001300             04  TD1-C-TOTAL PIC 9(7)V99.
001310             04  TD1-C-A PIC 9(6).
001320             04  TD1-C-DF PIC 9(6).
001330             04  TD1-C-WI PIC 9(6).
001340 01  TD1-HEAD-LINE.
001350     02  FILLER PIC X(40) VALUE
001360         'ACADEMIC RECORDS - SECTION GRADING TREND'.
001370     02  FILLER PIC X(15) VALUE '  CURRENT TERM '.
001380     02  TD1-HD-TERM PIC 9(06).
001390     02  FILLER PIC X(12) VALUE '   RUN DATE '.
001400     02  TD1-HD-DATE PIC 9(08).
001410     02  FILLER PIC X(19) VALUE SPACES.
001420 01  TD1-TOL-LINE.
001430     02  FILLER PIC X(19) VALUE 'AVERAGE TOLERANCE  '.
001440     02  TD1-TL-AVG PIC Z9.99.
001450     02  FILLER PIC X(20) VALUE '     RATE TOLERANCE '.
001460     02  TD1-TL-RATE PIC Z9.99.
001470     02  FILLER PIC X(17) VALUE '     TERMS SHOWN '.
001480     02  TD1-TL-TERMS PIC 9.
001490     02  FILLER PIC X(33) VALUE SPACES.
001500 01  TD1-SECT-LINE.
001510     02  FILLER PIC X(08) VALUE 'SECTION '.
001520     02  TD1-SC-SECT PIC 99.
001530     02  FILLER PIC X(90) VALUE SPACES.
001540 01  TD1-COL-LINE.
001550     02  FILLER PIC X(20) VALUE '  TERM        ROWS  '.
001560     02  FILLER PIC X(20) VALUE '  AVERAGE   A-RATE  '.
001570     02  FILLER PIC X(20) VALUE ' D/F-RATE  W/I-RATE '.
001580     02  FILLER PIC X(40) VALUE SPACES.
001590 01  TD1-DETAIL-LINE.
001600     02  FILLER PIC X(02) VALUE SPACES.
001610     02  TD1-DET-LABEL PIC X(08).
001620     02  FILLER PIC X(02) VALUE SPACES.
001630     02  TD1-DET-ROWS PIC ZZZ,ZZ9.
001640     02  FILLER PIC X(04) VALUE SPACES.
001650     02  TD1-DET-AVG PIC Z9.99.
001660     02  FILLER PIC X(04) VALUE SPACES.
001670     02  TD1-DET-ARATE PIC ZZ9.9.
001680     02  FILLER PIC X(05) VALUE SPACES.
001690     02  TD1-DET-DFRATE PIC ZZ9.9.
001700     02  FILLER PIC X(05) VALUE SPACES.
001710     02  TD1-DET-WIRATE PIC ZZ9.9.
001720     02  FILLER PIC X(03) VALUE SPACES.
001730     02  TD1-DET-NOTE PIC X(20).
001740     02  FILLER PIC X(20) VALUE SPACES.
001750 01  TD1-CHANGE-LINE.
001760     02  FILLER PIC X(02) VALUE SPACES.
001770     02  FILLER PIC X(08) VALUE 'CHANGE  '.
001780     02  FILLER PIC X(12) VALUE SPACES.
001790     02  TD1-CH-AVG PIC +Z9.99.
001800     02  FILLER PIC X(03) VALUE SPACES.
001810     02  TD1-CH-ARATE PIC +ZZ9.9.
001820     02  FILLER PIC X(04) VALUE SPACES.
001830     02  TD1-CH-DFRATE PIC +ZZ9.9.
001840     02  FILLER PIC X(04) VALUE SPACES.
001850     02  TD1-CH-WIRATE PIC +ZZ9.9.
001860     02  FILLER PIC X(43) VALUE SPACES.
001870 01  TD1-FLAG-LINE.
001880     02  FILLER PIC X(02) VALUE SPACES.
001890     02  FILLER PIC X(08) VALUE '** FLAG '.
001900     02  TD1-FL-AVG PIC X(16).
001910     02  TD1-FL-ARATE PIC X(16).
001920     02  TD1-FL-DFRATE PIC X(16).
001930     02  TD1-FL-WIRATE PIC X(16).
001940     02  FILLER PIC X(26) VALUE SPACES.
001950 01  TD1-NOTE-LINE.
001960     02  FILLER PIC X(02) VALUE SPACES.
001970     02  TD1-NT-TEXT PIC X(50).
001980     02  FILLER PIC X(48) VALUE SPACES.
001990 01  TD1-COUNT-LINE.
002000     02  TD1-CT-LABEL PIC X(30).
002010     02  TD1-CT-COUNT PIC ZZZ,ZZ9.
002020     02  FILLER PIC X(63) VALUE SPACES.
002030 PROCEDURE DIVISION.
002040 0000-MAINLINE.
002050     ACCEPT TD1-RUN-DATE FROM DATE YYYYMMDD.
002060     PERFORM F THRU F-EXIT.
002070     OPEN INPUT HIST-FILE.
002080     IF TD1-HIST-STATUS NOT = '00'
002090         DISPLAY 'GRADTRND - FILEHIST DID NOT OPEN, STATUS '
002100             TD1-HIST-STATUS
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140     SET TD1-EOF-NO TO TRUE.
002150     PERFORM A THRU A-EXIT UNTIL TD1-EOF-YES.
002160     CLOSE HIST-FILE.
002170     PERFORM W THRU W-EXIT.
002180     IF TD1-WIN-COUNT = 0
002190         DISPLAY 'GRADTRND - NO FILEHIST ROWS FOR TERM '
002200             TD1-CUR-TERM ' - NOTHING TO REPORT'
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF.
002240     MOVE ZEROS TO TD1-SECT-TABLE.
002250     OPEN INPUT HIST-FILE.
002260     IF TD1-HIST-STATUS NOT = '00'
002270         DISPLAY 'GRADTRND - FILEHIST DID NOT REOPEN, STATUS '
002280             TD1-HIST-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002320     SET TD1-EOF-NO TO TRUE.
002330     MOVE 0 TO TD1-LAST-TERM.
002340     PERFORM B THRU B-EXIT UNTIL TD1-EOF-YES.
002350     CLOSE HIST-FILE.
002360     OPEN OUTPUT REPORT-FILE.
002370     MOVE TD1-CUR-TERM TO TD1-HD-TERM.
002380     MOVE TD1-RUN-DATE TO TD1-HD-DATE.
002390     WRITE REPORT-LINE FROM TD1-HEAD-LINE
002400         AFTER ADVANCING PAGE.
002410     MOVE TD1-AVG-TOL TO TD1-TL-AVG.
002420     MOVE TD1-RATE-TOL TO TD1-TL-RATE.
002430     MOVE TD1-WIN-COUNT TO TD1-TL-TERMS.
002440     WRITE REPORT-LINE FROM TD1-TOL-LINE
002450         AFTER ADVANCING 1 LINE.
002460     PERFORM R THRU R-EXIT
002470         VARYING TD1-SX FROM 1 BY 1
002480         UNTIL TD1-SX > 99.
002490     MOVE 'HISTORY ROWS READ:' TO TD1-CT-LABEL.
002500     MOVE TD1-READ-COUNT TO TD1-CT-COUNT.
002510     WRITE REPORT-LINE FROM TD1-COUNT-LINE
002520         AFTER ADVANCING 3 LINES.
002530     MOVE 'SECTIONS REPORTED:' TO TD1-CT-LABEL.
002540     MOVE TD1-SECT-COUNT TO TD1-CT-COUNT.
002550     WRITE REPORT-LINE FROM TD1-COUNT-LINE
002560         AFTER ADVANCING 1 LINE.
002570     MOVE 'SECTIONS FLAGGED:' TO TD1-CT-LABEL.
002580     MOVE TD1-FLAGGED-COUNT TO TD1-CT-COUNT.
002590     WRITE REPORT-LINE FROM TD1-COUNT-LINE
002600         AFTER ADVANCING 1 LINE.
002610     CLOSE REPORT-FILE.
002620     STOP RUN.
002630*----------------------------------------------------------------
002640* A IS THE FIRST PASS: EVERY DISTINCT TERM ON FILEHIST AT OR
002650* BEFORE THE CURRENT TERM GOES INTO THE TERM TABLE (A2). ROWS
002660* COME IN STUDENT ORDER, SO THE TERMS ARRIVE UNSORTED.
002670*----------------------------------------------------------------
002680 A.
002690     READ HIST-FILE NEXT RECORD AT END
002700         SET TD1-EOF-YES TO TRUE
002710         GO TO A-EXIT.
002720     IF TD1-CUR-TERM > 0 AND H1-TERM > TD1-CUR-TERM
002730         GO TO A-EXIT
002740     END-IF.
002750     IF H1-TERM = TD1-LAST-TERM
002760         GO TO A-EXIT
002770     END-IF.
002780     MOVE H1-TERM TO TD1-LAST-TERM.
002790     SET TD1-FOUND-NO TO TRUE.
002800     PERFORM A2 THRU A2-EXIT
002810         VARYING TD1-IX FROM 1 BY 1
002820         UNTIL TD1-IX > TD1-TERM-COUNT OR TD1-FOUND-YES.
002830     IF TD1-FOUND-YES
002840         GO TO A-EXIT
002850     END-IF.
002860     IF TD1-TERM-COUNT NOT < TD1-TERM-MAX
002870         DISPLAY 'GRADTRND - MORE THAN 200 TERMS ON FILEHIST - '
002880             'RAISE THE TABLE AND RERUN'
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     ADD 1 TO TD1-TERM-COUNT.
002930     MOVE H1-TERM TO TD1-TT-TERM (TD1-TERM-COUNT).
002940 A-EXIT.
002950     EXIT.
002960 A2.
002970     IF TD1-TT-TERM (TD1-IX) = H1-TERM
002980         SET TD1-FOUND-YES TO TRUE
002990     END-IF.
003000 A2-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030* W PICKS THE WINDOW: THE LATEST TERMS IN THE TERM TABLE, AS
003040* MANY AS THE PARM ASKS FOR, STORED OLDEST FIRST SO THE LAST
003050* ENTRY IS THE CURRENT TERM. WITH NO TERM ON THE PARM THE
003060* LATEST TERM ON FILE IS THE CURRENT ONE.
003070*----------------------------------------------------------------
003080 W.
003090     MOVE 0 TO TD1-WIN-COUNT.
003100     MOVE 999999 TO TD1-CEILING.
003110     PERFORM W2 THRU W2-EXIT
003120         VARYING TD1-WX FROM 1 BY 1
003130         UNTIL TD1-WX > TD1-WIN-MAX.
003140     IF TD1-WIN-COUNT = 0
003150         GO TO W-EXIT
003160     END-IF.
003170     IF TD1-CUR-TERM = 0
003180         MOVE TD1-WIN-TERM (TD1-WIN-COUNT) TO TD1-CUR-TERM
003190     END-IF.
003200     IF TD1-WIN-TERM (TD1-WIN-COUNT) NOT = TD1-CUR-TERM
003210         MOVE 0 TO TD1-WIN-COUNT
003220     END-IF.
003230 W-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260* W2 FINDS THE NEXT TERM DOWN BELOW THE CEILING (W3) AND SHIFTS
003270* IT INTO THE FRONT OF THE WINDOW (W4).
003280*----------------------------------------------------------------
003290 W2.
003300     MOVE 0 TO TD1-NEXT-TERM.
003310     PERFORM W3 THRU W3-EXIT
003320         VARYING TD1-IX FROM 1 BY 1
003330         UNTIL TD1-IX > TD1-TERM-COUNT.
003340     IF TD1-NEXT-TERM = 0
003350         MOVE TD1-WIN-MAX TO TD1-WX
003360         GO TO W2-EXIT
003370     END-IF.
003380     MOVE TD1-NEXT-TERM TO TD1-CEILING.
003390     PERFORM W4 THRU W4-EXIT
003400         VARYING TD1-IX FROM TD1-WIN-COUNT BY -1
003410         UNTIL TD1-IX < 1.
003420     MOVE TD1-NEXT-TERM TO TD1-WIN-TERM (1).
003430     ADD 1 TO TD1-WIN-COUNT.
003440 W2-EXIT.
003450     EXIT.
003460 W3.
003470     IF TD1-TT-TERM (TD1-IX) < TD1-CEILING
003480         AND TD1-TT-TERM (TD1-IX) > TD1-NEXT-TERM
003490         MOVE TD1-TT-TERM (TD1-IX) TO TD1-NEXT-TERM
003500     END-IF.
003510 W3-EXIT.
003520     EXIT.
003530 W4.
003540     MOVE TD1-WIN-TERM (TD1-IX) TO TD1-WIN-TERM (TD1-IX + 1).
003550 W4-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* B IS THE SECOND PASS: EACH ROW OF A WINDOW TERM IS COUNTED
003590* INTO ITS SECTION'S CELL FOR THAT TERM (B2 FINDS THE CELL).
003600*----------------------------------------------------------------
003610 B.
003620     READ HIST-FILE NEXT RECORD AT END
003630         SET TD1-EOF-YES TO TRUE
003640         GO TO B-EXIT.
003650     ADD 1 TO TD1-READ-COUNT.
003660     IF H1-SECT = 0
003670         GO TO B-EXIT
003680     END-IF.
003690     IF H1-TERM < TD1-WIN-TERM (1) OR H1-TERM > TD1-CUR-TERM
003700         GO TO B-EXIT
003710     END-IF.
003720     IF H1-TERM NOT = TD1-LAST-TERM
003730         MOVE H1-TERM TO TD1-LAST-TERM
003740         MOVE 0 TO TD1-LAST-WX
003750         PERFORM B2 THRU B2-EXIT
003760             VARYING TD1-WX FROM 1 BY 1
003770             UNTIL TD1-WX > TD1-WIN-COUNT
003780     END-IF.
003790     IF TD1-LAST-WX = 0
003800         GO TO B-EXIT
003810     END-IF.
003820     MOVE TD1-LAST-WX TO TD1-WX.
003830     ADD 1 TO TD1-C-ROWS (H1-SECT, TD1-WX).
003840     IF H4 = 'W' OR H4 = 'I'
003850         ADD 1 TO TD1-C-WI (H1-SECT, TD1-WX)
003860         GO TO B-EXIT
003870     END-IF.
003880     ADD 1 TO TD1-C-GRADED (H1-SECT, TD1-WX).
003890     ADD H3 TO TD1-C-TOTAL (H1-SECT, TD1-WX).
003900     IF H4 = 'A'
003910         ADD 1 TO TD1-C-A (H1-SECT, TD1-WX)
003920     END-IF.
003930     IF H4 = 'D' OR H4 = 'F'
003940         ADD 1 TO TD1-C-DF (H1-SECT, TD1-WX)
003950     END-IF.
003960 B-EXIT.
003970     EXIT.
003980 B2.
003990     IF TD1-WIN-TERM (TD1-WX) = H1-TERM
004000         MOVE TD1-WX TO TD1-LAST-WX
004010     END-IF.
004020 B2-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050* R PRINTS ONE SECTION'S BLOCK: A LINE PER WINDOW TERM, THEN THE
004060* BASELINE POOLED FROM THE EARLIER TERMS, THE CHANGE FROM THE
004070* BASELINE TO THE CURRENT TERM, AND THE FLAG LINE WHEN ANY
004080* CHANGE IS BEYOND ITS TOLERANCE. A SECTION WITH NO ROWS IN
004090* THE WINDOW IS LEFT OFF.
004100*----------------------------------------------------------------
004110 R.
004120     MOVE 0 TO TD1-M-ROWS.
004130     PERFORM R2 THRU R2-EXIT
004140         VARYING TD1-WX FROM 1 BY 1
004150         UNTIL TD1-WX > TD1-WIN-COUNT.
004160     IF TD1-M-ROWS = 0
004170         GO TO R-EXIT
004180     END-IF.
004190     ADD 1 TO TD1-SECT-COUNT.
004200     MOVE TD1-SX TO TD1-SC-SECT.
004210     WRITE REPORT-LINE FROM TD1-SECT-LINE
004220         AFTER ADVANCING 3 LINES.
004230     WRITE REPORT-LINE FROM TD1-COL-LINE
004240         AFTER ADVANCING 1 LINE.
004250     PERFORM R3 THRU R3-EXIT
004260         VARYING TD1-WX FROM 1 BY 1
004270         UNTIL TD1-WX > TD1-WIN-COUNT.
004280     PERFORM R4 THRU R4-EXIT.
004290 R-EXIT.
004300     EXIT.
004310 R2.
004320     ADD TD1-C-ROWS (TD1-SX, TD1-WX) TO TD1-M-ROWS.
004330 R2-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360* R3 PRINTS ONE TERM LINE OF THE SECTION.
004370*----------------------------------------------------------------
004380 R3.
004390     MOVE TD1-C-ROWS (TD1-SX, TD1-WX) TO TD1-M-ROWS.
004400     MOVE TD1-C-GRADED (TD1-SX, TD1-WX) TO TD1-M-GRADED.
004410     MOVE TD1-C-TOTAL (TD1-SX, TD1-WX) TO TD1-M-TOTAL.
004420     MOVE TD1-C-A (TD1-SX, TD1-WX) TO TD1-M-A.
004430     MOVE TD1-C-DF (TD1-SX, TD1-WX) TO TD1-M-DF.
004440     MOVE TD1-C-WI (TD1-SX, TD1-WX) TO TD1-M-WI.
004450     PERFORM M THRU M-EXIT.
004460     MOVE TD1-WIN-TERM (TD1-WX) TO TD1-DET-LABEL.
004470     MOVE SPACES TO TD1-DET-NOTE.
004480     IF TD1-M-ROWS = 0
004490         MOVE 'NOT OFFERED' TO TD1-DET-NOTE
004500     END-IF.
004510     IF TD1-WX = TD1-WIN-COUNT
004520         MOVE 'CURRENT TERM' TO TD1-DET-NOTE
004530     END-IF.
004540     PERFORM P THRU P-EXIT.
004550 R3-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580* R4 POOLS THE EARLIER TERMS INTO THE BASELINE (R5), PRINTS IT,
004590* AND COMPARES THE CURRENT TERM AGAINST IT. THE AVERAGE AND THE
004600* A AND D/F RATES ARE COMPARED ONLY WHEN BOTH SIDES HAVE GRADED
004610* ROWS.
004620*----------------------------------------------------------------
004630 R4.
004640     MOVE 0 TO TD1-M-ROWS.
004650     MOVE 0 TO TD1-M-GRADED.
004660     MOVE 0 TO TD1-M-TOTAL.
004670     MOVE 0 TO TD1-M-A.
004680     MOVE 0 TO TD1-M-DF.
004690     MOVE 0 TO TD1-M-WI.
004700     MOVE 0 TO TD1-BASE-TERMS.
004710     PERFORM R5 THRU R5-EXIT
004720         VARYING TD1-WX FROM 1 BY 1
004730         UNTIL TD1-WX NOT < TD1-WIN-COUNT.
004740     IF TD1-BASE-TERMS < 2
004750         MOVE 'NO BASELINE - FEWER THAN TWO EARLIER TERMS'
004760             TO TD1-NT-TEXT
004770         WRITE REPORT-LINE FROM TD1-NOTE-LINE
004780             AFTER ADVANCING 1 LINE
004790         GO TO R4-EXIT
004800     END-IF.
004810     PERFORM M THRU M-EXIT.
004820     MOVE 'BASELINE' TO TD1-DET-LABEL.
004830     MOVE SPACES TO TD1-DET-NOTE.
004840     PERFORM P THRU P-EXIT.
004850     MOVE TD1-M-GRADED TO TD1-B-GRADED.
004860     MOVE TD1-M-AVG TO TD1-B-AVG.
004870     MOVE TD1-M-ARATE TO TD1-B-ARATE.
004880     MOVE TD1-M-DFRATE TO TD1-B-DFRATE.
004890     MOVE TD1-M-WIRATE TO TD1-B-WIRATE.
004900     MOVE TD1-WIN-COUNT TO TD1-WX.
004910     MOVE TD1-C-ROWS (TD1-SX, TD1-WX) TO TD1-M-ROWS.
004920     MOVE TD1-C-GRADED (TD1-SX, TD1-WX) TO TD1-M-GRADED.
004930     MOVE TD1-C-TOTAL (TD1-SX, TD1-WX) TO TD1-M-TOTAL.
004940     MOVE TD1-C-A (TD1-SX, TD1-WX) TO TD1-M-A.
004950     MOVE TD1-C-DF (TD1-SX, TD1-WX) TO TD1-M-DF.
004960     MOVE TD1-C-WI (TD1-SX, TD1-WX) TO TD1-M-WI.
004970     IF TD1-M-ROWS = 0
004980         MOVE 'NOT OFFERED IN THE CURRENT TERM - NOT COMPARED'
004990             TO TD1-NT-TEXT
005000         WRITE REPORT-LINE FROM TD1-NOTE-LINE
005010             AFTER ADVANCING 1 LINE
005020         GO TO R4-EXIT
005030     END-IF.
005040     PERFORM M THRU M-EXIT.
005050     COMPUTE TD1-D-AVG = TD1-M-AVG - TD1-B-AVG.
005060     COMPUTE TD1-D-ARATE = TD1-M-ARATE - TD1-B-ARATE.
005070     COMPUTE TD1-D-DFRATE = TD1-M-DFRATE - TD1-B-DFRATE.
005080     COMPUTE TD1-D-WIRATE = TD1-M-WIRATE - TD1-B-WIRATE.
005090     IF TD1-M-GRADED = 0 OR TD1-B-GRADED = 0
005100         MOVE 0 TO TD1-D-AVG
005110         MOVE 0 TO TD1-D-ARATE
005120         MOVE 0 TO TD1-D-DFRATE
005130     END-IF.
005140     MOVE TD1-D-AVG TO TD1-CH-AVG.
005150     MOVE TD1-D-ARATE TO TD1-CH-ARATE.
005160     MOVE TD1-D-DFRATE TO TD1-CH-DFRATE.
005170     MOVE TD1-D-WIRATE TO TD1-CH-WIRATE.
005180     WRITE REPORT-LINE FROM TD1-CHANGE-LINE
005190         AFTER ADVANCING 1 LINE.
005200     SET TD1-FLAG-NO TO TRUE.
005210     MOVE SPACES TO TD1-FL-AVG.
005220     MOVE SPACES TO TD1-FL-ARATE.
005230     MOVE SPACES TO TD1-FL-DFRATE.
005240     MOVE SPACES TO TD1-FL-WIRATE.
005250     IF TD1-D-AVG > TD1-AVG-TOL
005260         MOVE 'AVERAGE UP' TO TD1-FL-AVG
005270         SET TD1-FLAG-YES TO TRUE
005280     END-IF.
005290     IF TD1-D-AVG < 0 - TD1-AVG-TOL
005300         MOVE 'AVERAGE DOWN' TO TD1-FL-AVG
005310         SET TD1-FLAG-YES TO TRUE
005320     END-IF.
005330     IF TD1-D-ARATE > TD1-RATE-TOL
005340         MOVE 'A-RATE UP' TO TD1-FL-ARATE
005350         SET TD1-FLAG-YES TO TRUE
005360     END-IF.
005370     IF TD1-D-ARATE < 0 - TD1-RATE-TOL
005380         MOVE 'A-RATE DOWN' TO TD1-FL-ARATE
005390         SET TD1-FLAG-YES TO TRUE
005400     END-IF.
005410     IF TD1-D-DFRATE > TD1-RATE-TOL
005420         MOVE 'D/F-RATE UP' TO TD1-FL-DFRATE
005430         SET TD1-FLAG-YES TO TRUE
005440     END-IF.
005450     IF TD1-D-DFRATE < 0 - TD1-RATE-TOL
005460         MOVE 'D/F-RATE DOWN' TO TD1-FL-DFRATE
005470         SET TD1-FLAG-YES TO TRUE
005480     END-IF.
005490     IF TD1-D-WIRATE > TD1-RATE-TOL
005500         MOVE 'W/I-RATE UP' TO TD1-FL-WIRATE
005510         SET TD1-FLAG-YES TO TRUE
005520     END-IF.
005530     IF TD1-D-WIRATE < 0 - TD1-RATE-TOL
005540         MOVE 'W/I-RATE DOWN' TO TD1-FL-WIRATE
005550         SET TD1-FLAG-YES TO TRUE
005560     END-IF.
005570     IF TD1-FLAG-YES
005580         ADD 1 TO TD1-FLAGGED-COUNT
005590         WRITE REPORT-LINE FROM TD1-FLAG-LINE
005600             AFTER ADVANCING 1 LINE
005610     END-IF.
005620 R4-EXIT.
005630     EXIT.
005640 R5.
005650     IF TD1-C-ROWS (TD1-SX, TD1-WX) = 0
005660         GO TO R5-EXIT
005670     END-IF.
005680     ADD 1 TO TD1-BASE-TERMS.
005690     ADD TD1-C-ROWS (TD1-SX, TD1-WX) TO TD1-M-ROWS.
005700     ADD TD1-C-GRADED (TD1-SX, TD1-WX) TO TD1-M-GRADED.
005710     ADD TD1-C-TOTAL (TD1-SX, TD1-WX) TO TD1-M-TOTAL.
005720     ADD TD1-C-A (TD1-SX, TD1-WX) TO TD1-M-A.
005730     ADD TD1-C-DF (TD1-SX, TD1-WX) TO TD1-M-DF.
005740     ADD TD1-C-WI (TD1-SX, TD1-WX) TO TD1-M-WI.
005750 R5-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------
005780* M TURNS THE COUNTS IN THE WORK AREA INTO THE AVERAGE AND THE
005790* RATES. NOTHING GRADED MEANS ZERO AVERAGE AND A/D-F RATES.
005800*----------------------------------------------------------------
005810 M.
005820     MOVE 0 TO TD1-M-AVG.
005830     MOVE 0 TO TD1-M-ARATE.
005840     MOVE 0 TO TD1-M-DFRATE.
005850     MOVE 0 TO TD1-M-WIRATE.
005860     IF TD1-M-GRADED > 0
005870         COMPUTE TD1-M-AVG ROUNDED =
005880             TD1-M-TOTAL / TD1-M-GRADED
005890         COMPUTE TD1-M-ARATE ROUNDED =
005900             TD1-M-A * 100 / TD1-M-GRADED
005910         COMPUTE TD1-M-DFRATE ROUNDED =
005920             TD1-M-DF * 100 / TD1-M-GRADED
005930     END-IF.
005940     IF TD1-M-ROWS > 0
005950         COMPUTE TD1-M-WIRATE ROUNDED =
005960             TD1-M-WI * 100 / TD1-M-ROWS
005970     END-IF.
005980 M-EXIT.
005990     EXIT.
006000*----------------------------------------------------------------
006010* P PRINTS ONE TERM OR BASELINE LINE FROM THE WORK AREA. THE
006020* LABEL AND NOTE ARE SET BY THE CALLER.
006030*----------------------------------------------------------------
006040 P.
006050     MOVE TD1-M-ROWS TO TD1-DET-ROWS.
006060     MOVE TD1-M-AVG TO TD1-DET-AVG.
006070     MOVE TD1-M-ARATE TO TD1-DET-ARATE.
006080     MOVE TD1-M-DFRATE TO TD1-DET-DFRATE.
006090     MOVE TD1-M-WIRATE TO TD1-DET-WIRATE.
006100     WRITE REPORT-LINE FROM TD1-DETAIL-LINE
006110         AFTER ADVANCING 1 LINE.
006120 P-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150* F READS FILETRPM. EVERY FIELD IS OPTIONAL AND A BAD OR MISSING
006160* FIELD KEEPS ITS DEFAULT -- THIS IS A REPORT, NOTHING CHANGES.
006170*----------------------------------------------------------------
006180 F.
006190     OPEN INPUT PARM-FILE.
006200     IF TD1-PARM-STATUS NOT = '00'
006210         DISPLAY 'GRADTRND - FILETRPM NOT AVAILABLE, STATUS '
006220             TD1-PARM-STATUS ' - USING DEFAULTS'
006230         GO TO F-EXIT
006240     END-IF.
006250     READ PARM-FILE
006260         AT END
006270             DISPLAY 'GRADTRND - FILETRPM EMPTY - USING DEFAULTS'
006280             CLOSE PARM-FILE
006290             GO TO F-EXIT
006300     END-READ.
006310     IF PM1 NUMERIC
006320         MOVE PM1 TO TD1-CUR-TERM
006330     END-IF.
006340     IF PM2 NUMERIC AND PM2 > 2 AND PM2 < 9
006350         MOVE PM2 TO TD1-WIN-MAX
006360     ELSE
006370         DISPLAY 'GRADTRND - FILETRPM TERM COUNT NOT 03-08 - '
006380             'USING 06'
006390     END-IF.
006400     IF PM3 NUMERIC
006410         MOVE PM3 TO TD1-AVG-TOL(1:4)
006420     END-IF.
006430     IF PM4 NUMERIC
006440         MOVE PM4 TO TD1-RATE-TOL(1:4)
006450     END-IF.
006460     CLOSE PARM-FILE.
006470 F-EXIT.
006480     EXIT.
