000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GRADNOTC.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  ACADEMIC RECORDS - NIGHT BATCH.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RH  ORIGINAL PROGRAM - PER-STUDENT TERM GRADE
000110*              NOTICES. READS FILEHIST IN KEY ORDER FOR THE
000120*              TERM ON THE FILETMPM PARM CARD (THE TERM GRADPOST
000130*              POSTED UNDER) AND PRODUCES ONE PAGE PER STUDENT
000140*              WITH A ROW FOR EVERY SECTION OF THE TERM --
000150*              AVERAGE, LETTER GRADE, HOURS -- FOLLOWED BY THE
000160*              TERM AVERAGE, TERM GPA (POINTS AS GRADGPA), HOURS
000170*              ATTEMPTED AND EARNED, AND THE ACADEMIC STANDING
000180*              WORKED THE SAME WAY AS GRADSTND AGAINST THE
000190*              FILESDPM CUTOFFS, AS OF THE NOTICE TERM. THE
000200*              NOTICE IS ROUTED BY THE FILEMAST DELIVERY
000210*              PREFERENCE (M3-PREF): MAIL NOTICES GO TO FILENOTP
000220*              ADDRESSED FROM THE MAILING ADDRESS, EMAIL
000230*              NOTICES TO FILENOTE FOR THE MAILER. A STUDENT
000240*              NOT ON FILEMAST, OR WITHOUT WHAT THE PREFERENCE
000250*              NEEDS TO DELIVER, GETS NO NOTICE AND IS LISTED ON
000260*              THE FILENOTX EXCEPTIONS LISTING INSTEAD; ANY
000270*              EXCEPTION ENDS THE RUN WITH RETURN-CODE 8 SO THE
000280*              REGISTRAR FOLLOWS UP. A MISSING TERM CARD STOPS
000290*              THE RUN -- THE TERM IS NEVER DEFAULTED.
000300*----------------------------------------------------------------
000310* PARM CARDS: FILETMPM PM1 NOTICE TERM (YYYYTT).
000320*             FILESDPM DP1 DEAN CUTOFF, DP2 PROBATION CUTOFF
000330*             (EACH 9999 MEANING 99.99, DEFAULTS 90.00/65.00).
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PARM-FILE ASSIGN TO FILETMPM
000390         FILE STATUS IS GN1-PARM-STATUS.
000400     SELECT DPM-FILE ASSIGN TO FILESDPM
000410         FILE STATUS IS GN1-DPM-STATUS.
000420     SELECT HIST-FILE ASSIGN TO FILEHIST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS H1
000460         FILE STATUS IS GN1-HIST-STATUS.
000470     SELECT MASTER-FILE ASSIGN TO FILEMAST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS M1
000510         FILE STATUS IS GN1-MAST-STATUS.
000520     SELECT MAIL-FILE ASSIGN TO FILENOTP.
000530     SELECT EMAIL-FILE ASSIGN TO FILENOTE.
000540     SELECT EXCEPT-FILE ASSIGN TO FILENOTX.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PARM-FILE LABEL RECORD IS STANDARD.
000580 01  PARM-RECORD.
000590     02  PM1 PIC 9(06).
000600     02  FILLER PIC X(74).
000610 FD  DPM-FILE LABEL RECORD IS STANDARD.
000620 01  DPM-RECORD.
000630     02  DP1 PIC 9(04).
000640     02  DP2 PIC 9(04).
000650     02  FILLER PIC X(72).
000660 FD  HIST-FILE.
000670 01  HIST-RECORD.
000680     02  H1.
000690         03  H1-ID PIC 9(6).
000700         03  H1-TERM PIC 9(6).
000710         03  H1-SECT PIC 99.
000720     02  H2 PIC X(12).
000730     02  H3 PIC 99V99.
000740     02  H4 PIC X(01).
000750     02  H5 PIC 9(08).
000760     02  H6 PIC 9(02).
000770 FD  MASTER-FILE.
000780 01  MASTER-RECORD.
000790     02  M1 PIC 9(6).
000800     02  M2 PIC X(12).
000810     02  M3.
000820         03  M3-LINE1 PIC X(30).
000830         03  M3-LINE2 PIC X(30).
000840         03  M3-CITY PIC X(20).
000850         03  M3-STATE PIC X(02).
000860         03  M3-ZIP PIC X(10).
000870         03  M3-EMAIL PIC X(40).
000880         03  M3-PREF PIC X(01).
000890     02  FILLER PIC X(19).
000900 FD  MAIL-FILE LABEL RECORD IS OMITTED.
000910 01  MAIL-LINE PIC X(100).
000920 FD  EMAIL-FILE LABEL RECORD IS OMITTED.
000930 01  EMAIL-LINE PIC X(100).
000940 FD  EXCEPT-FILE LABEL RECORD IS OMITTED.
000950 01  EXCEPT-LINE PIC X(100).
000960 WORKING-STORAGE SECTION.
000970 77  GN1-EOF-SW PIC X VALUE 'N'.
000980     88  GN1-EOF-YES VALUE 'Y'.
000990     88  GN1-EOF-NO  VALUE 'N'.
001000 77  GN1-ROUTE-SW PIC X VALUE 'M'.
001010     88  GN1-ROUTE-MAIL  VALUE 'M'.
001020     88  GN1-ROUTE-EMAIL VALUE 'E'.
001030 77  GN1-PARM-STATUS PIC XX VALUE SPACES.
001040 77  GN1-DPM-STATUS PIC XX VALUE SPACES.
001050 77  GN1-HIST-STATUS PIC XX VALUE SPACES.
001060 77  GN1-MAST-STATUS PIC XX VALUE SPACES.
001070 77  GN1-RUN-DATE PIC 9(08) VALUE 0.
001080 77  GN1-TERM PIC 9(06) VALUE 0.
001090 77  GN1-DEAN-CUT PIC 99V99 VALUE 90.00.
001100 77  GN1-PROB-CUT PIC 99V99 VALUE 65.00.
001110 77  GN1-CUR-ID PIC 9(6) VALUE 0.
001120 77  GN1-CUR-NAME PIC X(12) VALUE SPACES.
001130 77  GN1-TERM-COUNT PIC 9(3) VALUE 0.
001140 77  GN1-AVG-1 PIC 99V99 VALUE 0.
001150 77  GN1-AVG-2 PIC 99V99 VALUE 0.
001160 77  GN1-AVG-3 PIC 99V99 VALUE 0.
001170 77  GN1-ROW-COUNT PIC 999 COMP VALUE 0.
001180 77  GN1-ROW-MAX PIC 999 COMP VALUE 20.
001190 77  GN1-IX PIC 999 COMP VALUE 0.
001200 77  GN1-GRADED-COUNT PIC 999 COMP VALUE 0.
001210 77  GN1-AVG-TOTAL PIC 9(5)V99 VALUE 0.
001220 77  GN1-TERM-AVG PIC 99V99 VALUE 0.
001230 77  GN1-POINTS PIC 9(5)V99 VALUE 0.
001240 77  GN1-HRS-ATT PIC 9(4) VALUE 0.
001250 77  GN1-HRS-EARN PIC 9(4) VALUE 0.
001260 77  GN1-GRADE-VAL PIC 9 VALUE 0.
001270 77  GN1-GPA PIC 9V99 VALUE 0.
001280 77  GN1-STANDING PIC X(30) VALUE SPACES.
001290 77  GN1-REASON PIC X(30) VALUE SPACES.
001300 77  GN1-SKIP PIC 9 VALUE 0.
001310 77  GN1-STU-COUNT PIC 9(6) VALUE 0.
001320 77  GN1-MAIL-COUNT PIC 9(6) VALUE 0.
001330 77  GN1-EMAIL-COUNT PIC 9(6) VALUE 0.
001340 77  GN1-EXC-COUNT PIC 9(6) VALUE 0.
001350 01  GN1-OUT-AREA PIC X(100) VALUE SPACES.
001360 01  GN1-ROW-TABLE.
001370     02  GN1-ROW OCCURS 20 TIMES.
001380         03  GN1-RW-SECT PIC 99.
001390         03  GN1-RW-AVG PIC 99V99.
001400         03  GN1-RW-GRADE PIC X(01).
001410         03  GN1-RW-HRS PIC 9(02).
001420 01  GN1-HEAD-LINE.
001430     02  FILLER PIC X(40) VALUE
001440         'ACADEMIC RECORDS - TERM GRADE NOTICE    '.
001450     02  FILLER PIC X(05) VALUE 'TERM '.
001460     02  GN1-HD-TERM PIC 9(06).
001470     02  FILLER PIC X(12) VALUE '   RUN DATE '.
001480     02  GN1-HD-DATE PIC 9(08).
001490     02  FILLER PIC X(29) VALUE SPACES.
001500 01  GN1-ADDR-LINE.
001510     02  FILLER PIC X(10) VALUE SPACES.
001520     02  GN1-AD-TEXT PIC X(60).
001530     02  FILLER PIC X(30) VALUE SPACES.
001540 01  GN1-ID-LINE.
001550     02  FILLER PIC X(11) VALUE 'STUDENT ID '.
001560     02  GN1-ID-ID PIC 9(06).
001570     02  FILLER PIC X(03) VALUE SPACES.
001580     02  GN1-ID-NAME PIC X(12).
001590     02  FILLER PIC X(68) VALUE SPACES.
001600 01  GN1-COL-LINE.
001610     02  FILLER PIC X(20) VALUE 'SECTION    AVERAGE  '.
001620     02  FILLER PIC X(20) VALUE '  GRADE     HOURS   '.
001630     02  FILLER PIC X(60) VALUE SPACES.
001640 01  GN1-DETAIL-LINE.
001650     02  FILLER PIC X(03) VALUE SPACES.
001660     02  GN1-DET-SECT PIC 99.
001670     02  FILLER PIC X(08) VALUE SPACES.
001680     02  GN1-DET-AVG PIC 99.99.
001690     02  GN1-DET-AVG-X REDEFINES GN1-DET-AVG PIC X(05).
001700     02  FILLER PIC X(06) VALUE SPACES.
001710     02  GN1-DET-GRADE PIC X(01).
001720     02  FILLER PIC X(08) VALUE SPACES.
001730     02  GN1-DET-HRS PIC Z9.
001740     02  FILLER PIC X(65) VALUE SPACES.
001750 01  GN1-SUM-LINE.
001760     02  FILLER PIC X(13) VALUE 'TERM AVERAGE '.
001770     02  GN1-SM-AVG PIC 99.99.
001780     02  FILLER PIC X(12) VALUE '   TERM GPA '.
001790     02  GN1-SM-GPA PIC 9.99.
001800     02  FILLER PIC X(19) VALUE '   HOURS ATTEMPTED '.
001810     02  GN1-SM-ATT PIC ZZ9.
001820     02  FILLER PIC X(10) VALUE '   EARNED '.
001830     02  GN1-SM-EARN PIC ZZ9.
001840     02  FILLER PIC X(31) VALUE SPACES.
001850 01  GN1-STAND-LINE.
001860     02  FILLER PIC X(19) VALUE 'ACADEMIC STANDING: '.
001870     02  GN1-ST-TEXT PIC X(30).
001880     02  FILLER PIC X(51) VALUE SPACES.
001890 01  GN1-XHEAD-LINE.
001900     02  FILLER PIC X(40) VALUE
001910         'ACADEMIC RECORDS - NOTICE EXCEPTIONS    '.
001920     02  FILLER PIC X(05) VALUE 'TERM '.
001930     02  GN1-XH-TERM PIC 9(06).
001940     02  FILLER PIC X(12) VALUE '   RUN DATE '.
001950     02  GN1-XH-DATE PIC 9(08).
001960     02  FILLER PIC X(29) VALUE SPACES.
001970 01  GN1-XCOL-LINE.
001980     02  FILLER PIC X(20) VALUE 'ID        NAME      '.
001990     02  FILLER PIC X(20) VALUE '     REASON         '.
002000     02  FILLER PIC X(60) VALUE SPACES.
002010 01  GN1-XDET-LINE.
002020     02  GN1-XD-ID PIC 9(06).
002030     02  FILLER PIC X(04) VALUE SPACES.
002040     02  GN1-XD-NAME PIC X(12).
002050     02  FILLER PIC X(03) VALUE SPACES.
002060     02  GN1-XD-REASON PIC X(30).
002070     02  FILLER PIC X(45) VALUE SPACES.
002080 01  GN1-COUNT-LINE.
002090     02  GN1-CT-LABEL PIC X(30).
002100     02  GN1-CT-COUNT PIC ZZZ,ZZ9.
002110     02  FILLER PIC X(63) VALUE SPACES.
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002140     ACCEPT GN1-RUN-DATE FROM DATE YYYYMMDD.
002150     PERFORM F THRU F-EXIT.
002160     IF GN1-TERM = 0
002170         DISPLAY 'GRADNOTC - NO TERM CODE ON FILETMPM - '
002180             'NO NOTICES PRODUCED'
002190         MOVE 16 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
002220     PERFORM F2 THRU F2-EXIT.
002230     OPEN INPUT HIST-FILE.
002240     IF GN1-HIST-STATUS NOT = '00'
002250         DISPLAY 'GRADNOTC - FILEHIST DID NOT OPEN, STATUS '
002260             GN1-HIST-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300     OPEN INPUT MASTER-FILE.
002310     IF GN1-MAST-STATUS NOT = '00'
002320         DISPLAY 'GRADNOTC - FILEMAST DID NOT OPEN, STATUS '
002330             GN1-MAST-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         CLOSE HIST-FILE
002360         STOP RUN
002370     END-IF.
002380     OPEN OUTPUT MAIL-FILE.
002390     OPEN OUTPUT EMAIL-FILE.
002400     OPEN OUTPUT EXCEPT-FILE.
002410     MOVE GN1-TERM TO GN1-HD-TERM.
002420     MOVE GN1-RUN-DATE TO GN1-HD-DATE.
002430     MOVE GN1-TERM TO GN1-XH-TERM.
002440     MOVE GN1-RUN-DATE TO GN1-XH-DATE.
002450     WRITE EXCEPT-LINE FROM GN1-XHEAD-LINE
002460         AFTER ADVANCING PAGE.
002470     WRITE EXCEPT-LINE FROM GN1-XCOL-LINE
002480         AFTER ADVANCING 2 LINES.
002490     MOVE SPACES TO EXCEPT-LINE.
002500     WRITE EXCEPT-LINE AFTER ADVANCING 1 LINE.
002510     PERFORM A THRU A-EXIT UNTIL GN1-EOF-YES.
002520     IF GN1-CUR-ID > 0
002530         PERFORM E THRU E-EXIT
002540     END-IF.
002550     MOVE 'STUDENTS WITH TERM GRADES:' TO GN1-CT-LABEL.
002560     MOVE GN1-STU-COUNT TO GN1-CT-COUNT.
002570     WRITE EXCEPT-LINE FROM GN1-COUNT-LINE
002580         AFTER ADVANCING 2 LINES.
002590     MOVE 'NOTICES MAILED:' TO GN1-CT-LABEL.
002600     MOVE GN1-MAIL-COUNT TO GN1-CT-COUNT.
002610     WRITE EXCEPT-LINE FROM GN1-COUNT-LINE
002620         AFTER ADVANCING 1 LINE.
002630     MOVE 'NOTICES EMAILED:' TO GN1-CT-LABEL.
002640     MOVE GN1-EMAIL-COUNT TO GN1-CT-COUNT.
002650     WRITE EXCEPT-LINE FROM GN1-COUNT-LINE
002660         AFTER ADVANCING 1 LINE.
002670     MOVE 'EXCEPTIONS - NO NOTICE SENT:' TO GN1-CT-LABEL.
002680     MOVE GN1-EXC-COUNT TO GN1-CT-COUNT.
002690     WRITE EXCEPT-LINE FROM GN1-COUNT-LINE
002700         AFTER ADVANCING 1 LINE.
002710     CLOSE HIST-FILE.
002720     CLOSE MASTER-FILE.
002730     CLOSE MAIL-FILE.
002740     CLOSE EMAIL-FILE.
002750     CLOSE EXCEPT-FILE.
002760     IF GN1-EXC-COUNT > 0
002770         MOVE 8 TO RETURN-CODE
002780     END-IF.
002790     STOP RUN.
002800*----------------------------------------------------------------
002810* A READS FILEHIST IN KEY ORDER (STUDENT, TERM, SECTION). AT A
002820* STUDENT BREAK THE STUDENT JUST FINISHED GETS A NOTICE (E).
002830* ROWS AFTER THE NOTICE TERM ARE IGNORED SO A RERUN FOR AN
002840* EARLIER TERM SHOWS THE STANDING AS IT WAS. ROWS OF THE NOTICE
002850* TERM ARE KEPT FOR THE PAGE; GRADED ROWS UP TO THE NOTICE TERM
002860* FEED THE STANDING AVERAGES AS IN GRADSTND, AND GRADED ROWS OF
002870* THE NOTICE TERM FEED THE TERM AVERAGE AND GPA.
002880*----------------------------------------------------------------
002890 A.
002900     READ HIST-FILE NEXT RECORD AT END
002910         SET GN1-EOF-YES TO TRUE
002920         GO TO A-EXIT.
002930     IF H1-ID NOT = GN1-CUR-ID
002940         IF GN1-CUR-ID > 0
002950             PERFORM E THRU E-EXIT
002960         END-IF
002970         MOVE H1-ID TO GN1-CUR-ID
002980         MOVE H2 TO GN1-CUR-NAME
002990         MOVE 0 TO GN1-TERM-COUNT
003000         MOVE 0 TO GN1-AVG-1
003010         MOVE 0 TO GN1-AVG-2
003020         MOVE 0 TO GN1-AVG-3
003030         MOVE 0 TO GN1-ROW-COUNT
003040         MOVE 0 TO GN1-GRADED-COUNT
003050         MOVE 0 TO GN1-AVG-TOTAL
003060         MOVE 0 TO GN1-POINTS
003070         MOVE 0 TO GN1-HRS-ATT
003080         MOVE 0 TO GN1-HRS-EARN
003090     END-IF.
003100     IF H1-TERM > GN1-TERM
003110         GO TO A-EXIT
003120     END-IF.
003130     IF H1-TERM = GN1-TERM
003140         PERFORM A2 THRU A2-EXIT
003150     END-IF.
003160     IF H4 = 'W' OR H4 = 'I'
003170         GO TO A-EXIT
003180     END-IF.
003190     MOVE GN1-AVG-2 TO GN1-AVG-3.
003200     MOVE GN1-AVG-1 TO GN1-AVG-2.
003210     MOVE H3 TO GN1-AVG-1.
003220     ADD 1 TO GN1-TERM-COUNT.
003230     IF H1-TERM NOT = GN1-TERM
003240         GO TO A-EXIT
003250     END-IF.
003260     ADD 1 TO GN1-GRADED-COUNT.
003270     ADD H3 TO GN1-AVG-TOTAL.
003280     EVALUATE H4
003290         WHEN 'A'
003300             MOVE 4 TO GN1-GRADE-VAL
003310         WHEN 'B'
003320             MOVE 3 TO GN1-GRADE-VAL
003330         WHEN 'C'
003340             MOVE 2 TO GN1-GRADE-VAL
003350         WHEN 'D'
003360             MOVE 1 TO GN1-GRADE-VAL
003370         WHEN OTHER
003380             MOVE 0 TO GN1-GRADE-VAL
003390     END-EVALUATE.
003400     COMPUTE GN1-POINTS = GN1-POINTS + GN1-GRADE-VAL * H6.
003410     ADD H6 TO GN1-HRS-ATT.
003420     IF GN1-GRADE-VAL > 0
003430         ADD H6 TO GN1-HRS-EARN
003440     END-IF.
003450 A-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* A2 KEEPS ONE ROW OF THE NOTICE TERM FOR THE STUDENT'S PAGE,
003490* W AND I ROWS INCLUDED.
003500*----------------------------------------------------------------
003510 A2.
003520     IF GN1-ROW-COUNT NOT < GN1-ROW-MAX
003530         DISPLAY 'GRADNOTC - MORE THAN 20 SECTIONS FOR STUDENT '
003540             H1-ID ' IN ONE TERM - RAISE THE TABLE AND RERUN'
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     ADD 1 TO GN1-ROW-COUNT.
003590     MOVE H1-SECT TO GN1-RW-SECT (GN1-ROW-COUNT).
003600     MOVE H3 TO GN1-RW-AVG (GN1-ROW-COUNT).
003610     MOVE H4 TO GN1-RW-GRADE (GN1-ROW-COUNT).
003620     MOVE H6 TO GN1-RW-HRS (GN1-ROW-COUNT).
003630 A2-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* E CLOSES OUT THE STUDENT JUST FINISHED. A STUDENT WITH NO ROWS
003670* IN THE NOTICE TERM GETS NOTHING. OTHERWISE THE TERM FIGURES
003680* AND STANDING ARE WORKED OUT (E2), THE MASTER IS READ FOR THE
003690* DELIVERY PREFERENCE, AND THE NOTICE IS WRITTEN (N) OR THE
003700* STUDENT LISTED AS AN EXCEPTION (X).
003710*----------------------------------------------------------------
003720 E.
003730     IF GN1-ROW-COUNT = 0
003740         GO TO E-EXIT
003750     END-IF.
003760     ADD 1 TO GN1-STU-COUNT.
003770     PERFORM E2 THRU E2-EXIT.
003780     MOVE GN1-CUR-ID TO M1.
003790     READ MASTER-FILE
003800         INVALID KEY
003810             MOVE 'NOT ON FILEMAST' TO GN1-REASON
003820             PERFORM X THRU X-EXIT
003830             GO TO E-EXIT
003840     END-READ.
003850     IF M3-PREF = 'E'
003860         IF M3-EMAIL = SPACES
003870             MOVE 'EMAIL PREFERRED, NO EMAIL' TO GN1-REASON
003880             PERFORM X THRU X-EXIT
003890             GO TO E-EXIT
003900         END-IF
003910         SET GN1-ROUTE-EMAIL TO TRUE
003920         PERFORM N THRU N-EXIT
003930         ADD 1 TO GN1-EMAIL-COUNT
003940         GO TO E-EXIT
003950     END-IF.
003960     IF M3-PREF NOT = 'M' AND M3-PREF NOT = SPACE
003970         MOVE 'DELIVERY PREFERENCE NOT M OR E' TO GN1-REASON
003980         PERFORM X THRU X-EXIT
003990         GO TO E-EXIT
004000     END-IF.
004010     IF M3-LINE1 = SPACES OR M3-CITY = SPACES
004020         OR M3-STATE = SPACES OR M3-ZIP = SPACES
004030         MOVE 'NO MAILING ADDRESS ON FILE' TO GN1-REASON
004040         PERFORM X THRU X-EXIT
004050         GO TO E-EXIT
004060     END-IF.
004070     SET GN1-ROUTE-MAIL TO TRUE.
004080     PERFORM N THRU N-EXIT.
004090     ADD 1 TO GN1-MAIL-COUNT.
004100 E-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130* E2 WORKS OUT THE TERM AVERAGE (PLAIN MEAN OF THE GRADED ROWS),
004140* THE HOUR-WEIGHTED TERM GPA, AND THE STANDING. THE STANDING
004150* TESTS ARE GRADSTND'S: DEAN'S LIST AT OR ABOVE THE DEAN CUTOFF,
004160* PROBATION BELOW THE PROBATION CUTOFF OR ON THREE DECLINING
004170* AVERAGES. A TERM OF ONLY W/I ROWS CARRIES NO STANDING.
004180*----------------------------------------------------------------
004190 E2.
004200     MOVE 0 TO GN1-TERM-AVG.
004210     MOVE 0 TO GN1-GPA.
004220     IF GN1-GRADED-COUNT = 0
004230         MOVE 'NO GRADED COURSES THIS TERM' TO GN1-STANDING
004240         GO TO E2-EXIT
004250     END-IF.
004260     COMPUTE GN1-TERM-AVG ROUNDED =
004270         GN1-AVG-TOTAL / GN1-GRADED-COUNT.
004280     IF GN1-HRS-ATT > 0
004290         COMPUTE GN1-GPA ROUNDED = GN1-POINTS / GN1-HRS-ATT
004300     END-IF.
004310     IF GN1-AVG-1 NOT < GN1-DEAN-CUT
004320         MOVE 'DEAN''S LIST' TO GN1-STANDING
004330         GO TO E2-EXIT
004340     END-IF.
004350     IF GN1-AVG-1 < GN1-PROB-CUT
004360         MOVE 'PROBATION - LOW AVERAGE' TO GN1-STANDING
004370         GO TO E2-EXIT
004380     END-IF.
004390     IF GN1-TERM-COUNT > 2
004400         AND GN1-AVG-1 < GN1-AVG-2
004410         AND GN1-AVG-2 < GN1-AVG-3
004420         MOVE 'PROBATION - DECLINING TERMS' TO GN1-STANDING
004430         GO TO E2-EXIT
004440     END-IF.
004450     MOVE 'GOOD STANDING' TO GN1-STANDING.
004460 E2-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* N WRITES ONE STUDENT'S NOTICE PAGE ON THE ROUTE E CHOSE: THE
004500* MAILING BLOCK (NAME, ADDRESS LINES, CITY/STATE/ZIP) FOR MAIL,
004510* OR THE EMAIL ADDRESS AND NAME FOR EMAIL, THEN THE SECTION
004520* ROWS, THE TERM FIGURES, AND THE STANDING.
004530*----------------------------------------------------------------
004540 N.
004550     MOVE GN1-HEAD-LINE TO GN1-OUT-AREA.
004560     MOVE 0 TO GN1-SKIP.
004570     PERFORM W THRU W-EXIT.
004580     MOVE 2 TO GN1-SKIP.
004590     IF GN1-ROUTE-EMAIL
004600         MOVE SPACES TO GN1-AD-TEXT
004610         STRING 'DELIVER BY EMAIL TO ' DELIMITED BY SIZE
004620             M3-EMAIL DELIMITED BY SIZE
004630             INTO GN1-AD-TEXT
004640         MOVE GN1-ADDR-LINE TO GN1-OUT-AREA
004650         PERFORM W THRU W-EXIT
004660         MOVE 1 TO GN1-SKIP
004670         MOVE M2 TO GN1-AD-TEXT
004680         MOVE GN1-ADDR-LINE TO GN1-OUT-AREA
004690         PERFORM W THRU W-EXIT
004700     ELSE
004710         MOVE M2 TO GN1-AD-TEXT
004720         MOVE GN1-ADDR-LINE TO GN1-OUT-AREA
004730         PERFORM W THRU W-EXIT
004740         MOVE 1 TO GN1-SKIP
004750         MOVE M3-LINE1 TO GN1-AD-TEXT
004760         MOVE GN1-ADDR-LINE TO GN1-OUT-AREA
004770         PERFORM W THRU W-EXIT
004780         IF M3-LINE2 NOT = SPACES
004790             MOVE M3-LINE2 TO GN1-AD-TEXT
004800             MOVE GN1-ADDR-LINE TO GN1-OUT-AREA
004810             PERFORM W THRU W-EXIT
004820         END-IF
004830         MOVE SPACES TO GN1-AD-TEXT
004840         STRING M3-CITY DELIMITED BY '  '
004850             ', ' DELIMITED BY SIZE
004860             M3-STATE DELIMITED BY SIZE
004870             '  ' DELIMITED BY SIZE
004880             M3-ZIP DELIMITED BY SIZE
004890             INTO GN1-AD-TEXT
004900         MOVE GN1-ADDR-LINE TO GN1-OUT-AREA
004910         PERFORM W THRU W-EXIT
004920     END-IF.
004930     MOVE GN1-CUR-ID TO GN1-ID-ID.
004940     MOVE M2 TO GN1-ID-NAME.
004950     MOVE GN1-ID-LINE TO GN1-OUT-AREA.
004960     MOVE 3 TO GN1-SKIP.
004970     PERFORM W THRU W-EXIT.
004980     MOVE GN1-COL-LINE TO GN1-OUT-AREA.
004990     MOVE 2 TO GN1-SKIP.
005000     PERFORM W THRU W-EXIT.
005010     MOVE 1 TO GN1-SKIP.
005020     PERFORM N2 THRU N2-EXIT
005030         VARYING GN1-IX FROM 1 BY 1
005040         UNTIL GN1-IX > GN1-ROW-COUNT.
005050     MOVE GN1-TERM-AVG TO GN1-SM-AVG.
005060     MOVE GN1-GPA TO GN1-SM-GPA.
005070     MOVE GN1-HRS-ATT TO GN1-SM-ATT.
005080     MOVE GN1-HRS-EARN TO GN1-SM-EARN.
005090     MOVE GN1-SUM-LINE TO GN1-OUT-AREA.
005100     MOVE 2 TO GN1-SKIP.
005110     PERFORM W THRU W-EXIT.
005120     MOVE GN1-STANDING TO GN1-ST-TEXT.
005130     MOVE GN1-STAND-LINE TO GN1-OUT-AREA.
005140     MOVE 1 TO GN1-SKIP.
005150     PERFORM W THRU W-EXIT.
005160 N-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------
005190* N2 PRINTS ONE SECTION ROW. A W OR I ROW HAS NO AVERAGE TO
005200* SHOW, SO ITS AVERAGE COLUMN IS LEFT BLANK.
005210*----------------------------------------------------------------
005220 N2.
005230     MOVE GN1-RW-SECT (GN1-IX) TO GN1-DET-SECT.
005240     IF GN1-RW-GRADE (GN1-IX) = 'W' OR GN1-RW-GRADE (GN1-IX) = 'I'
005250         MOVE SPACES TO GN1-DET-AVG-X
005260     ELSE
005270         MOVE GN1-RW-AVG (GN1-IX) TO GN1-DET-AVG
005280     END-IF.
005290     MOVE GN1-RW-GRADE (GN1-IX) TO GN1-DET-GRADE.
005300     MOVE GN1-RW-HRS (GN1-IX) TO GN1-DET-HRS.
005310     MOVE GN1-DETAIL-LINE TO GN1-OUT-AREA.
005320     PERFORM W THRU W-EXIT.
005330 N2-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360* W WRITES GN1-OUT-AREA TO THE NOTICE FILE FOR THE CURRENT
005370* ROUTE, GN1-SKIP LINES DOWN (ZERO MEANS A NEW PAGE).
005380*----------------------------------------------------------------
005390 W.
005400     IF GN1-ROUTE-EMAIL
005410         IF GN1-SKIP = 0
005420             WRITE EMAIL-LINE FROM GN1-OUT-AREA
005430                 AFTER ADVANCING PAGE
005440         ELSE
005450             WRITE EMAIL-LINE FROM GN1-OUT-AREA
005460                 AFTER ADVANCING GN1-SKIP LINES
005470         END-IF
005480         GO TO W-EXIT
005490     END-IF.
005500     IF GN1-SKIP = 0
005510         WRITE MAIL-LINE FROM GN1-OUT-AREA
005520             AFTER ADVANCING PAGE
005530     ELSE
005540         WRITE MAIL-LINE FROM GN1-OUT-AREA
005550             AFTER ADVANCING GN1-SKIP LINES
005560     END-IF.
005570 W-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* X LISTS A STUDENT WHO GETS NO NOTICE ON THE EXCEPTIONS
005610* LISTING, WITH THE REASON SET BY THE CALLER.
005620*----------------------------------------------------------------
005630 X.
005640     ADD 1 TO GN1-EXC-COUNT.
005650     MOVE GN1-CUR-ID TO GN1-XD-ID.
005660     MOVE GN1-CUR-NAME TO GN1-XD-NAME.
005670     MOVE GN1-REASON TO GN1-XD-REASON.
005680     WRITE EXCEPT-LINE FROM GN1-XDET-LINE
005690         AFTER ADVANCING 1 LINE.
005700 X-EXIT.
005710     EXIT.
005720*----------------------------------------------------------------
005730* F READS THE NOTICE TERM FROM THE FILETMPM PARM CARD, SAME CARD
005740* GRADPOST POSTS UNDER. NO TERM MEANS NO NOTICES.
005750*----------------------------------------------------------------
005760 F.
005770     OPEN INPUT PARM-FILE.
005780     IF GN1-PARM-STATUS NOT = '00'
005790         DISPLAY 'GRADNOTC - FILETMPM NOT AVAILABLE, STATUS '
005800             GN1-PARM-STATUS
005810         GO TO F-EXIT
005820     END-IF.
005830     READ PARM-FILE
005840         AT END
005850             CONTINUE
005860         NOT AT END
005870             IF PM1 NUMERIC
005880                 MOVE PM1 TO GN1-TERM
005890             END-IF
005900     END-READ.
005910     CLOSE PARM-FILE.
005920 F-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950* F2 READS THE DEAN AND PROBATION CUTOFFS FROM FILESDPM, THE
005960* CARD GRADSTND USES. A MISSING OR BAD CARD LEAVES THE
005970* 90.00 / 65.00 DEFAULTS.
005980*----------------------------------------------------------------
005990 F2.
006000     OPEN INPUT DPM-FILE.
006010     IF GN1-DPM-STATUS NOT = '00'
006020         DISPLAY 'GRADNOTC - FILESDPM NOT AVAILABLE, STATUS '
006030             GN1-DPM-STATUS ' - USING 90.00/65.00'
006040         GO TO F2-EXIT
006050     END-IF.
006060     READ DPM-FILE
006070         AT END
006080             DISPLAY 'GRADNOTC - FILESDPM EMPTY - USING DEFAULTS'
006090         NOT AT END
006100             IF DP1 NUMERIC AND DP2 NUMERIC
006110                 MOVE DP1 TO GN1-DEAN-CUT(1:4)
006120                 MOVE DP2 TO GN1-PROB-CUT(1:4)
006130             ELSE
006140                 DISPLAY 'GRADNOTC - FILESDPM CUTOFFS NOT '
006150                     'NUMERIC - USING DEFAULTS'
006160             END-IF
006170     END-READ.
006180     CLOSE DPM-FILE.
006190 F2-EXIT.
006200     EXIT.
