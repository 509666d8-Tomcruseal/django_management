000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GRADSAP.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  ACADEMIC RECORDS - NIGHT BATCH.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RH  ORIGINAL PROGRAM - FINANCIAL AID SATISFACTORY
000110*              ACADEMIC PROGRESS (SAP) EXTRACT. FINANCIAL AID USED
000120*              TO WORK SAP OUT BY HAND FROM THE PAPER LISTINGS
000130*              EACH TERM. THIS STEP READS FILEHIST THROUGH THE
000140*              EVALUATION TERM ON THE FILESAPM PARM CARD AND
000150*              TESTS EVERY STUDENT WITH A ROW IN THAT TERM
000160*              AGAINST THE CARD'S THREE RULES: CUMULATIVE GPA
000170*              MINIMUM (SAME 4.0 SCALE AS GRADGPA), COMPLETION
000180*              RATE MINIMUM (HOURS EARNED OVER HOURS ATTEMPTED --
000190*              W, I, AND F ROWS ARE ATTEMPTED BUT NOT EARNED, AND
000200*              A W OR I ROW IS ATTEMPTED AT ITS FILECTLG HOURS
000210*              SINCE GRADPOST STORES IT WITH ZERO), AND MAXIMUM
000220*              ATTEMPTED HOURS. LAST TERM'S STATUS IS CARRIED
000230*              FORWARD FROM THIS PROGRAM'S OWN PRIOR INTERFACE
000240*              FILE (FILESAPO) TO GIVE MEETS, WARNING,
000250*              SUSPENSION, OR PROBATION ON APPEAL; APPROVED
000260*              APPEALS COME FROM THE AID OFFICE ON FILESAPA.
000270*              WRITES THE FIXED-FORMAT AID INTERFACE FILE
000280*              (FILESAPX, HEADER/DETAIL/TRAILER) AND LISTS EVERY
000290*              STUDENT WHOSE STATUS CHANGED ON FILESAPR. THE
000300*              THRESHOLDS DECIDE AID, SO A MISSING OR BAD CARD
000310*              STOPS THE RUN -- NOTHING IS DEFAULTED.
000320*----------------------------------------------------------------
000330* PARM CARD (FILESAPM), EVERY FIELD REQUIRED:
000340*   PM1  EVALUATION TERM (YYYYTT)
000350*   PM2  CUMULATIVE GPA MINIMUM, 999 MEANING 9.99
000360*   PM3  COMPLETION RATE MINIMUM, WHOLE PERCENT (000-100)
000370*   PM4  MAXIMUM ATTEMPTED HOURS (9999)
000380* APPEAL FILE (FILESAPA): AA1 STUDENT ID, AA2 TERM THE APPROVED
000390*   APPEAL APPLIES TO.
000400* STATUS CODES: M MEETS, W WARNING, S SUSPENSION, P PROBATION ON
000410*   APPEAL, BLANK NEVER EVALUATED.
000420* FILESAPX / FILESAPO RECORDS (ALL X(80)):
000430*   HEADER : TAG(8) RUN DATE(8) TERM(6) GPA MIN(3 AS 9V99)
000440*            COMPLETION MIN(3) MAX HOURS(4)
000450*   DETAIL : TAG(8) ID(6) NAME(12) STATUS(1) PRIOR STATUS(1)
000460*            STATUS TERM(6) GPA(3 AS 9V99) HOURS ATTEMPTED(4)
000470*            HOURS EARNED(4) COMPLETION(5 AS 999V99) REASONS(3)
000480*   TRAILER: TAG(8) COUNT(6) ID HASH(12)
000490* REASONS: G UNDER THE GPA MINIMUM, C UNDER THE COMPLETION
000500*   MINIMUM, H OVER THE MAXIMUM HOURS. A STUDENT NOT ENROLLED IN
000510*   THE EVALUATION TERM KEEPS THE DETAIL LAST WRITTEN, UNCHANGED.
000520*----------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PARM-FILE ASSIGN TO FILESAPM
000570         FILE STATUS IS AP1-PARM-STATUS.
000580     SELECT HIST-FILE ASSIGN TO FILEHIST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS H1
000620         FILE STATUS IS AP1-HIST-STATUS.
000630     SELECT CATALOG-FILE ASSIGN TO FILECTLG
000640         FILE STATUS IS AP1-CTLG-STATUS.
000650     SELECT APPEAL-FILE ASSIGN TO FILESAPA
000660         FILE STATUS IS AP1-APPL-STATUS.
000670     SELECT PRIOR-FILE ASSIGN TO FILESAPO
000680         FILE STATUS IS AP1-PRIOR-STATUS.
000690     SELECT SAP-FILE ASSIGN TO FILESAPX.
000700     SELECT REPORT-FILE ASSIGN TO FILESAPR.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PARM-FILE LABEL RECORD IS STANDARD.
000740 01  PARM-RECORD.
000750     02  PM1 PIC 9(06).
000760     02  PM2 PIC 9(03).
000770     02  PM3 PIC 9(03).
000780     02  PM4 PIC 9(04).
000790     02  FILLER PIC X(64).
000800 FD  HIST-FILE.
000810 01  HIST-RECORD.
000820     02  H1.
000830         03  H1-ID PIC 9(6).
000840         03  H1-TERM PIC 9(6).
000850         03  H1-SECT PIC 99.
000860     02  H2 PIC X(12).
000870     02  H3 PIC 99V99.
000880     02  H4 PIC X(01).
000890     02  H5 PIC 9(08).
000900     02  H6 PIC 9(02).
000910 FD  CATALOG-FILE LABEL RECORD IS STANDARD.
000920 01  CATALOG-RECORD.
000930     02  CG1 PIC 99.
000940     02  CG2 PIC 9(02).
000950     02  FILLER PIC X(76).
000960 FD  APPEAL-FILE LABEL RECORD IS STANDARD.
000970 01  APPEAL-RECORD.
000980     02  AA1 PIC 9(06).
000990     02  AA2 PIC 9(06).
001000     02  FILLER PIC X(68).
001010 FD  PRIOR-FILE LABEL RECORD IS STANDARD.
001020 01  PRIOR-HEADER.
001030     02  QH1 PIC X(08).
001040     02  QH2 PIC 9(08).
001050     02  QH3 PIC 9(06).
001060     02  FILLER PIC X(58).
001070 01  PRIOR-DETAIL.
001080     02  QD1 PIC X(08).
001090     02  QD2 PIC 9(06).
001100     02  FILLER PIC X(12).
001110     02  QD4 PIC X(01).
001120     02  QD5 PIC X(01).
001130     02  QD6 PIC 9(06).
001140     02  FILLER PIC X(46).
001150 01  PRIOR-TRAILER.
001160     02  QT1 PIC X(08).
001170     02  QT2 PIC 9(06).
001180     02  QT3 PIC 9(12).
001190     02  FILLER PIC X(54).
001200 FD  SAP-FILE LABEL RECORD IS STANDARD.
001210 01  SAP-HEADER.
001220     02  XH1 PIC X(08).
001230     02  XH2 PIC 9(08).
001240     02  XH3 PIC 9(06).
001250     02  XH4 PIC 9V99.
001260     02  XH5 PIC 9(03).
001270     02  XH6 PIC 9(04).
001280     02  FILLER PIC X(48).
001290 01  SAP-DETAIL.
001300     02  XD1 PIC X(08).
001310     02  XD2 PIC 9(06).
001320     02  XD3 PIC X(12).
001330     02  XD4 PIC X(01).
001340     02  XD5 PIC X(01).
001350     02  XD6 PIC 9(06).
001360     02  XD7 PIC 9V99.
001370     02  XD8.
001380         03  XD8-ATT PIC 9(04).
001390         03  XD8-EARN PIC 9(04).
001400         03  XD8-PCT PIC 999V99.
001410     02  XD9 PIC X(03).
001420     02  FILLER PIC X(27).
001430 01  SAP-TRAILER.
001440     02  XT1 PIC X(08).
001450     02  XT2 PIC 9(06).
001460     02  XT3 PIC 9(12).
001470     02  FILLER PIC X(54).
001480 FD  REPORT-FILE LABEL RECORD IS OMITTED.
001490 01  REPORT-LINE PIC X(100).
001500 WORKING-STORAGE SECTION.
001510 77  AP1-EOF-SW PIC X VALUE 'N'.
001520     88  AP1-EOF-YES VALUE 'Y'.
001530     88  AP1-EOF-NO  VALUE 'N'.
001540 77  AP1-PRIOR-EOF-SW PIC X VALUE 'Y'.
001550     88  AP1-PRIOR-EOF-YES VALUE 'Y'.
001560     88  AP1-PRIOR-EOF-NO  VALUE 'N'.
001570 77  AP1-PARM-STATUS PIC XX VALUE SPACES.
001580 77  AP1-HIST-STATUS PIC XX VALUE SPACES.
001590 77  AP1-CTLG-STATUS PIC XX VALUE SPACES.
001600 77  AP1-APPL-STATUS PIC XX VALUE SPACES.
001610 77  AP1-PRIOR-STATUS PIC XX VALUE SPACES.
001620 77  AP1-PARM-OK-SW PIC X VALUE 'N'.
001630 77  AP1-RUN-DATE PIC 9(08) VALUE 0.
001640 77  AP1-TERM PIC 9(06) VALUE 0.
001650 77  AP1-GPA-MIN PIC 9V99 VALUE 0.
001660 77  AP1-PCT-MIN PIC 999V99 VALUE 0.
001670 77  AP1-HRS-MAX PIC 9(04) VALUE 0.
001680 77  AP1-PRIOR-ON-SW PIC X VALUE 'N'.
001690     88  AP1-PRIOR-ON-YES VALUE 'Y'.
001700     88  AP1-PRIOR-ON-NO  VALUE 'N'.
001710 77  AP1-PRIOR-TERM PIC 9(06) VALUE 0.
001720 77  AP1-PRIOR-LAST-ID PIC 9(06) VALUE 0.
001730 77  AP1-PRIOR-COUNT PIC 9(6) VALUE 0.
001740 77  AP1-PRIOR-HASH PIC 9(12) VALUE 0.
001750 77  AP1-PRIOR-TRL-SW PIC X VALUE 'N'.
001760 77  AP1-PRIOR-SAVE PIC X(80) VALUE SPACES.
001770 77  AP1-PRIOR-MATCH-SW PIC X VALUE 'N'.
001780 77  AP1-PRIOR-ID PIC 9(06) VALUE 999999.
001790 77  AP1-CUR-ID PIC 9(06) VALUE 0.
001800 77  AP1-CUR-NAME PIC X(12) VALUE SPACES.
001810 77  AP1-IN-TERM-SW PIC X VALUE 'N'.
001820 77  AP1-POINTS PIC 9(5)V99 VALUE 0.
001830 77  AP1-HRS-GPA PIC 9(4) VALUE 0.
001840 77  AP1-HRS-ATT PIC 9(4) VALUE 0.
001850 77  AP1-HRS-EARN PIC 9(4) VALUE 0.
001860 77  AP1-ROW-HRS PIC 9(2) VALUE 0.
001870 77  AP1-GRADE-VAL PIC 9 VALUE 0.
001880 77  AP1-GPA PIC 9V99 VALUE 0.
001890 77  AP1-PCT PIC 999V99 VALUE 0.
001900 77  AP1-OLD-STAT PIC X VALUE SPACE.
001910 77  AP1-NEW-STAT PIC X VALUE SPACE.
001920 77  AP1-REASONS PIC X(03) VALUE SPACES.
001930 77  AP1-FAIL-SW PIC X VALUE 'N'.
001940 77  AP1-TEXT-CODE PIC X VALUE SPACE.
001950 77  AP1-TEXT PIC X(19) VALUE SPACES.
001960 77  AP1-SENT-COUNT PIC 9(6) VALUE 0.
001970 77  AP1-ID-HASH PIC 9(12) VALUE 0.
001980 77  AP1-EVAL-COUNT PIC 9(6) VALUE 0.
001990 77  AP1-CARRY-COUNT PIC 9(6) VALUE 0.
002000 77  AP1-CHANGE-COUNT PIC 9(6) VALUE 0.
002010 77  AP1-MEETS-COUNT PIC 9(6) VALUE 0.
002020 77  AP1-WARN-COUNT PIC 9(6) VALUE 0.
002030 77  AP1-SUSP-COUNT PIC 9(6) VALUE 0.
002040 77  AP1-PROB-COUNT PIC 9(6) VALUE 0.
002050 77  AP1-LOAD-IX PIC 999 COMP VALUE 0.
002060 77  AP1-APPL-COUNT PIC 9(4) COMP VALUE 0.
002070 77  AP1-APPL-MAX PIC 9(4) COMP VALUE 2000.
002080 77  AP1-APPL-IX PIC 9(4) COMP VALUE 0.
002090 77  AP1-APPL-FOUND-SW PIC X VALUE 'N'.
002100 01  AP1-CTLG-TABLE.
002110     02  AP1-CTLG-ENTRY OCCURS 99.
002120         03  AP1-CT-USED-SW PIC X.
002130         03  AP1-CT-HOURS PIC 99.
002140 01  AP1-APPL-TABLE.
002150     02  AP1-APPL-ID PIC 9(06) OCCURS 2000.
002160 01  AP1-HEAD-LINE.
002170     02  FILLER PIC X(44) VALUE
002180         'ACADEMIC RECORDS - SAP STATUS CHANGES       '.
002190     02  FILLER PIC X(09) VALUE 'RUN DATE '.
002200     02  AP1-HD-DATE PIC 9(08).
002210     02  FILLER PIC X(07) VALUE '  TERM '.
002220     02  AP1-HD-TERM PIC 9(06).
002230     02  FILLER PIC X(26) VALUE SPACES.
002240 01  AP1-RULE-LINE.
002250     02  FILLER PIC X(13) VALUE 'GPA MINIMUM  '.
002260     02  AP1-RL-GPA PIC 9.99.
002270     02  FILLER PIC X(24) VALUE '    COMPLETION MINIMUM  '.
002280     02  AP1-RL-PCT PIC ZZ9.
002290     02  FILLER PIC X(01) VALUE '%'.
002300     02  FILLER PIC X(28) VALUE '    MAXIMUM ATTEMPTED HOURS '.
002310     02  AP1-RL-HRS PIC ZZZ9.
002320     02  FILLER PIC X(23) VALUE SPACES.
002330 01  AP1-COL-LINE.
002340     02  FILLER PIC X(22) VALUE 'ID      NAME          '.
002350     02  FILLER PIC X(21) VALUE 'PRIOR STATUS         '.
002360     02  FILLER PIC X(21) VALUE 'NEW STATUS           '.
002370     02  FILLER PIC X(06) VALUE 'GPA   '.
002380     02  FILLER PIC X(06) VALUE 'ATT   '.
002390     02  FILLER PIC X(06) VALUE 'EARN  '.
002400     02  FILLER PIC X(08) VALUE 'COMPL   '.
002410     02  FILLER PIC X(10) VALUE 'REASONS'.
002420 01  AP1-DET-LINE.
002430     02  AP1-DT-ID PIC 9(06).
002440     02  FILLER PIC X(02) VALUE SPACES.
002450     02  AP1-DT-NAME PIC X(12).
002460     02  FILLER PIC X(02) VALUE SPACES.
002470     02  AP1-DT-OLD PIC X(19).
002480     02  FILLER PIC X(02) VALUE SPACES.
002490     02  AP1-DT-NEW PIC X(19).
002500     02  FILLER PIC X(02) VALUE SPACES.
002510     02  AP1-DT-GPA PIC 9.99.
002520     02  FILLER PIC X(02) VALUE SPACES.
002530     02  AP1-DT-ATT PIC ZZZ9.
002540     02  FILLER PIC X(02) VALUE SPACES.
002550     02  AP1-DT-EARN PIC ZZZ9.
002560     02  FILLER PIC X(02) VALUE SPACES.
002570     02  AP1-DT-PCT PIC ZZ9.99.
002580     02  FILLER PIC X(02) VALUE SPACES.
002590     02  AP1-DT-REASONS PIC X(03).
002600     02  FILLER PIC X(07) VALUE SPACES.
002610 01  AP1-TOT-LINE.
002620     02  FILLER PIC X(11) VALUE 'EVALUATED: '.
002630     02  AP1-TT-EVAL PIC ZZZ,ZZ9.
002640     02  FILLER PIC X(22) VALUE '  CARRIED UNCHANGED:  '.
002650     02  AP1-TT-CARRY PIC ZZZ,ZZ9.
002660     02  FILLER PIC X(19) VALUE '  STATUS CHANGED:  '.
002670     02  AP1-TT-CHANGE PIC ZZZ,ZZ9.
002680     02  FILLER PIC X(27) VALUE SPACES.
002690 01  AP1-STAT-LINE.
002700     02  FILLER PIC X(07) VALUE 'MEETS: '.
002710     02  AP1-ST-MEETS PIC ZZZ,ZZ9.
002720     02  FILLER PIC X(11) VALUE '  WARNING: '.
002730     02  AP1-ST-WARN PIC ZZZ,ZZ9.
002740     02  FILLER PIC X(14) VALUE '  SUSPENSION: '.
002750     02  AP1-ST-SUSP PIC ZZZ,ZZ9.
002760     02  FILLER PIC X(23) VALUE '  PROBATION ON APPEAL: '.
002770     02  AP1-ST-PROB PIC ZZZ,ZZ9.
002780     02  FILLER PIC X(17) VALUE SPACES.
002790 01  AP1-NONE-LINE.
002800     02  FILLER PIC X(44) VALUE
002810         'NO STATUS CHANGES FOR THIS TERM             '.
002820     02  FILLER PIC X(56) VALUE SPACES.
002830 PROCEDURE DIVISION.
002840 0000-MAINLINE.
002850     ACCEPT AP1-RUN-DATE FROM DATE YYYYMMDD.
002860     PERFORM F THRU F-EXIT.
002870     IF AP1-PARM-OK-SW = 'N'
002880         DISPLAY 'GRADSAP - FILESAPM MISSING OR BAD - NO EXTRACT '
002890             'BUILT'
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930     PERFORM V THRU V-EXIT.
002940     PERFORM L THRU L-EXIT.
002950     PERFORM N THRU N-EXIT.
002960     OPEN INPUT HIST-FILE.
002970     IF AP1-HIST-STATUS NOT = '00'
002980         DISPLAY 'GRADSAP - FILEHIST DID NOT OPEN, STATUS '
002990             AP1-HIST-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     IF AP1-PRIOR-ON-YES
003040         OPEN INPUT PRIOR-FILE
003050         SET AP1-PRIOR-EOF-NO TO TRUE
003060         READ PRIOR-FILE
003070             AT END
003080                 SET AP1-PRIOR-EOF-YES TO TRUE
003090         END-READ
003100         PERFORM Q THRU Q-EXIT
003110     END-IF.
003120     OPEN OUTPUT SAP-FILE.
003130     OPEN OUTPUT REPORT-FILE.
003140     MOVE AP1-RUN-DATE TO AP1-HD-DATE.
003150     MOVE AP1-TERM TO AP1-HD-TERM.
003160     MOVE AP1-GPA-MIN TO AP1-RL-GPA.
003170     MOVE AP1-PCT-MIN TO AP1-RL-PCT.
003180     MOVE AP1-HRS-MAX TO AP1-RL-HRS.
003190     WRITE REPORT-LINE FROM AP1-HEAD-LINE
003200         AFTER ADVANCING PAGE.
003210     WRITE REPORT-LINE FROM AP1-RULE-LINE
003220         AFTER ADVANCING 2 LINES.
003230     WRITE REPORT-LINE FROM AP1-COL-LINE
003240         AFTER ADVANCING 2 LINES.
003250     MOVE SPACES TO REPORT-LINE.
003260     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003270     MOVE SPACES TO SAP-HEADER.
003280     MOVE 'HEADER' TO XH1.
003290     MOVE AP1-RUN-DATE TO XH2.
003300     MOVE AP1-TERM TO XH3.
003310     MOVE AP1-GPA-MIN TO XH4.
003320     MOVE AP1-PCT-MIN TO XH5.
003330     MOVE AP1-HRS-MAX TO XH6.
003340     WRITE SAP-HEADER.
003350     PERFORM A THRU A-EXIT UNTIL AP1-EOF-YES.
003360     IF AP1-CUR-ID > 0
003370         PERFORM E THRU E-EXIT
003380     END-IF.
003390     PERFORM C THRU C-EXIT UNTIL AP1-PRIOR-EOF-YES.
003400     MOVE SPACES TO SAP-TRAILER.
003410     MOVE 'TRAILER' TO XT1.
003420     MOVE AP1-SENT-COUNT TO XT2.
003430     MOVE AP1-ID-HASH TO XT3.
003440     WRITE SAP-TRAILER.
003450     IF AP1-CHANGE-COUNT = 0
003460         WRITE REPORT-LINE FROM AP1-NONE-LINE
003470             AFTER ADVANCING 1 LINE
003480     END-IF.
003490     MOVE AP1-EVAL-COUNT TO AP1-TT-EVAL.
003500     MOVE AP1-CARRY-COUNT TO AP1-TT-CARRY.
003510     MOVE AP1-CHANGE-COUNT TO AP1-TT-CHANGE.
003520     WRITE REPORT-LINE FROM AP1-TOT-LINE
003530         AFTER ADVANCING 2 LINES.
003540     MOVE AP1-MEETS-COUNT TO AP1-ST-MEETS.
003550     MOVE AP1-WARN-COUNT TO AP1-ST-WARN.
003560     MOVE AP1-SUSP-COUNT TO AP1-ST-SUSP.
003570     MOVE AP1-PROB-COUNT TO AP1-ST-PROB.
003580     WRITE REPORT-LINE FROM AP1-STAT-LINE
003590         AFTER ADVANCING 1 LINE.
003600     IF AP1-PRIOR-ON-YES
003610         CLOSE PRIOR-FILE
003620     END-IF.
003630     CLOSE HIST-FILE.
003640     CLOSE SAP-FILE.
003650     CLOSE REPORT-FILE.
003660     DISPLAY 'GRADSAP - TERM ' AP1-TERM ' EVALUATED '
003670         AP1-EVAL-COUNT ' CHANGED ' AP1-CHANGE-COUNT.
003680     DISPLAY 'GRADSAP - FILESAPX DETAILS ' AP1-SENT-COUNT
003690         ' ID HASH ' AP1-ID-HASH.
003700     STOP RUN.
003710*----------------------------------------------------------------
003720* A READS THE HISTORY IN KEY ORDER (STUDENT, TERM, SECTION). THE
003730* FIRST ROW OF A NEW STUDENT CLOSES OUT THE ONE BEFORE (E). ROWS
003740* AFTER THE EVALUATION TERM ARE LEFT OUT. GRADED ROWS FEED THE
003750* GPA THE SAME WAY GRADGPA DOES; EVERY ROW FEEDS THE ATTEMPTED
003760* HOURS, AND A D OR BETTER THE EARNED HOURS.
003770*----------------------------------------------------------------
003780 A.
003790     READ HIST-FILE NEXT RECORD AT END
003800         SET AP1-EOF-YES TO TRUE
003810         GO TO A-EXIT.
003820     IF H1-ID NOT = AP1-CUR-ID
003830         IF AP1-CUR-ID > 0
003840             PERFORM E THRU E-EXIT
003850         END-IF
003860         MOVE H1-ID TO AP1-CUR-ID
003870         MOVE 'N' TO AP1-IN-TERM-SW
003880         MOVE 0 TO AP1-POINTS
003890         MOVE 0 TO AP1-HRS-GPA
003900         MOVE 0 TO AP1-HRS-ATT
003910         MOVE 0 TO AP1-HRS-EARN
003920     END-IF.
003930     IF H1-TERM > AP1-TERM
003940         GO TO A-EXIT
003950     END-IF.
003960     MOVE H2 TO AP1-CUR-NAME.
003970     IF H1-TERM = AP1-TERM
003980         MOVE 'Y' TO AP1-IN-TERM-SW
003990     END-IF.
004000     IF H4 = 'W' OR H4 = 'I'
004010         IF H1-SECT > 0 AND AP1-CT-USED-SW (H1-SECT) = 'Y'
004020             MOVE AP1-CT-HOURS (H1-SECT) TO AP1-ROW-HRS
004030         ELSE
004040             MOVE 0 TO AP1-ROW-HRS
004050             DISPLAY 'GRADSAP - SECTION ' H1-SECT ' NOT ON '
004060                 'FILECTLG - W/I ROW ATTEMPTS ZERO HOURS'
004070         END-IF
004080         ADD AP1-ROW-HRS TO AP1-HRS-ATT
004090         GO TO A-EXIT
004100     END-IF.
004110     EVALUATE H4
004120         WHEN 'A'
004130             MOVE 4 TO AP1-GRADE-VAL
004140         WHEN 'B'
004150             MOVE 3 TO AP1-GRADE-VAL
004160         WHEN 'C'
004170             MOVE 2 TO AP1-GRADE-VAL
004180         WHEN 'D'
004190             MOVE 1 TO AP1-GRADE-VAL
004200         WHEN OTHER
004210             MOVE 0 TO AP1-GRADE-VAL
004220     END-EVALUATE.
004230     COMPUTE AP1-POINTS = AP1-POINTS + AP1-GRADE-VAL * H6.
004240     ADD H6 TO AP1-HRS-GPA.
004250     ADD H6 TO AP1-HRS-ATT.
004260     IF AP1-GRADE-VAL > 0
004270         ADD H6 TO AP1-HRS-EARN
004280     END-IF.
004290 A-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320* E CLOSES OUT THE STUDENT JUST FINISHED. PRIOR-FILE ROWS FOR
004330* LOWER IDS (STUDENTS WITH NOTHING ON FILEHIST ANY MORE) ARE
004340* CARRIED FIRST, THEN THE STUDENT'S OWN PRIOR ROW IS PICKED UP.
004350* A STUDENT WITH NO ROW IN THE EVALUATION TERM IS NOT EVALUATED:
004360* THE PRIOR ROW, IF ANY, GOES FORWARD UNCHANGED. OTHERWISE THE
004370* RULES ARE APPLIED (D) AND THE DETAIL WRITTEN (W).
004380*----------------------------------------------------------------
004390 E.
004400     PERFORM C THRU C-EXIT
004410         UNTIL AP1-PRIOR-ID NOT < AP1-CUR-ID.
004420     MOVE 'N' TO AP1-PRIOR-MATCH-SW.
004430     MOVE SPACE TO AP1-OLD-STAT.
004440     IF AP1-PRIOR-ID = AP1-CUR-ID
004450         MOVE 'Y' TO AP1-PRIOR-MATCH-SW
004460         MOVE PRIOR-DETAIL TO AP1-PRIOR-SAVE
004470         IF QD6 = AP1-TERM
004480             MOVE QD5 TO AP1-OLD-STAT
004490         ELSE
004500             MOVE QD4 TO AP1-OLD-STAT
004510         END-IF
004520         PERFORM Q THRU Q-EXIT
004530     END-IF.
004540     IF AP1-IN-TERM-SW = 'N'
004550         IF AP1-PRIOR-MATCH-SW = 'Y'
004560             MOVE AP1-PRIOR-SAVE TO SAP-DETAIL
004570             PERFORM W2 THRU W2-EXIT
004580             ADD 1 TO AP1-CARRY-COUNT
004590         END-IF
004600         GO TO E-EXIT
004610     END-IF.
004620     IF AP1-HRS-GPA > 0
004630         COMPUTE AP1-GPA ROUNDED = AP1-POINTS / AP1-HRS-GPA
004640     ELSE
004650         MOVE 0 TO AP1-GPA
004660     END-IF.
004670     IF AP1-HRS-ATT > 0
004680         COMPUTE AP1-PCT ROUNDED =
004690             AP1-HRS-EARN * 100 / AP1-HRS-ATT
004700     ELSE
004710         MOVE 100 TO AP1-PCT
004720     END-IF.
004730     PERFORM D THRU D-EXIT.
004740     PERFORM W THRU W-EXIT.
004750     ADD 1 TO AP1-EVAL-COUNT.
004760     IF AP1-OLD-STAT = SPACE AND AP1-NEW-STAT = 'M'
004770         GO TO E-EXIT
004780     END-IF.
004790     IF AP1-NEW-STAT NOT = AP1-OLD-STAT
004800         PERFORM R THRU R-EXIT
004810     END-IF.
004820 E-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850* D APPLIES THE SAP RULES. OVER THE MAXIMUM HOURS IS SUSPENSION
004860* OUTRIGHT. UNDER THE GPA OR COMPLETION MINIMUM IS A WARNING THE
004870* FIRST TIME (PRIOR MEETS OR NEVER EVALUATED) AND SUSPENSION WHEN
004880* THE STUDENT WAS ALREADY ON WARNING, SUSPENSION, OR PROBATION.
004890* A STUDENT WITH NO GRADED HOURS HAS NO GPA TO TEST. A SUSPENSION
004900* WITH AN APPROVED APPEAL FOR THE TERM ON FILESAPA BECOMES
004910* PROBATION ON APPEAL. MEETING ALL THREE RULES IS MEETS.
004920*----------------------------------------------------------------
004930 D.
004940     MOVE SPACES TO AP1-REASONS.
004950     MOVE 'N' TO AP1-FAIL-SW.
004960     IF AP1-HRS-GPA > 0 AND AP1-GPA < AP1-GPA-MIN
004970         MOVE 'G' TO AP1-REASONS(1:1)
004980         MOVE 'Y' TO AP1-FAIL-SW
004990     END-IF.
005000     IF AP1-PCT < AP1-PCT-MIN
005010         MOVE 'C' TO AP1-REASONS(2:1)
005020         MOVE 'Y' TO AP1-FAIL-SW
005030     END-IF.
005040     IF AP1-HRS-ATT > AP1-HRS-MAX
005050         MOVE 'H' TO AP1-REASONS(3:1)
005060         MOVE 'S' TO AP1-NEW-STAT
005070     ELSE
005080         IF AP1-FAIL-SW = 'N'
005090             MOVE 'M' TO AP1-NEW-STAT
005100         ELSE
005110             IF AP1-OLD-STAT = 'M' OR AP1-OLD-STAT = SPACE
005120                 MOVE 'W' TO AP1-NEW-STAT
005130             ELSE
005140                 MOVE 'S' TO AP1-NEW-STAT
005150             END-IF
005160         END-IF
005170     END-IF.
005180     IF AP1-NEW-STAT = 'S'
005190         PERFORM K THRU K-EXIT
005200         IF AP1-APPL-FOUND-SW = 'Y'
005210             MOVE 'P' TO AP1-NEW-STAT
005220         END-IF
005230     END-IF.
005240     EVALUATE AP1-NEW-STAT
005250         WHEN 'M'
005260             ADD 1 TO AP1-MEETS-COUNT
005270         WHEN 'W'
005280             ADD 1 TO AP1-WARN-COUNT
005290         WHEN 'S'
005300             ADD 1 TO AP1-SUSP-COUNT
005310         WHEN 'P'
005320             ADD 1 TO AP1-PROB-COUNT
005330     END-EVALUATE.
005340 D-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370* W WRITES THE EVALUATED STUDENT'S INTERFACE DETAIL. W2 COUNTS
005380* AND HASHES EVERY DETAIL WRITTEN, CARRIED ROWS INCLUDED.
005390*----------------------------------------------------------------
005400 W.
005410     MOVE SPACES TO SAP-DETAIL.
005420     MOVE 'DETAIL' TO XD1.
005430     MOVE AP1-CUR-ID TO XD2.
005440     MOVE AP1-CUR-NAME TO XD3.
005450     MOVE AP1-NEW-STAT TO XD4.
005460     MOVE AP1-OLD-STAT TO XD5.
005470     MOVE AP1-TERM TO XD6.
005480     MOVE AP1-GPA TO XD7.
005490     MOVE AP1-HRS-ATT TO XD8-ATT.
005500     MOVE AP1-HRS-EARN TO XD8-EARN.
005510     MOVE AP1-PCT TO XD8-PCT.
005520     MOVE AP1-REASONS TO XD9.
005530     PERFORM W2 THRU W2-EXIT.
005540 W-EXIT.
005550     EXIT.
005560 W2.
005570     WRITE SAP-DETAIL.
005580     ADD 1 TO AP1-SENT-COUNT.
005590     ADD XD2 TO AP1-ID-HASH.
005600 W2-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630* R LISTS ONE STATUS CHANGE ON FILESAPR.
005640*----------------------------------------------------------------
005650 R.
005660     ADD 1 TO AP1-CHANGE-COUNT.
005670     MOVE AP1-CUR-ID TO AP1-DT-ID.
005680     MOVE AP1-CUR-NAME TO AP1-DT-NAME.
005690     MOVE AP1-OLD-STAT TO AP1-TEXT-CODE.
005700     PERFORM R2 THRU R2-EXIT.
005710     MOVE AP1-TEXT TO AP1-DT-OLD.
005720     MOVE AP1-NEW-STAT TO AP1-TEXT-CODE.
005730     PERFORM R2 THRU R2-EXIT.
005740     MOVE AP1-TEXT TO AP1-DT-NEW.
005750     MOVE AP1-GPA TO AP1-DT-GPA.
005760     MOVE AP1-HRS-ATT TO AP1-DT-ATT.
005770     MOVE AP1-HRS-EARN TO AP1-DT-EARN.
005780     MOVE AP1-PCT TO AP1-DT-PCT.
005790     MOVE AP1-REASONS TO AP1-DT-REASONS.
005800     WRITE REPORT-LINE FROM AP1-DET-LINE
005810         AFTER ADVANCING 1 LINE.
005820 R-EXIT.
005830     EXIT.
005840 R2.
005850     EVALUATE AP1-TEXT-CODE
005860         WHEN 'M'
005870             MOVE 'MEETS' TO AP1-TEXT
005880         WHEN 'W'
005890             MOVE 'WARNING' TO AP1-TEXT
005900         WHEN 'S'
005910             MOVE 'SUSPENSION' TO AP1-TEXT
005920         WHEN 'P'
005930             MOVE 'PROBATION ON APPEAL' TO AP1-TEXT
005940         WHEN OTHER
005950             MOVE 'NONE' TO AP1-TEXT
005960     END-EVALUATE.
005970 R2-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------
006000* C CARRIES THE PRIOR-FILE ROW IN HAND FORWARD UNCHANGED -- A
006010* STUDENT NO LONGER ON FILEHIST KEEPS THE LAST STATUS SENT -- AND
006020* READS THE NEXT ONE.
006030*----------------------------------------------------------------
006040 C.
006050     MOVE PRIOR-DETAIL TO SAP-DETAIL.
006060     PERFORM W2 THRU W2-EXIT.
006070     ADD 1 TO AP1-CARRY-COUNT.
006080     PERFORM Q THRU Q-EXIT.
006090 C-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------
006120* Q READS THE NEXT PRIOR-FILE DETAIL AND HOLDS ITS ID FOR THE
006130* MATCH; END OF FILE HOLDS 999999 SO EVERY REAL ID SORTS LOWER.
006140* THE TRAILER ENDS THE FILE; V HAS ALREADY PROVED THE FILE WHOLE
006150* AND IN ORDER.
006160*----------------------------------------------------------------
006170 Q.
006180     IF AP1-PRIOR-EOF-YES
006190         GO TO Q-EXIT
006200     END-IF.
006210     READ PRIOR-FILE
006220         AT END
006230             SET AP1-PRIOR-EOF-YES TO TRUE
006240             MOVE 999999 TO AP1-PRIOR-ID
006250             GO TO Q-EXIT
006260     END-READ.
006270     IF QT1 = 'TRAILER'
006280         SET AP1-PRIOR-EOF-YES TO TRUE
006290         MOVE 999999 TO AP1-PRIOR-ID
006300         GO TO Q-EXIT
006310     END-IF.
006320     MOVE QD2 TO AP1-PRIOR-ID.
006330 Q-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360* V PROVES LAST RUN'S INTERFACE FILE BEFORE ITS STATUSES ARE
006370* TRUSTED: A HEADER FIRST, DETAILS IN ASCENDING ID ORDER, AND A
006380* TRAILER WHOSE COUNT AND ID HASH MATCH. A MISSING FILE IS A
006390* FIRST RUN -- EVERY STUDENT STARTS WITH NO PRIOR STATUS. A FILE
006400* FOR A LATER TERM THAN THIS ONE MEANS THE RUNS ARE OUT OF ORDER.
006410* A FILE FOR THIS SAME TERM IS A RERUN; E THEN TAKES EACH
006420* STUDENT'S STATUS FROM BEFORE THAT RUN. ANY FAILURE STOPS THE
006430* RUN, SINCE A SHORT FILE WOULD QUIETLY LIFT SUSPENSIONS.
006440*----------------------------------------------------------------
006450 V.
006460     OPEN INPUT PRIOR-FILE.
006470     IF AP1-PRIOR-STATUS NOT = '00'
006480         DISPLAY 'GRADSAP - NO FILESAPO, STATUS ' AP1-PRIOR-STATUS
006490             ' - FIRST RUN, NO PRIOR STATUSES'
006500         GO TO V-EXIT
006510     END-IF.
006520     READ PRIOR-FILE
006530         AT END
006540             MOVE SPACES TO QH1
006550     END-READ.
006560     IF QH1 NOT = 'HEADER'
006570         DISPLAY 'GRADSAP - FILESAPO HAS NO HEADER - RUN STOPPED'
006580         MOVE 16 TO RETURN-CODE
006590         STOP RUN
006600     END-IF.
006610     MOVE QH3 TO AP1-PRIOR-TERM.
006620     IF AP1-PRIOR-TERM > AP1-TERM
006630         DISPLAY 'GRADSAP - FILESAPO IS FOR TERM ' AP1-PRIOR-TERM
006640             ', LATER THAN ' AP1-TERM ' - RUN STOPPED'
006650         MOVE 16 TO RETURN-CODE
006660         STOP RUN
006670     END-IF.
006680     SET AP1-EOF-NO TO TRUE.
006690     PERFORM V2 THRU V2-EXIT UNTIL AP1-EOF-YES.
006700     CLOSE PRIOR-FILE.
006710     SET AP1-EOF-NO TO TRUE.
006720     IF AP1-PRIOR-TRL-SW = 'N'
006730         DISPLAY 'GRADSAP - FILESAPO HAS NO TRAILER - RUN STOPPED'
006740         MOVE 16 TO RETURN-CODE
006750         STOP RUN
006760     END-IF.
006770     SET AP1-PRIOR-ON-YES TO TRUE.
006780     IF AP1-PRIOR-TERM = AP1-TERM
006790         DISPLAY 'GRADSAP - RERUN FOR TERM ' AP1-TERM
006800             ' - STATUSES TAKEN FROM BEFORE THE LAST RUN'
006810     END-IF.
006820 V-EXIT.
006830     EXIT.
006840 V2.
006850     READ PRIOR-FILE
006860         AT END
006870             SET AP1-EOF-YES TO TRUE
006880             GO TO V2-EXIT
006890     END-READ.
006900     IF QT1 = 'TRAILER'
006910         MOVE 'Y' TO AP1-PRIOR-TRL-SW
006920         SET AP1-EOF-YES TO TRUE
006930         IF QT2 NOT = AP1-PRIOR-COUNT OR QT3 NOT = AP1-PRIOR-HASH
006940             DISPLAY 'GRADSAP - FILESAPO TRAILER DOES NOT MATCH'
006950                 ' - RUN STOPPED'
006960             MOVE 16 TO RETURN-CODE
006970             STOP RUN
006980         END-IF
006990         GO TO V2-EXIT
007000     END-IF.
007010     IF QD1 NOT = 'DETAIL' OR QD2 NOT NUMERIC
007020         OR QD2 NOT > AP1-PRIOR-LAST-ID
007030         DISPLAY 'GRADSAP - FILESAPO DETAIL BAD OR OUT OF ORDER '
007040             'AFTER ID ' AP1-PRIOR-LAST-ID ' - RUN STOPPED'
007050         MOVE 16 TO RETURN-CODE
007060         STOP RUN
007070     END-IF.
007080     MOVE QD2 TO AP1-PRIOR-LAST-ID.
007090     ADD 1 TO AP1-PRIOR-COUNT.
007100     ADD QD2 TO AP1-PRIOR-HASH.
007110 V2-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140* F READS THE EVALUATION TERM AND THE THREE THRESHOLDS FROM
007150* FILESAPM. EVERY FIELD MUST BE PRESENT AND NUMERIC, AND THE
007160* COMPLETION MINIMUM NO MORE THAN 100.
007170*----------------------------------------------------------------
007180 F.
007190     OPEN INPUT PARM-FILE.
007200     IF AP1-PARM-STATUS NOT = '00'
007210         DISPLAY 'GRADSAP - FILESAPM NOT AVAILABLE, STATUS '
007220             AP1-PARM-STATUS
007230         GO TO F-EXIT
007240     END-IF.
007250     READ PARM-FILE
007260         AT END
007270             DISPLAY 'GRADSAP - FILESAPM EMPTY'
007280             CLOSE PARM-FILE
007290             GO TO F-EXIT
007300     END-READ.
007310     CLOSE PARM-FILE.
007320     IF PM1 NOT NUMERIC OR PM1 = 0 OR PM2 NOT NUMERIC
007330         OR PM3 NOT NUMERIC OR PM3 > 100
007340         OR PM4 NOT NUMERIC OR PM4 = 0
007350         DISPLAY 'GRADSAP - FILESAPM FIELD MISSING OR NOT NUMERIC'
007360         GO TO F-EXIT
007370     END-IF.
007380     MOVE PM1 TO AP1-TERM.
007390     MOVE PM2 TO AP1-GPA-MIN(1:3).
007400     MOVE PM3 TO AP1-PCT-MIN.
007410     MOVE PM4 TO AP1-HRS-MAX.
007420     MOVE 'Y' TO AP1-PARM-OK-SW.
007430 F-EXIT.
007440     EXIT.
007450*----------------------------------------------------------------
007460* L LOADS THE COURSE CATALOG (SECTION, CREDIT HOURS) FROM
007470* FILECTLG, SAME AS GRADPOST, FOR THE HOURS A W OR I ROW
007480* ATTEMPTED. A MISSING FILE ATTEMPTS ZERO HOURS FOR THEM -- LOUD
007490* ON THE CONSOLE SO SOMEONE FIXES THE FILE.
007500*----------------------------------------------------------------
007510 L.
007520     PERFORM L3 THRU L3-EXIT
007530         VARYING AP1-LOAD-IX FROM 1 BY 1
007540         UNTIL AP1-LOAD-IX > 99.
007550     SET AP1-EOF-NO TO TRUE.
007560     OPEN INPUT CATALOG-FILE.
007570     IF AP1-CTLG-STATUS NOT = '00'
007580         DISPLAY 'GRADSAP - FILECTLG NOT AVAILABLE, STATUS '
007590             AP1-CTLG-STATUS ' - W/I ROWS ATTEMPT ZERO HOURS'
007600         GO TO L-EXIT
007610     END-IF.
007620     PERFORM L2 THRU L2-EXIT UNTIL AP1-EOF-YES.
007630     CLOSE CATALOG-FILE.
007640     SET AP1-EOF-NO TO TRUE.
007650 L-EXIT.
007660     EXIT.
007670 L2.
007680     READ CATALOG-FILE AT END
007690         SET AP1-EOF-YES TO TRUE
007700         GO TO L2-EXIT.
007710     IF CG1 NOT NUMERIC OR CG1 = 0 OR CG2 NOT NUMERIC
007720         DISPLAY 'GRADSAP - BAD FILECTLG ROW SKIPPED'
007730         GO TO L2-EXIT
007740     END-IF.
007750     MOVE 'Y' TO AP1-CT-USED-SW (CG1).
007760     MOVE CG2 TO AP1-CT-HOURS (CG1).
007770 L2-EXIT.
007780     EXIT.
007790 L3.
007800     MOVE 'N' TO AP1-CT-USED-SW (AP1-LOAD-IX).
007810     MOVE 0 TO AP1-CT-HOURS (AP1-LOAD-IX).
007820 L3-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------
007850* N LOADS THE APPROVED APPEALS FOR THE EVALUATION TERM FROM
007860* FILESAPA. A MISSING FILE MEANS NO APPEALS THIS TERM.
007870*----------------------------------------------------------------
007880 N.
007890     SET AP1-EOF-NO TO TRUE.
007900     OPEN INPUT APPEAL-FILE.
007910     IF AP1-APPL-STATUS NOT = '00'
007920         DISPLAY 'GRADSAP - NO FILESAPA, STATUS ' AP1-APPL-STATUS
007930             ' - NO APPEALS APPLIED'
007940         GO TO N-EXIT
007950     END-IF.
007960     PERFORM N2 THRU N2-EXIT UNTIL AP1-EOF-YES.
007970     CLOSE APPEAL-FILE.
007980     SET AP1-EOF-NO TO TRUE.
007990 N-EXIT.
008000     EXIT.
008010 N2.
008020     READ APPEAL-FILE AT END
008030         SET AP1-EOF-YES TO TRUE
008040         GO TO N2-EXIT.
008050     IF AA1 NOT NUMERIC OR AA2 NOT NUMERIC
008060         DISPLAY 'GRADSAP - BAD FILESAPA ROW SKIPPED'
008070         GO TO N2-EXIT
008080     END-IF.
008090     IF AA2 NOT = AP1-TERM
008100         GO TO N2-EXIT
008110     END-IF.
008120     IF AP1-APPL-COUNT NOT < AP1-APPL-MAX
008130         DISPLAY 'GRADSAP - MORE THAN 2000 FILESAPA ROWS FOR THE '
008140             'TERM - SPLIT THE FILE AND RERUN'
008150         MOVE 16 TO RETURN-CODE
008160         STOP RUN
008170     END-IF.
008180     ADD 1 TO AP1-APPL-COUNT.
008190     MOVE AA1 TO AP1-APPL-ID (AP1-APPL-COUNT).
008200 N2-EXIT.
008210     EXIT.
008220*----------------------------------------------------------------
008230* K SEARCHES THE APPEAL TABLE FOR THE STUDENT BEING CLOSED OUT.
008240*----------------------------------------------------------------
008250 K.
008260     MOVE 'N' TO AP1-APPL-FOUND-SW.
008270     PERFORM K2 THRU K2-EXIT
008280         VARYING AP1-APPL-IX FROM 1 BY 1
008290         UNTIL AP1-APPL-IX > AP1-APPL-COUNT
008300             OR AP1-APPL-FOUND-SW = 'Y'.
008310 K-EXIT.
008320     EXIT.
008330 K2.
008340     IF AP1-APPL-ID (AP1-APPL-IX) = AP1-CUR-ID
008350         MOVE 'Y' TO AP1-APPL-FOUND-SW
008360     END-IF.
008370 K2-EXIT.
008380     EXIT.
