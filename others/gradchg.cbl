000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GRADCHG.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  ACADEMIC RECORDS - NIGHT BATCH.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RH  ORIGINAL PROGRAM - REGISTRAR'S GRADE-CHANGE RUN.
000110*              APPLIES INSTRUCTOR-SUBMITTED CHANGES (FILEGCTR)
000120*              TO ROWS GRADPOST HAS ALREADY WRITTEN TO FILEHIST,
000130*              SO A CORRECTED GRADE NO LONGER MEANS RERUNNING
000140*              THE WHOLE NIGHT. EVERY CHANGE CARRIES A REASON
000150*              CODE AND THE APPROVING AUTHORITY; A CHANGE WITH
000160*              NO APPROVER, A BAD REASON OR GRADE, OR NO
000170*              MATCHING HISTORY ROW (KEY ID + TERM + SECTION) IS
000180*              REJECTED ON THE FILEGCED EDIT LISTING AND NEVER
000190*              TOUCHES THE HISTORY. EACH ACCEPTED CHANGE WRITES
000200*              BEFORE/AFTER IMAGES OF THE HISTORY ROW TO THE
000210*              PERMANENT CHANGE JOURNAL (FILEGCJN, EXTENDED)
000220*              AND ONE DELTA ROW TO FILEGCDL, WHICH GRADSIF
000230*              SENDS TO THE SIS AS A CORRECTION. ANY REJECT
000240*              ENDS WITH RETURN-CODE 8.
000250*----------------------------------------------------------------
000260* TRANSACTION LAYOUT (FILEGCTR):
000270*   GT1  STUDENT ID      - MUST BE NUMERIC
000280*   GT2  TERM (YYYYTT)   - MUST BE NUMERIC
000290*   GT3  SECTION         - MUST BE NUMERIC
000300*   GT4  NEW AVERAGE     - 99V99, MUST BE NUMERIC
000310*   GT5  NEW GRADE       - A, B, C, D, OR F
000320*   GT6  REASON CODE     - 'AP' GRADE APPEAL, 'CE' CALCULATION
000330*                          ERROR, 'IR' INCOMPLETE RESOLVED
000340*   GT7  SUBMITTED BY    - INSTRUCTOR
000350*   GT8  APPROVED BY     - REQUIRED
000360* AN 'IR' CHANGE MUST BE AGAINST AN I ROW AND AN I ROW MAY ONLY
000370* BE CHANGED BY 'IR'. A RESOLVED INCOMPLETE PICKS UP THE COURSE
000380* HOURS FROM FILECTLG THE SAME WAY GRADPOST POSTS THEM. A W ROW
000390* IS NOT A GRADE AND CANNOT BE CHANGED HERE.
000400*----------------------------------------------------------------
000410* JOURNAL ROW (FILEGCJN): GJ1 'BEFORE'/'AFTER', GJ2 HISTORY ROW
000420* IMAGE, GJ3 REASON, GJ4 SUBMITTED BY, GJ5 APPROVED BY, GJ6/GJ7
000430* RUN DATE-TIME.
000440* DELTA ROW (FILEGCDL): DL1 ID, DL2 TERM, DL3 SECTION, DL4
000450* CHANGE DATE.
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT TRANS-FILE ASSIGN TO FILEGCTR
000510         FILE STATUS IS CH1-TRANS-STATUS.
000520     SELECT HIST-FILE ASSIGN TO FILEHIST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS H1
000560         FILE STATUS IS CH1-HIST-STATUS.
000570     SELECT CATALOG-FILE ASSIGN TO FILECTLG
000580         FILE STATUS IS CH1-CTLG-STATUS.
000590     SELECT JRNL-FILE ASSIGN TO FILEGCJN
000600         FILE STATUS IS CH1-JRNL-STATUS.
000610     SELECT DELTA-FILE ASSIGN TO FILEGCDL
000620         FILE STATUS IS CH1-DELTA-STATUS.
000630     SELECT EDIT-FILE ASSIGN TO FILEGCED.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  TRANS-FILE LABEL RECORD IS STANDARD.
000670 01  TRANS-RECORD.
000680     02  GT1 PIC 9(06).
000690     02  GT2 PIC 9(06).
000700     02  GT3 PIC 99.
000710     02  GT4 PIC 99V99.
000720     02  GT5 PIC X(01).
000730     02  GT6 PIC X(02).
000740         88  GT6-APPEAL VALUE 'AP'.
000750         88  GT6-CALC-ERROR VALUE 'CE'.
000760         88  GT6-INC-RESOLVED VALUE 'IR'.
000770     02  GT7 PIC X(12).
000780     02  GT8 PIC X(12).
000790 FD  HIST-FILE.
000800 01  HIST-RECORD.
000810     02  H1.
000820         03  H1-ID PIC 9(6).
000830         03  H1-TERM PIC 9(6).
000840         03  H1-SECT PIC 99.
000850     02  H2 PIC X(12).
000860     02  H3 PIC 99V99.
000870     02  H4 PIC X(01).
000880     02  H5 PIC 9(08).
000890     02  H6 PIC 9(02).
000900 FD  CATALOG-FILE LABEL RECORD IS STANDARD.
000910 01  CATALOG-RECORD.
000920     02  CG1 PIC 99.
000930     02  CG2 PIC 9(02).
000940     02  FILLER PIC X(76).
000950 FD  JRNL-FILE LABEL RECORD IS STANDARD.
000960 01  JRNL-RECORD.
000970     02  GJ1 PIC X(07).
000980     02  GJ2 PIC X(41).
000990     02  GJ3 PIC X(02).
001000     02  GJ4 PIC X(12).
001010     02  GJ5 PIC X(12).
001020     02  GJ6 PIC 9(08).
001030     02  GJ7 PIC 9(06).
001040 FD  DELTA-FILE LABEL RECORD IS STANDARD.
001050 01  DELTA-RECORD.
001060     02  DL1 PIC 9(06).
001070     02  DL2 PIC 9(06).
001080     02  DL3 PIC 99.
001090     02  DL4 PIC 9(08).
001100 FD  EDIT-FILE LABEL RECORD IS OMITTED.
001110 01  EDIT-LINE PIC X(100).
001120 WORKING-STORAGE SECTION.
001130 77  CH1-EOF-SW PIC X VALUE 'N'.
001140     88  CH1-EOF-YES VALUE 'Y'.
001150     88  CH1-EOF-NO  VALUE 'N'.
001160 77  CH1-VALID-SW PIC X VALUE 'Y'.
001170     88  CH1-VALID-YES VALUE 'Y'.
001180     88  CH1-VALID-NO  VALUE 'N'.
001190 77  CH1-TRANS-STATUS PIC XX VALUE SPACES.
001200 77  CH1-HIST-STATUS PIC XX VALUE SPACES.
001210 77  CH1-CTLG-STATUS PIC XX VALUE SPACES.
001220 77  CH1-JRNL-STATUS PIC XX VALUE SPACES.
001230 77  CH1-DELTA-STATUS PIC XX VALUE SPACES.
001240 77  CH1-TRANS-COUNT PIC 9(6) VALUE 0.
001250 77  CH1-APPLIED-COUNT PIC 9(6) VALUE 0.
001260 77  CH1-REJECT-COUNT PIC 9(6) VALUE 0.
001270 77  CH1-RUN-DATE PIC 9(08) VALUE 0.
001280 77  CH1-RUN-TIME PIC 9(08) VALUE 0.
001290 77  CH1-OLD-AVG PIC 99V99 VALUE 0.
001300 77  CH1-OLD-GRADE PIC X VALUE SPACE.
001310 77  CH1-REASON PIC X(30) VALUE SPACES.
001320 77  CH1-CTLG-EOF-SW PIC X VALUE 'N'.
001330 77  CH1-CTLG-IX PIC 999 COMP VALUE 0.
001340 01  CH1-CTLG-TABLE.
001350     02  CH1-CTLG-ENTRY OCCURS 99.
001360         03  CH1-CT-USED-SW PIC X.
001370         03  CH1-CT-HOURS PIC 99.
001380 01  CH1-HEAD-LINE.
001390     02  FILLER PIC X(42) VALUE
001400         'ACADEMIC RECORDS - GRADE CHANGE EDIT LIST '.
001410     02  FILLER PIC X(09) VALUE 'RUN DATE '.
001420     02  CH1-HD-DATE PIC 9(08).
001430     02  FILLER PIC X(01) VALUE SPACE.
001440     02  CH1-HD-TIME PIC 9(06).
001450     02  FILLER PIC X(34) VALUE SPACES.
001460 01  CH1-COL-LINE.
001470     02  FILLER PIC X(07) VALUE 'ID     '.
001480     02  FILLER PIC X(07) VALUE 'TERM   '.
001490     02  FILLER PIC X(05) VALUE 'SEC  '.
001500     02  FILLER PIC X(11) VALUE 'POSTED     '.
001510     02  FILLER PIC X(10) VALUE 'NEW       '.
001520     02  FILLER PIC X(04) VALUE 'RSN '.
001530     02  FILLER PIC X(14) VALUE 'APPROVED BY   '.
001540     02  FILLER PIC X(10) VALUE 'DISP      '.
001550     02  FILLER PIC X(32) VALUE 'REASON'.
001560 01  CH1-DETAIL-LINE.
001570     02  CH1-DET-ID PIC X(06).
001580     02  FILLER PIC X(01) VALUE SPACE.
001590     02  CH1-DET-TERM PIC X(06).
001600     02  FILLER PIC X(01) VALUE SPACE.
001610     02  CH1-DET-SECT PIC X(02).
001620     02  FILLER PIC X(03) VALUE SPACES.
001630     02  CH1-DET-OLD-AVG PIC Z9.99.
001640     02  FILLER PIC X(01) VALUE SPACE.
001650     02  CH1-DET-OLD-GRADE PIC X(01).
001660     02  FILLER PIC X(04) VALUE SPACES.
001670     02  CH1-DET-NEW-AVG PIC Z9.99.
001680     02  FILLER PIC X(01) VALUE SPACE.
001690     02  CH1-DET-NEW-GRADE PIC X(01).
001700     02  FILLER PIC X(03) VALUE SPACES.
001710     02  CH1-DET-RSN PIC X(02).
001720     02  FILLER PIC X(02) VALUE SPACES.
001730     02  CH1-DET-APPR PIC X(12).
001740     02  FILLER PIC X(02) VALUE SPACES.
001750     02  CH1-DET-DISP PIC X(08).
001760     02  FILLER PIC X(02) VALUE SPACES.
001770     02  CH1-DET-REASON PIC X(30).
001780     02  FILLER PIC X(02) VALUE SPACES.
001790 01  CH1-TOTAL-LINE.
001800     02  FILLER PIC X(14) VALUE 'TRANSACTIONS: '.
001810     02  CH1-TOT-TRANS PIC ZZZ,ZZ9.
001820     02  FILLER PIC X(10) VALUE '  APPLIED:'.
001830     02  CH1-TOT-APPLIED PIC ZZZ,ZZ9.
001840     02  FILLER PIC X(11) VALUE '  REJECTED:'.
001850     02  CH1-TOT-REJECT PIC ZZZ,ZZ9.
001860     02  FILLER PIC X(44) VALUE SPACES.
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001890     ACCEPT CH1-RUN-DATE FROM DATE YYYYMMDD.
001900     ACCEPT CH1-RUN-TIME FROM TIME.
001910     PERFORM L THRU L-EXIT.
001920     OPEN INPUT TRANS-FILE.
001930     IF CH1-TRANS-STATUS NOT = '00'
001940         DISPLAY 'GRADCHG - FILEGCTR DID NOT OPEN, STATUS '
001950             CH1-TRANS-STATUS ' - NO CHANGES APPLIED'
001960         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990     OPEN I-O HIST-FILE.
002000     IF CH1-HIST-STATUS NOT = '00'
002010         DISPLAY 'GRADCHG - FILEHIST DID NOT OPEN, STATUS '
002020             CH1-HIST-STATUS
002030         MOVE 16 TO RETURN-CODE
002040         CLOSE TRANS-FILE
002050         STOP RUN
002060     END-IF.
002070     OPEN EXTEND JRNL-FILE.
002080     IF CH1-JRNL-STATUS = '35'
002090         OPEN OUTPUT JRNL-FILE
002100     END-IF.
002110     IF CH1-JRNL-STATUS NOT = '00'
002120         DISPLAY 'GRADCHG - FILEGCJN DID NOT OPEN, STATUS '
002130             CH1-JRNL-STATUS
002140         MOVE 16 TO RETURN-CODE
002150         CLOSE TRANS-FILE
002160         CLOSE HIST-FILE
002170         STOP RUN
002180     END-IF.
002190     OPEN EXTEND DELTA-FILE.
002200     IF CH1-DELTA-STATUS = '35'
002210         OPEN OUTPUT DELTA-FILE
002220     END-IF.
002230     IF CH1-DELTA-STATUS NOT = '00'
002240         DISPLAY 'GRADCHG - FILEGCDL DID NOT OPEN, STATUS '
002250             CH1-DELTA-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         CLOSE TRANS-FILE
002280         CLOSE HIST-FILE
002290         CLOSE JRNL-FILE
002300         STOP RUN
002310     END-IF.
002320     OPEN OUTPUT EDIT-FILE.
002330     MOVE CH1-RUN-DATE TO CH1-HD-DATE.
002340     MOVE CH1-RUN-TIME(1:6) TO CH1-HD-TIME.
002350     WRITE EDIT-LINE FROM CH1-HEAD-LINE AFTER ADVANCING PAGE.
002360     WRITE EDIT-LINE FROM CH1-COL-LINE AFTER ADVANCING 2 LINES.
002370     MOVE SPACES TO EDIT-LINE.
002380     WRITE EDIT-LINE AFTER ADVANCING 1 LINE.
002390     PERFORM A THRU A-EXIT UNTIL CH1-EOF-YES.
002400     MOVE CH1-TRANS-COUNT TO CH1-TOT-TRANS.
002410     MOVE CH1-APPLIED-COUNT TO CH1-TOT-APPLIED.
002420     MOVE CH1-REJECT-COUNT TO CH1-TOT-REJECT.
002430     WRITE EDIT-LINE FROM CH1-TOTAL-LINE AFTER ADVANCING 2 LINES.
002440     IF CH1-REJECT-COUNT > 0
002450         MOVE 8 TO RETURN-CODE
002460     END-IF.
002470     CLOSE TRANS-FILE.
002480     CLOSE HIST-FILE.
002490     CLOSE JRNL-FILE.
002500     CLOSE DELTA-FILE.
002510     CLOSE EDIT-FILE.
002520     STOP RUN.
002530*----------------------------------------------------------------
002540* A READS ONE CHANGE, EDITS IT AGAINST THE HISTORY ROW (B),
002550* APPLIES IT (C), AND WRITES THE EDIT-LISTING LINE SHOWING THE
002560* POSTED AND NEW GRADE AND THE DISPOSITION.
002570*----------------------------------------------------------------
002580 A.
002590     READ TRANS-FILE AT END
002600         SET CH1-EOF-YES TO TRUE
002610         GO TO A-EXIT.
002620     ADD 1 TO CH1-TRANS-COUNT.
002630     MOVE SPACES TO CH1-REASON.
002640     MOVE 0 TO CH1-OLD-AVG.
002650     MOVE SPACE TO CH1-OLD-GRADE.
002660     PERFORM B THRU B-EXIT.
002670     IF CH1-VALID-YES
002680         PERFORM C THRU C-EXIT
002690     END-IF.
002700     MOVE GT1 TO CH1-DET-ID.
002710     MOVE GT2 TO CH1-DET-TERM.
002720     MOVE GT3 TO CH1-DET-SECT.
002730     MOVE CH1-OLD-AVG TO CH1-DET-OLD-AVG.
002740     MOVE CH1-OLD-GRADE TO CH1-DET-OLD-GRADE.
002750     IF GT4 NUMERIC
002760         MOVE GT4 TO CH1-DET-NEW-AVG
002770     ELSE
002780         MOVE 0 TO CH1-DET-NEW-AVG
002790     END-IF.
002800     MOVE GT5 TO CH1-DET-NEW-GRADE.
002810     MOVE GT6 TO CH1-DET-RSN.
002820     MOVE GT8 TO CH1-DET-APPR.
002830     MOVE CH1-REASON TO CH1-DET-REASON.
002840     IF CH1-VALID-YES
002850         MOVE 'APPLIED' TO CH1-DET-DISP
002860         ADD 1 TO CH1-APPLIED-COUNT
002870     ELSE
002880         MOVE 'REJECTED' TO CH1-DET-DISP
002890         ADD 1 TO CH1-REJECT-COUNT
002900     END-IF.
002910     WRITE EDIT-LINE FROM CH1-DETAIL-LINE AFTER ADVANCING 1 LINE.
002920 A-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950* B EDITS THE CHANGE. THE FIELD EDITS COME FIRST SO A BAD CARD
002960* NEVER READS THE HISTORY; THEN THE HISTORY ROW MUST EXIST AND
002970* THE REASON CODE MUST FIT THE POSTED GRADE. THE POSTED AVERAGE
002980* AND GRADE ARE SAVED FOR THE LISTING.
002990*----------------------------------------------------------------
003000 B.
003010     SET CH1-VALID-YES TO TRUE.
003020     IF GT1 NOT NUMERIC OR GT2 NOT NUMERIC OR GT3 NOT NUMERIC
003030         MOVE 'ID, TERM, OR SECTION NOT NUMERIC' TO CH1-REASON
003040         SET CH1-VALID-NO TO TRUE
003050         GO TO B-EXIT
003060     END-IF.
003070     IF GT8 = SPACES
003080         MOVE 'NO APPROVING AUTHORITY' TO CH1-REASON
003090         SET CH1-VALID-NO TO TRUE
003100         GO TO B-EXIT
003110     END-IF.
003120     IF NOT GT6-APPEAL AND NOT GT6-CALC-ERROR
003130         AND NOT GT6-INC-RESOLVED
003140         MOVE 'REASON CODE NOT AP, CE, OR IR' TO CH1-REASON
003150         SET CH1-VALID-NO TO TRUE
003160         GO TO B-EXIT
003170     END-IF.
003180     IF GT5 NOT = 'A' AND GT5 NOT = 'B' AND GT5 NOT = 'C'
003190         AND GT5 NOT = 'D' AND GT5 NOT = 'F'
003200         MOVE 'NEW GRADE NOT A, B, C, D, OR F' TO CH1-REASON
003210         SET CH1-VALID-NO TO TRUE
003220         GO TO B-EXIT
003230     END-IF.
003240     IF GT4 NOT NUMERIC
003250         MOVE 'NEW AVERAGE NOT VALID' TO CH1-REASON
003260         SET CH1-VALID-NO TO TRUE
003270         GO TO B-EXIT
003280     END-IF.
003290     MOVE GT1 TO H1-ID.
003300     MOVE GT2 TO H1-TERM.
003310     MOVE GT3 TO H1-SECT.
003320     READ HIST-FILE
003330         INVALID KEY
003340             MOVE 'NO MATCHING FILEHIST ROW' TO CH1-REASON
003350             SET CH1-VALID-NO TO TRUE
003360     END-READ.
003370     IF CH1-VALID-NO
003380         GO TO B-EXIT
003390     END-IF.
003400     MOVE H3 TO CH1-OLD-AVG.
003410     MOVE H4 TO CH1-OLD-GRADE.
003420     IF H4 = 'W'
003430         MOVE 'WITHDRAWN ROW - NOT A GRADE' TO CH1-REASON
003440         SET CH1-VALID-NO TO TRUE
003450         GO TO B-EXIT
003460     END-IF.
003470     IF GT6-INC-RESOLVED AND H4 NOT = 'I'
003480         MOVE 'IR CHANGE BUT ROW NOT AN I' TO CH1-REASON
003490         SET CH1-VALID-NO TO TRUE
003500         GO TO B-EXIT
003510     END-IF.
003520     IF NOT GT6-INC-RESOLVED AND H4 = 'I'
003530         MOVE 'ROW IS AN I - USE REASON IR' TO CH1-REASON
003540         SET CH1-VALID-NO TO TRUE
003550         GO TO B-EXIT
003560     END-IF.
003570     IF GT4 = H3 AND GT5 = H4
003580         MOVE 'SAME AS POSTED - NO CHANGE' TO CH1-REASON
003590         SET CH1-VALID-NO TO TRUE
003600         GO TO B-EXIT
003610     END-IF.
003620 B-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* C APPLIES AN EDITED CHANGE TO THE HISTORY ROW READ IN B. THE
003660* BEFORE IMAGE IS JOURNALED FIRST, THEN THE ROW IS REWRITTEN
003670* AND THE AFTER IMAGE AND THE SIS DELTA ARE WRITTEN. A RESOLVED
003680* INCOMPLETE TAKES THE COURSE HOURS FROM THE CATALOG; ANY OTHER
003690* CHANGE KEEPS THE HOURS ALREADY POSTED.
003700*----------------------------------------------------------------
003710 C.
003720     MOVE 'BEFORE' TO GJ1.
003730     PERFORM D THRU D-EXIT.
003740     MOVE GT4 TO H3.
003750     MOVE GT5 TO H4.
003760     IF GT6-INC-RESOLVED
003770         IF H1-SECT > 0 AND CH1-CT-USED-SW (H1-SECT) = 'Y'
003780             MOVE CH1-CT-HOURS (H1-SECT) TO H6
003790         ELSE
003800             MOVE 0 TO H6
003810             DISPLAY 'GRADCHG - SECTION ' H1-SECT ' NOT ON '
003820                 'FILECTLG - ZERO HOURS POSTED'
003830         END-IF
003840     END-IF.
003850     REWRITE HIST-RECORD
003860         INVALID KEY
003870             MOVE 'FILEHIST REWRITE FAILED' TO CH1-REASON
003880             SET CH1-VALID-NO TO TRUE
003890     END-REWRITE.
003900     IF CH1-VALID-NO
003910         GO TO C-EXIT
003920     END-IF.
003930     MOVE 'AFTER' TO GJ1.
003940     PERFORM D THRU D-EXIT.
003950     MOVE H1-ID TO DL1.
003960     MOVE H1-TERM TO DL2.
003970     MOVE H1-SECT TO DL3.
003980     MOVE CH1-RUN-DATE TO DL4.
003990     WRITE DELTA-RECORD.
004000 C-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* D WRITES ONE JOURNAL ROW FROM THE HISTORY ROW IN HAND. GJ1 IS
004040* SET BY THE CALLER; THE CHANGE DETAILS AND RUN STAMP ARE
004050* FILLED IN HERE.
004060*----------------------------------------------------------------
004070 D.
004080     MOVE HIST-RECORD TO GJ2.
004090     MOVE GT6 TO GJ3.
004100     MOVE GT7 TO GJ4.
004110     MOVE GT8 TO GJ5.
004120     MOVE CH1-RUN-DATE TO GJ6.
004130     MOVE CH1-RUN-TIME(1:6) TO GJ7.
004140     WRITE JRNL-RECORD.
004150 D-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180* L LOADS THE COURSE CATALOG (SECTION, CREDIT HOURS) FROM
004190* FILECTLG, SAME AS GRADPOST. A MISSING FILE ONLY MATTERS TO
004200* A RESOLVED INCOMPLETE, WHICH THEN POSTS ZERO HOURS.
004210*----------------------------------------------------------------
004220 L.
004230     PERFORM L3 THRU L3-EXIT
004240         VARYING CH1-CTLG-IX FROM 1 BY 1
004250         UNTIL CH1-CTLG-IX > 99.
004260     MOVE 'N' TO CH1-CTLG-EOF-SW.
004270     OPEN INPUT CATALOG-FILE.
004280     IF CH1-CTLG-STATUS NOT = '00'
004290         DISPLAY 'GRADCHG - FILECTLG NOT AVAILABLE, STATUS '
004300             CH1-CTLG-STATUS ' - ZERO HOURS ON RESOLVED I'
004310         GO TO L-EXIT
004320     END-IF.
004330     PERFORM L2 THRU L2-EXIT UNTIL CH1-CTLG-EOF-SW = 'Y'.
004340     CLOSE CATALOG-FILE.
004350 L-EXIT.
004360     EXIT.
004370 L2.
004380     READ CATALOG-FILE AT END
004390         MOVE 'Y' TO CH1-CTLG-EOF-SW
004400         GO TO L2-EXIT.
004410     IF CG1 NOT NUMERIC OR CG1 = 0 OR CG2 NOT NUMERIC
004420         DISPLAY 'GRADCHG - BAD FILECTLG ROW SKIPPED'
004430         GO TO L2-EXIT
004440     END-IF.
004450     MOVE 'Y' TO CH1-CT-USED-SW (CG1).
004460     MOVE CG2 TO CH1-CT-HOURS (CG1).
004470 L2-EXIT.
004480     EXIT.
004490 L3.
004500     MOVE 'N' TO CH1-CT-USED-SW (CH1-CTLG-IX).
004510     MOVE 0 TO CH1-CT-HOURS (CH1-CTLG-IX).
004520 L3-EXIT.
004530     EXIT.
