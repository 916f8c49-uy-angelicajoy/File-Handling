               RECORD KEY IS SEC-KEY *> term + course + section #mejares
               FILE STATUS IS SECSTATUS. *> this is for the file status #mejares

           SELECT ENROLL-FILE ASSIGN TO WS-ENROLL-FILE-NAME *> who sits in which section - the spreadsheets' replacement #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS ENR-KEY *> term + course + section + student #mejares
               ALTERNATE RECORD KEY IS ENR-STUD-TERM WITH DUPLICATES *> one student's seats in one term without reading the whole term #mejares
               FILE STATUS IS ENRSTATUS. *> this is for the file status #mejares

           SELECT ENROLL-PRIOR-FILE ASSIGN TO WS-ENROLL-FILE-NAME *> an enrollment file still on the layout before the student/term path #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS ENRP-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS ENRPSTATUS. *> this is for the file status #mejares

           SELECT PRE-ENLIST-FILE ASSIGN TO "PREENL.DAT" *> course demand lodged before the coming term's sections exist #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS HLD-KEY *> student + reason code - one hold of each kind at a time #mejares
               FILE STATUS IS HLDSTATUS. *> this is for the file status #mejares

           SELECT CLEARANCE-FILE ASSIGN TO "CLEARNC.DAT" *> per-office sign-offs per student per term #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS CLR-KEY *> student + term - one clearance per term #mejares
               FILE STATUS IS CLRSTATUS. *> this is for the file status #mejares

           SELECT LMS-FEED-FILE ASSIGN TO WS-LMS-FEED-NAME *> class lists and add/drop changes for the learning-management system #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS LMSFSTATUS. *> this is for the file status #mejares

           SELECT LMS-SNAP-FILE ASSIGN TO "LMSSNAP.DAT" *> the open-term seats as last sent to the LMS #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS LMSSSTATUS. *> this is for the file status #mejares

           SELECT LMS-SNAP-NEW-FILE ASSIGN TO "LMSSNAP.NEW" *> the snapshot being built - replaces LMSSNAP.DAT when the run ends #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS LMSNSTATUS. *> this is for the file status #mejares

           SELECT LMS-GRADE-FILE ASSIGN TO "LMSGRADE.CSV" *> course marks exported by the LMS at term end #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS LMSGSTATUS. *> this is for the file status #mejares

           SELECT ENROLL-HIST-FILE ASSIGN TO WS-HST-NAME *> one closed term's seats, moved out of ENROLL.DAT #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS ENRH-KEY *> same key as ENROLL.DAT #mejares
               ALTERNATE RECORD KEY IS ENRH-STUD-TERM WITH DUPLICATES *> same student/term path, so ENROLL-FILE can open it #mejares
               FILE STATUS IS HSTSTATUS. *> this is for the file status #mejares

           SELECT ATTEND-HIST-FILE ASSIGN TO WS-HST-NAME *> one closed term's attendance marks, moved out of ATTEND.DAT #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS ATTH-KEY *> same key as ATTEND.DAT #mejares
               FILE STATUS IS HSTSTATUS. *> this is for the file status #mejares

           SELECT WAITLIST-HIST-FILE ASSIGN TO WS-HST-NAME *> one closed term's waitlist, moved out of WAITLIST.DAT #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS WLH-KEY *> same key as WAITLIST.DAT #mejares
               FILE STATUS IS HSTSTATUS. *> this is for the file status #mejares

           SELECT PRE-ENLIST-HIST-FILE ASSIGN TO WS-HST-NAME *> one closed term's pre-enlistment, moved out of PREENL.DAT #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS PREH-KEY *> same key as PREENL.DAT #mejares
               FILE STATUS IS HSTSTATUS. *> this is for the file status #mejares

           SELECT CTL-NO-FILE ASSIGN TO "CTLNO.DAT" *> the lock-protected named series every running number is drawn from #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS CTL-SERIES *> this is for the record key of the file #mejares
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS *> so two counters can't draw the same number #mejares
               FILE STATUS IS CTLSTATUS. *> this is for the file status #mejares

           SELECT PARAM-FILE ASSIGN TO "SYSPARM.DAT" *> the policy values reports and batch runs go by, one record per parameter #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS PRM-NAME *> this is for the record key of the file #mejares
               FILE STATUS IS PRMSTATUS. *> this is for the file status #mejares

           SELECT PRM-HIST-FILE ASSIGN TO "PARMHIST.TXT" *> every parameter change, old and new value side by side #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS PRMHISTSTATUS. *> this is for the file status #mejares

           SELECT PRIV-LOG-FILE ASSIGN TO "PRIVLOG.TXT" *> every subject access release and retention sweep, for the privacy officer #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS PRIVLOGSTATUS. *> this is for the file status #mejares

           SELECT JOURNAL-NEW-FILE ASSIGN TO "JOURNAL.NEW" *> the journal rewritten with graduates' particulars blanked #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS JRNLNEWSTATUS. *> this is for the file status #mejares

           SELECT RPT-CATALOG-FILE ASSIGN TO "RPTCAT.DAT" *> one row per filed copy of a report, by type and when it was written #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS RPC-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS RPTCATSTATUS. *> this is for the file status #mejares

           SELECT RPT-KEEP-FILE ASSIGN TO "RPTKEEP.DAT" *> how long each report type's filed copies are kept #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS RKP-TYPE *> this is for the record key of the file #mejares
               FILE STATUS IS RPTKEEPSTATUS. *> this is for the file status #mejares

           SELECT RPT-ARCHIVE-FILE ASSIGN TO WS-RPT-ARC-NAME *> one dated copy under RPTREPO/ - named per report #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS RPTARCSTATUS. *> this is for the file status #mejares

           SELECT RPT-SOURCE-FILE ASSIGN TO WS-RPT-SOURCE *> the finished report being filed - any of the fixed-name reports #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS RPTSRCSTATUS. *> this is for the file status #mejares

           SELECT IFC-CHECK-FILE ASSIGN TO WS-IFC-FILE *> any outbound interface file, read back by VERIFY #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS IFCSTATUS. *> this is for the file status #mejares

           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT" *> the clipboard's replacement - hopefuls queued per full section #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS USERSTATUS. *> this is for the file status #mejares

           SELECT CURRIC-FILE ASSIGN TO "CURRIC.DAT" *> each program's required courses and unit minimums by year and semester #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS CUR-KEY *> program + year + semester + course #mejares
               FILE STATUS IS CURSTATUS. *> this is for the file status #mejares

           SELECT SCHOLAR-FILE ASSIGN TO "SCHOLAR.DAT" *> the scholarship and discount master #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS SCH-CODE *> this is for the record key of the file #mejares
               FILE STATUS IS SCHSTATUS. *> this is for the file status #mejares

           SELECT AWARD-FILE ASSIGN TO "SCHAWARD.DAT" *> which scholarship each student holds in each term #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS AWD-KEY *> student + term - one award per student per term #mejares
               FILE STATUS IS AWDSTATUS. *> this is for the file status #mejares

           SELECT PLAN-FILE ASSIGN TO "INSTPLAN.DAT" *> each term's installment schemes: due dates, shares, late charge #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS PLN-KEY *> term + scheme code #mejares
               FILE STATUS IS PLNSTATUS. *> this is for the file status #mejares

           SELECT STUPLAN-FILE ASSIGN TO "STUPLAN.DAT" *> which scheme each assessed student pays under, per term #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS SPL-KEY *> student + term - one scheme per student per term #mejares
               FILE STATUS IS SPLSTATUS. *> this is for the file status #mejares

           SELECT OR-SEQ-FILE ASSIGN TO "ORSEQ.DAT" *> the old receipt series - read once when RECEIPT starts on CTLNO.DAT #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS ORS-KEY *> this is for the record key of the file #mejares
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS *> so two cashiers can't issue the same receipt #mejares
               FILE STATUS IS ORSSTATUS. *> this is for the file status #mejares

           SELECT RECEIPT-FILE ASSIGN TO "RECEIPTS.DAT" *> every official receipt issued, voided ones included #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS RCP-NO *> this is for the record key of the file #mejares
               FILE STATUS IS RCPSTATUS. *> this is for the file status #mejares

           SELECT BANK-COLL-FILE ASSIGN TO "BANKCOLL.TXT" *> the bank's daily collection file: header, rows, trailer #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS BNKSTATUS. *> this is for the file status #mejares

           SELECT BANK-STATE-FILE ASSIGN TO "BANKLAST.TXT" *> header date of the last bank file taken in #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS BNKLSTSTATUS. *> this is for the file status #mejares

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT" *> bank collections the import could not place #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS SUS-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS SUSSTATUS. *> this is for the file status #mejares

           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT" *> general-ledger account codes per program #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS GLM-PROGRAM *> this is for the record key of the file #mejares
               FILE STATUS IS GLMSTATUS. *> this is for the file status #mejares

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNAL.TXT" *> the journal file the accounting system imports #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS GLJSTATUS. *> this is for the file status #mejares

           SELECT GL-STATE-FILE ASSIGN TO "GLLAST.TXT" *> last ledger day sent to accounting #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS GLLSTSTATUS. *> this is for the file status #mejares

           SELECT GL-SORT-FILE ASSIGN TO "GLSORT.TMP". *> work file for summing postings by day and account #mejares

           SELECT HONORS-SORT-FILE ASSIGN TO "HONSORT.TMP". *> work file ordering honor graduates by program and honor #mejares

           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT" *> applicants for admission, by control number #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS APL-NO *> this is for the record key of the file #mejares
               FILE STATUS IS APLSTATUS. *> this is for the file status #mejares

           SELECT APL-SEQ-FILE ASSIGN TO "APLSEQ.DAT" *> the old applicant series - read once when APPLCNT starts on CTLNO.DAT #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS APS-KEY *> this is for the record key of the file #mejares
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS *> so two encoders can't issue the same number #mejares
               FILE STATUS IS APSSTATUS. *> this is for the file status #mejares

           SELECT CUTOFF-FILE ASSIGN TO "ADMCUT.DAT" *> admission cut-off scores per program #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS CUT-PROGRAM *> this is for the record key of the file #mejares
               FILE STATUS IS CUTSTATUS. *> this is for the file status #mejares

           SELECT TRANSFER-CREDIT-FILE ASSIGN TO "XFERCRED.DAT" *> courses passed elsewhere and what they are credited as #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS TCR-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS TCRSTATUS. *> this is for the file status #mejares

           SELECT LOAD-RULE-FILE ASSIGN TO "UNITLOAD.DAT" *> normal and maximum unit load per year level and standing #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS LDR-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS LDRSTATUS. *> this is for the file status #mejares

           SELECT OVERLOAD-FILE ASSIGN TO "OVERLOAD.DAT" *> the overload permit register #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS OVP-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS OVPSTATUS. *> this is for the file status #mejares

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT" *> the dated windows of each term's calendar #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS CAL-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS CALSTATUS. *> this is for the file status #mejares

           SELECT LATE-SEAT-FILE ASSIGN TO "LATEENR.DAT" *> students who enrolled once the late window opened #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS LTS-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS LTSSTATUS. *> this is for the file status #mejares

           SELECT BLOCK-FILE ASSIGN TO "BLOCKS.DAT" *> first-year blocks: a fixed set of sections per program and term #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS BLK-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS BLKSTATUS. *> this is for the file status #mejares

           SELECT BLOCK-MEMBER-FILE ASSIGN TO "BLOCKMEM.DAT" *> who the sectioning run placed in which block #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS BKM-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS BKMSTATUS. *> this is for the file status #mejares

           SELECT COURSE-MIN-FILE ASSIGN TO "CRSMIN.DAT" *> fewest students a course's section may run with #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS CMN-CODE *> this is for the record key of the file #mejares
               FILE STATUS IS CMNSTATUS. *> this is for the file status #mejares

           SELECT EXAM-SLOT-FILE ASSIGN TO "EXAMSLOT.DAT" *> final exam date, time and room per section #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS EXS-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS EXSSTATUS. *> this is for the file status #mejares

           SELECT EXAM-PERMIT-FILE ASSIGN TO "EXMPRMT.DAT" *> each student's exam permit standing, for the kiosk #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS EXP-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS EXPSTATUS. *> this is for the file status #mejares

           SELECT EVAL-QUESTION-FILE ASSIGN TO "EVALQ.DAT" *> the numbered questions of the faculty evaluation #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS EVQ-NO *> this is for the record key of the file #mejares
               FILE STATUS IS EVQSTATUS. *> this is for the file status #mejares

           SELECT EVAL-DONE-FILE ASSIGN TO "EVALDONE.DAT" *> who has rated which section - never what they said #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS EVD-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS EVDSTATUS. *> this is for the file status #mejares

           SELECT EVAL-TALLY-FILE ASSIGN TO "EVALTALY.DAT" *> running rating sums per section, no student in them #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS EVT-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS EVTSTATUS. *> this is for the file status #mejares

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
               10 ALUM-GRADE-TERM  PIC X(10). *> #mejares
               10 ALUM-GRADE-VALUE PIC X(5). *> #mejares
           05 ALUM-GRAD-DATE   PIC 9(8). *> YYYYMMDD the graduation was processed #mejares
           05 ALUM-HONOR       PIC X. *> Latin honor from the graduation-honors evaluation #mejares
               88 ALUM-SUMMA       VALUE "S". *> summa cum laude #mejares
               88 ALUM-MAGNA       VALUE "M". *> magna cum laude #mejares
               88 ALUM-CUM         VALUE "C". *> cum laude #mejares
               88 ALUM-NO-HONOR    VALUE "N". *> evaluated, no honor #mejares
               88 ALUM-NOT-JUDGED  VALUE SPACE. *> not evaluated yet #mejares
           05 ALUM-HONOR-GWA   PIC 9V99. *> the weighted average the honor was judged on #mejares
           05 ALUM-HONOR-DATE  PIC 9(8). *> YYYYMMDD of the evaluation #mejares
           05 ALUM-HONOR-NOTE  PIC X(40). *> the rule(s) a near-miss failed, for the appeals committee #mejares
           05 ALUM-BIRTHDATE   PIC 9(8). *> carried from the student record; zero once anonymized #mejares
           05 ALUM-SEX         PIC X. *> #mejares
           05 ALUM-ADDRESS     PIC X(40). *> #mejares
           05 ALUM-ANON-DATE   PIC 9(8). *> YYYYMMDD contact, address and birth date were blanked; zero while kept #mejares

       FD GRADE-SCALE-FILE.
       01 GRADE-SCALE-RECORD   PIC X(5). *> one valid grade mark per line, numeric or special (INC/DRP/W) #mejares
       01 DELTA-STATE-RECORD   PIC X(17). *> YYYYMMDD-HHMMSSss of the last successful delta run #mejares

       FD NIGHT-CFG-FILE.
       01 NIGHT-CFG-RECORD     PIC X(30). *> a step name: BACKUP/TXN/EXPORT/REPORT/STATS/RECALC/PROMOTE/PURGE/QUALITY, then any argument, e.g. VERIFY DELTA.CSV #mejares

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD       PIC X(120). *> mode, start/end stamps, counts, final status, return code #mejares
               88 ENR-GRADE-NONE    VALUE SPACE. *> no grade keyed yet #mejares
               88 ENR-GRADE-PENDING VALUE "P". *> keyed, awaiting posting #mejares
               88 ENR-GRADE-POSTED  VALUE "F". *> posted - counts toward the GPA #mejares
           05 ENR-STUD-TERM. *> the key's student and term again, set on every WRITE #mejares
               10 ENR-ST-STUD-ID PIC X(5). *> #mejares
               10 ENR-ST-TERM  PIC X(10). *> #mejares

       FD ENROLL-PRIOR-FILE.
       01 ENROLL-PRIOR-RECORD. *> the seat record before ENR-STUD-TERM was added #mejares
           05 ENRP-KEY         PIC X(26). *> #mejares
           05 ENRP-DATA        PIC X(6). *> grade and grade status #mejares

       FD SEQ-FILE.
       01 SEQ-CONTROL. *> one record: the registrar's prefix and the last number handed out #mejares
           05 FILLER           PIC X. *> #mejares
           05 LED-TERM         PIC X(10). *> the term the line was raised in #mejares
           05 FILLER           PIC X. *> #mejares
           05 LED-TYPE         PIC X. *> A=assessment, P=payment, J=adjustment, S=scholarship grant, L=late charge, V=voided payment #mejares
           05 FILLER           PIC X. *> #mejares
           05 LED-SIGN         PIC X. *> +/- direction of an adjustment #mejares
           05 LED-AMOUNT       PIC 9(7)V99. *> the amount, always unsigned here #mejares
           05 LED-DATE         PIC 9(8). *> YYYYMMDD the line was posted #mejares
           05 FILLER           PIC X. *> #mejares
           05 LED-OPERATOR     PIC X(8). *> who posted it #mejares
           05 FILLER           PIC X. *> #mejares
           05 LED-RECEIPT      PIC X(8). *> official receipt number on payment and void lines #mejares
           05 FILLER           PIC X. *> #mejares
           05 LED-FEE-PART     PIC 9(7)V99. *> fixed-fee part of an assessment line; blank on other types #mejares

       FD PRE-ENLIST-FILE.
       01 PRE-ENLIST-RECORD.
           05 AGY-SEX          PIC X. *> M/F, or U where never captured #mejares
           05 AGY-COUNT        PIC 9(5). *> enrolled head count #mejares
           05 AGY-AVG-AGE      PIC 9(3). *> average age over the birth dates on record #mejares
       01 AGENCY-CONTROL-RECORD PIC X(60). *> the header and trailer rows around the submission #mejares

       FD OUTBOX-FILE.
       01 OUTBOX-RECORD.
           05 HLD-PLACED-BY    PIC X(8). *> the supervisor who placed it #mejares
           05 HLD-DATE         PIC 9(8). *> YYYYMMDD it was placed #mejares

       FD CLEARANCE-FILE.
       01 CLEARANCE-RECORD.
           05 CLR-KEY. *> #mejares
               10 CLR-STUD-ID  PIC X(5). *> #mejares
               10 CLR-TERM     PIC X(10). *> the term being cleared #mejares
           05 CLR-OPENED-BY    PIC X(8). *> operator who opened it #mejares
           05 CLR-OPENED-DATE  PIC 9(8). *> YYYYMMDD #mejares
           05 CLR-LINE OCCURS 5 TIMES. *> 1 library, 2 accounting, 3 department, 4 guidance, 5 registrar #mejares
               10 CLR-LINE-STATUS  PIC X. *> #mejares
                   88 CLR-LINE-PENDING VALUE "P". *> #mejares
                   88 CLR-LINE-CLEARED VALUE "C". *> #mejares
               10 CLR-SIGNED-BY    PIC X(8). *> operator, or AUTO when the system cleared it #mejares
               10 CLR-SIGNED-DATE  PIC 9(8). *> YYYYMMDD #mejares

       FD LMS-FEED-FILE.
       01 LMS-FEED-RECORD      PIC X(220). *> one CSV row in the LMS import layout #mejares

       FD LMS-SNAP-FILE.
       01 LMS-SNAP-RECORD      PIC X(26). *> an ENR-KEY: term, course, section, student #mejares

       FD LMS-SNAP-NEW-FILE.
       01 LMS-SNAP-NEW-RECORD  PIC X(26). *> #mejares

       FD LMS-GRADE-FILE.
       01 LMS-GRADE-RECORD     PIC X(80). *> Term,Course,Section,Student ID,Grade #mejares

       FD ENROLL-HIST-FILE.
       01 ENROLL-HIST-RECORD. *> an ENROLL-RECORD, byte for byte #mejares
           05 ENRH-KEY. *> #mejares
               10 ENRH-TERM    PIC X(10). *> #mejares
               10 ENRH-CRS-SEC PIC X(11). *> #mejares
               10 ENRH-STUD-ID PIC X(5). *> #mejares
           05 ENRH-DATA        PIC X(6). *> #mejares
           05 ENRH-STUD-TERM. *> #mejares
               10 ENRH-ST-STUD-ID PIC X(5). *> #mejares
               10 ENRH-ST-TERM PIC X(10). *> #mejares

       FD ATTEND-HIST-FILE.
       01 ATTEND-HIST-RECORD. *> an ATTEND-RECORD, byte for byte #mejares
           05 ATTH-KEY         PIC X(34). *> #mejares
           05 ATTH-DATA        PIC X(1). *> #mejares

       FD WAITLIST-HIST-FILE.
       01 WAITLIST-HIST-RECORD. *> a WAITLIST-RECORD, byte for byte #mejares
           05 WLH-KEY          PIC X(24). *> #mejares
           05 WLH-DATA         PIC X(13). *> #mejares

       FD PRE-ENLIST-HIST-FILE.
       01 PRE-ENLIST-HIST-RECORD. *> a PRE-ENLIST-RECORD, byte for byte #mejares
           05 PREH-KEY         PIC X(23). *> #mejares
           05 PREH-DATA        PIC X(8). *> #mejares

       FD CTL-NO-FILE.
       01 CTL-NO-RECORD. *> one record per numbered item #mejares
           05 CTL-SERIES       PIC X(8). *> NOTICE, DOCREQ, DOCCTL, GCHGREQ, SHIFTREQ, RECEIPT or APPLCNT #mejares
           05 CTL-LAST         PIC 9(8). *> last number handed out #mejares
           05 CTL-LIMIT        PIC 9(8). *> highest number the item's own field can hold #mejares
           05 CTL-SET-BY       PIC X(8). *> operator who last reseeded it - SEED when the first draw started it #mejares
           05 CTL-SET-DATE     PIC 9(8). *> YYYYMMDD of that #mejares

       FD PARAM-FILE.
       01 PARAM-RECORD. *> one policy value #mejares
           05 PRM-NAME         PIC X(14). *> HONOR-GPA, FAIL-GPA, PURGE-DAYS ... #mejares
           05 PRM-VALUE        PIC 9(5)V99. *> the value from PRM-EFF-DATE on #mejares
           05 PRM-PRIOR        PIC 9(5)V99. *> the value it replaced - still in force before PRM-EFF-DATE #mejares
           05 PRM-DESC         PIC X(44). *> what the value governs #mejares
           05 PRM-EFF-DATE     PIC 9(8). *> YYYYMMDD PRM-VALUE takes effect #mejares
           05 PRM-SET-BY       PIC X(8). *> operator who last changed it #mejares
           05 PRM-SET-DATE     PIC 9(8). *> YYYYMMDD of that change #mejares

       FD PRM-HIST-FILE.
       01 PRM-HIST-RECORD      PIC X(100). *> date, time, operator, parameter, from, to, effective #mejares

       FD PRIV-LOG-FILE.
       01 PRIV-LOG-RECORD      PIC X(120). *> date, time, operator, what was done and for whom #mejares

       FD JOURNAL-NEW-FILE.
       01 JOURNAL-NEW-RECORD   PIC X(660). *> a JOURNAL-RECORD, byte for byte #mejares

       FD RPT-CATALOG-FILE.
       01 RPT-CATALOG-RECORD. *> one filed copy of a report #mejares
           05 RPC-KEY. *> #mejares
               10 RPC-TYPE     PIC X(12). *> the fixed name up to the dot - PROMOTE, ASSESS, XCHECK ... #mejares
               10 RPC-DATE     PIC 9(8). *> YYYYMMDD it was written #mejares
               10 RPC-TIME     PIC 9(8). *> HHMMSSss it was written #mejares
           05 RPC-RUN-MODE     PIC X(8). *> batch mode or NIGHT step that wrote it - ONLINE from the menus #mejares
           05 RPC-TERM         PIC X(10). *> the open term at the time #mejares
           05 RPC-OPERATOR     PIC X(8). *> who was signed on #mejares
           05 RPC-LINES        PIC 9(7). *> lines in the copy #mejares
           05 RPC-LATEST       PIC X(20). *> the fixed name the latest copy stays under #mejares
           05 RPC-FILE         PIC X(60). *> the dated copy under RPTREPO/ #mejares

       FD RPT-KEEP-FILE.
       01 RPT-KEEP-RECORD. *> how long one report type's copies are kept #mejares
           05 RKP-TYPE         PIC X(12). *> as RPC-TYPE #mejares
           05 RKP-DAYS         PIC 9(4). *> days from the day a copy was written - 0 keeps them for good #mejares
           05 RKP-SET-BY       PIC X(8). *> operator who set the rule #mejares
           05 RKP-SET-DATE     PIC 9(8). *> YYYYMMDD of that #mejares

       FD RPT-ARCHIVE-FILE.
       01 RPT-ARCHIVE-LINE     PIC X(160). *> as WORK-REPORT-LINE #mejares

       FD RPT-SOURCE-FILE.
       01 RPT-SOURCE-LINE      PIC X(160). *> as WORK-REPORT-LINE #mejares

       FD IFC-CHECK-FILE.
       01 IFC-CHECK-RECORD     PIC X(220). *> as wide as the widest outbound row #mejares

       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-KEY. *> #mejares
           05 USR-ROLE         PIC X. *> I=inquiry-only, E=encoder, S=supervisor #mejares
               88 USR-ROLE-VALID VALUES "I" "E" "S". *> #mejares

       FD CURRIC-FILE.
       01 CURRIC-RECORD.
           05 CUR-KEY. *> #mejares
               10 CUR-PROGRAM  PIC X(5). *> PROG-CODE the curriculum belongs to #mejares
               10 CUR-YEAR     PIC X(5). *> year level the course is taken in, 1ST-5TH #mejares
               10 CUR-SEM      PIC X. *> 1 or 2 for the semesters, S for summer #mejares
               10 CUR-COURSE   PIC X(8). *> required catalog code, spaces on the block's unit-minimum line #mejares
           05 CUR-MIN-UNITS    PIC 9(3). *> units the block must earn - only read on the unit-minimum line #mejares

       FD SCHOLAR-FILE.
       01 SCHOLAR-RECORD.
           05 SCH-CODE         PIC X(5). *> short code awards point at, e.g. ACAD1 #mejares
           05 SCH-NAME         PIC X(30). *> full name printed on registers and notices #mejares
           05 SCH-KIND         PIC X. *> how the grant is figured #mejares
               88 SCH-PERCENT-KIND VALUE "P". *> a percentage of the covered fees #mejares
               88 SCH-AMOUNT-KIND  VALUE "A". *> a fixed amount, never more than the covered fees #mejares
           05 SCH-PERCENT      PIC 9(3)V99. *> the percentage, for kind P #mejares
           05 SCH-AMOUNT       PIC 9(7)V99. *> the fixed amount, for kind A #mejares
           05 SCH-COVERS       PIC X. *> which part of the assessment the grant applies to #mejares
               88 SCH-COVERS-TUITION VALUE "T". *> per-unit tuition only #mejares
               88 SCH-COVERS-FIXED   VALUE "F". *> fixed fees only #mejares
               88 SCH-COVERS-BOTH    VALUE "B". *> tuition and fixed fees #mejares
           05 SCH-RETAIN-GPA   PIC 9V99. *> a GPA worse (higher) than this loses the scholarship #mejares

       FD AWARD-FILE.
       01 AWARD-RECORD.
           05 AWD-KEY. *> #mejares
               10 AWD-STUD-ID  PIC X(5). *> the scholar #mejares
               10 AWD-TERM     PIC X(10). *> the term the grant applies to #mejares
           05 AWD-SCH-CODE     PIC X(5). *> the scholarship held #mejares
           05 AWD-STATUS       PIC X. *> where the award stands #mejares
               88 AWD-ACTIVE    VALUE "A". *> granted at the next assessment #mejares
               88 AWD-LOST      VALUE "L". *> failed the retention review #mejares
               88 AWD-WITHDRAWN VALUE "W". *> taken back by the scholarship office #mejares
           05 AWD-BY           PIC X(8). *> operator who awarded or last changed it #mejares
           05 AWD-DATE         PIC 9(8). *> YYYYMMDD of that change #mejares

       FD PLAN-FILE.
       01 PLAN-RECORD.
           05 PLN-KEY. *> #mejares
               10 PLN-TERM     PIC X(10). *> the term the scheme bills #mejares
               10 PLN-CODE     PIC X(5). *> short code, e.g. FULL or 4PAY #mejares
           05 PLN-NAME         PIC X(30). *> the name read out at the cashier #mejares
           05 PLN-DEFAULT      PIC X. *> Y on the scheme every assessed student starts on #mejares
               88 PLN-IS-DEFAULT VALUE "Y". *> #mejares
           05 PLN-LATE-FEE     PIC 9(5)V99. *> charged once for each due date that passes unpaid #mejares
           05 PLN-COUNT        PIC 9. *> installments in use, 1-6 #mejares
           05 PLN-INST OCCURS 6 TIMES. *> downpayment, prelim, midterm, finals... in due-date order #mejares
               10 PLN-INST-LABEL PIC X(10). *> #mejares
               10 PLN-INST-DUE   PIC 9(8). *> YYYYMMDD the share falls due #mejares
               10 PLN-INST-PCT   PIC 9(3)V99. *> share of the assessment; the shares add up to 100 #mejares

       FD STUPLAN-FILE.
       01 STUPLAN-RECORD.
           05 SPL-KEY. *> #mejares
               10 SPL-STUD-ID  PIC X(5). *> the student billed #mejares
               10 SPL-TERM     PIC X(10). *> the term of the assessment #mejares
           05 SPL-PLAN-CODE    PIC X(5). *> the scheme the assessment falls due under #mejares
           05 SPL-LATE-THRU    PIC 9. *> due dates already checked for a late charge #mejares
           05 SPL-BY           PIC X(8). *> operator (or run) that attached the student #mejares
           05 SPL-DATE         PIC 9(8). *> YYYYMMDD attached #mejares

       FD OR-SEQ-FILE.
       01 OR-SEQ-CONTROL. *> one record: the last official receipt number handed out #mejares
           05 ORS-KEY          PIC X(3). *> always "ORS" - a one-record control file #mejares
           05 ORS-LAST         PIC 9(8). *> last receipt number issued #mejares

       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
           05 RCP-NO           PIC 9(8). *> the official receipt number #mejares
           05 RCP-STUD-ID      PIC X(5). *> whose account was paid #mejares
           05 RCP-TERM         PIC X(10). *> the term the payment was posted in #mejares
           05 RCP-AMOUNT       PIC 9(7)V99. *> the amount received #mejares
           05 RCP-MODE         PIC X. *> how it was paid #mejares
               88 RCP-CASH     VALUE "C". *> #mejares
               88 RCP-CHECK    VALUE "K". *> #mejares
               88 RCP-BANK     VALUE "B". *> bank transfer or deposit #mejares
           05 RCP-REF          PIC X(20). *> check number or bank reference; blank for cash #mejares
           05 RCP-DATE         PIC 9(8). *> YYYYMMDD issued #mejares
           05 RCP-TIME         PIC 9(8). *> HHMMSScc issued #mejares
           05 RCP-OPERATOR     PIC X(8). *> the cashier who issued it #mejares
           05 RCP-STATUS       PIC X. *> #mejares
               88 RCP-ISSUED   VALUE "I". *> #mejares
               88 RCP-VOIDED   VALUE "V". *> cancelled; the payment line stays with its reversal #mejares
           05 RCP-VOID-BY      PIC X(8). *> the supervisor who voided it #mejares
           05 RCP-VOID-DATE    PIC 9(8). *> YYYYMMDD voided #mejares
           05 RCP-VOID-REASON  PIC X(30). *> why it was voided #mejares

       FD BANK-COLL-FILE.
       01 BANK-COLL-RECORD     PIC X(80). *> (1:1) H/D/T; H: (2:8) file date, (10:20) bank #mejares
      * D: (2:5) id, (7:9) amount 9(7)V99, (16:8) paid date, (24:20) bank ref, #mejares
      * (44:30) payer; T: (2:6) row count, (8:12) amount total 9(10)V99 #mejares

       FD BANK-STATE-FILE.
       01 BANK-STATE-RECORD    PIC X(8). *> YYYYMMDD header date of the last bank file imported #mejares

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUS-KEY. *> #mejares
               10 SUS-FILE-DATE PIC 9(8). *> header date of the bank file it came in on #mejares
               10 SUS-ROW      PIC 9(5). *> row number within that file #mejares
           05 SUS-STUD-ID      PIC X(5). *> the ID the bank quoted #mejares
           05 SUS-AMOUNT       PIC 9(7)V99. *> the amount collected #mejares
           05 SUS-PAID-DATE    PIC 9(8). *> YYYYMMDD paid at the bank #mejares
           05 SUS-BANK-REF     PIC X(20). *> the bank's own reference #mejares
           05 SUS-PAYER        PIC X(30). *> payer name as the bank gave it #mejares
           05 SUS-REASON       PIC X. *> why it could not be placed #mejares
               88 SUS-UNKNOWN-ID VALUE "U". *> #mejares
               88 SUS-DELETED  VALUE "D". *> #mejares
               88 SUS-ALUMNI   VALUE "A". *> #mejares
               88 SUS-OVER-BALANCE VALUE "M". *> more than the account owed #mejares
               88 SUS-NO-RECEIPT VALUE "N". *> the receipt series could not be drawn #mejares
           05 SUS-STATUS       PIC X. *> #mejares
               88 SUS-IS-OPEN  VALUE "O". *> #mejares
               88 SUS-RESOLVED VALUE "R". *> posted to a student on a receipt #mejares
               88 SUS-REFUNDED VALUE "F". *> handed back to the payer #mejares
           05 SUS-RESOLVED-TO  PIC X(5). *> the student it was finally posted to #mejares
           05 SUS-ACTION-BY    PIC X(8). *> who settled it #mejares
           05 SUS-ACTION-DATE  PIC 9(8). *> YYYYMMDD settled #mejares
           05 SUS-NOTE         PIC X(30). *> receipt posted on, or the refund reference #mejares

       FD GLMAP-FILE.
       01 GL-MAP-RECORD.
           05 GLM-PROGRAM      PIC X(5). *> program code; "*" is the row for any program not listed #mejares
           05 GLM-ACCOUNTS. *> #mejares
               10 GLM-RECEIVABLE PIC X(10). *> student receivables #mejares
               10 GLM-TUITION  PIC X(10). *> tuition revenue - the per-unit part of an assessment #mejares
               10 GLM-FEES     PIC X(10). *> fixed-fee revenue - the once-per-term part #mejares
               10 GLM-ADJUST   PIC X(10). *> assessment adjustments, both directions #mejares
               10 GLM-CASH     PIC X(10). *> cash/bank account payments land in #mejares
               10 GLM-SCHOLAR  PIC X(10). *> scholarship discounts; blank uses GLM-ADJUST #mejares
               10 GLM-LATE     PIC X(10). *> late-charge income; blank uses GLM-FEES #mejares

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD. *> one summed posting per day, account and side #mejares
           05 JRN-DATE         PIC 9(8). *> YYYYMMDD ledger day - also the journal's number #mejares
           05 JRN-LINE-NO      PIC 9(4). *> line within the day's journal #mejares
           05 JRN-ACCOUNT      PIC X(10). *> #mejares
           05 JRN-DC           PIC X. *> D=debit, C=credit #mejares
           05 JRN-AMOUNT       PIC 9(11)V99. *> #mejares
           05 JRN-DESC         PIC X(30). *> #mejares
       01 GL-JOURNAL-CONTROL   PIC X(66). *> the header and trailer rows around the journal #mejares

       FD GL-STATE-FILE.
       01 GL-STATE-RECORD      PIC X(8). *> YYYYMMDD last ledger day sent to accounting #mejares

       FD APPLICANT-FILE.
       01 APPLICANT-RECORD.
           05 APL-NO           PIC 9(5). *> applicant control number - fits the student ID column of the audit and outbox #mejares
           05 APL-NAME         PIC X(30). *> #mejares
           05 APL-PROGRAM      PIC X(5). *> first-choice program code #mejares
           05 APL-TERM         PIC X(10). *> intake term applied for #mejares
           05 APL-EMAIL        PIC X(40). *> #mejares
           05 APL-CONTACT-NO   PIC X(15). *> #mejares
           05 APL-BIRTHDATE    PIC 9(8). *> YYYYMMDD #mejares
           05 APL-SEX          PIC X. *> #mejares
           05 APL-ADDRESS      PIC X(40). *> #mejares
           05 APL-CONSENT      PIC X. *> Y/N consent, carried to the student record on conversion #mejares
           05 APL-APPLIED-DATE PIC 9(8). *> YYYYMMDD captured #mejares
           05 APL-EXAM-TAKEN   PIC X. *> #mejares
               88 APL-HAS-SCORE VALUE "Y". *> #mejares
           05 APL-EXAM-SCORE   PIC 9(3). *> entrance exam score #mejares
           05 APL-STATUS       PIC X. *> #mejares
               88 APL-PENDING  VALUE "N". *> not yet decided #mejares
               88 APL-ADMITTED VALUE "A". *> #mejares
               88 APL-WAITLISTED VALUE "W". *> #mejares
               88 APL-DENIED   VALUE "D". *> #mejares
               88 APL-CONVERTED VALUE "C". *> admitted and now on the student file #mejares
           05 APL-DECIDED-BY   PIC X(8). *> operator or run that decided #mejares
           05 APL-DECIDED-DATE PIC 9(8). *> YYYYMMDD #mejares
           05 APL-STUD-ID      PIC X(5). *> student ID given on conversion #mejares

       FD APL-SEQ-FILE.
       01 APL-SEQ-CONTROL.
           05 APS-KEY          PIC X(3). *> always "APS" - a one-record control file #mejares
           05 APS-LAST         PIC 9(5). *> last applicant number issued #mejares

       FD CUTOFF-FILE.
       01 CUTOFF-RECORD.
           05 CUT-PROGRAM      PIC X(5). *> program code off the program reference #mejares
           05 CUT-ADMIT        PIC 9(3). *> this score or better is admitted #mejares
           05 CUT-WAITLIST     PIC 9(3). *> this score or better, below admit, is waitlisted #mejares
           05 CUT-SET-BY       PIC X(8). *> #mejares
           05 CUT-SET-DATE     PIC 9(8). *> #mejares

       FD TRANSFER-CREDIT-FILE.
       01 TRANSFER-CREDIT-RECORD.
           05 TCR-KEY. *> #mejares
               10 TCR-STUD-ID  PIC X(5). *> #mejares
               10 TCR-COURSE   PIC X(8). *> the catalog course it is credited as #mejares
           05 TCR-SCHOOL       PIC X(30). *> school where it was passed #mejares
           05 TCR-OUT-COURSE   PIC X(10). *> that school's course code #mejares
           05 TCR-OUT-TITLE    PIC X(30). *> that school's course title #mejares
           05 TCR-OUT-GRADE    PIC X(5). *> the grade as that school gave it - never averaged here #mejares
           05 TCR-UNITS        PIC 9(2). *> units granted #mejares
           05 TCR-EVALUATOR    PIC X(8). *> operator who evaluated it #mejares
           05 TCR-EVAL-DATE    PIC 9(8). *> YYYYMMDD #mejares

       FD LOAD-RULE-FILE.
       01 LOAD-RULE-RECORD.
           05 LDR-KEY. *> #mejares
               10 LDR-YEAR     PIC X(5). *> year-level code as on the student record #mejares
               10 LDR-STANDING PIC X. *> H=honors, R=regular, P=probation, *=any standing #mejares
           05 LDR-MIN-UNITS    PIC 9(2). *> below this is an under-load #mejares
           05 LDR-MAX-UNITS    PIC 9(2). *> above this needs an overload permit #mejares
           05 LDR-SET-BY       PIC X(8). *> #mejares
           05 LDR-SET-DATE     PIC 9(8). *> #mejares

       FD OVERLOAD-FILE.
       01 OVERLOAD-RECORD.
           05 OVP-KEY. *> #mejares
               10 OVP-STUD-ID  PIC X(5). *> #mejares
               10 OVP-TERM     PIC X(10). *> #mejares
           05 OVP-EXTRA-UNITS  PIC 9(2). *> units allowed over the maximum #mejares
           05 OVP-REASON       PIC X(30). *> #mejares
           05 OVP-APPROVED-BY  PIC X(8). *> supervisor who approved it #mejares
           05 OVP-DATE         PIC 9(8). *> YYYYMMDD approved #mejares

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD. *> one named window of one term #mejares
           05 CAL-KEY. *> #mejares
               10 CAL-TERM     PIC X(10). *> #mejares
               10 CAL-WINDOW   PIC X(4). *> PRE/REG/LATE/ADD/WDR/GRD/INC/EXAM #mejares
           05 CAL-START        PIC 9(8). *> YYYYMMDD the window opens #mejares
           05 CAL-END          PIC 9(8). *> YYYYMMDD the window closes, inclusive #mejares
           05 CAL-SURCHARGE    PIC 9(5)V99. *> late enrollment only - added once to the assessment #mejares
           05 CAL-SET-BY       PIC X(8). *> #mejares
           05 CAL-SET-DATE     PIC 9(8). *> #mejares

       FD LATE-SEAT-FILE.
       01 LATE-SEAT-RECORD. *> one line per student per term, on the first late seat #mejares
           05 LTS-KEY. *> #mejares
               10 LTS-TERM     PIC X(10). *> #mejares
               10 LTS-STUD-ID  PIC X(5). *> #mejares
           05 LTS-COURSE       PIC X(8). *> the seat that made it late #mejares
           05 LTS-DATE         PIC 9(8). *> #mejares
           05 LTS-OPERATOR     PIC X(8). *> #mejares

       FD BLOCK-FILE.
       01 BLOCK-RECORD. *> one block of one program in one term #mejares
           05 BLK-KEY. *> #mejares
               10 BLK-TERM     PIC X(10). *> #mejares
               10 BLK-PROGRAM  PIC X(5). *> the program whose freshmen take it #mejares
               10 BLK-CODE     PIC X(4). *> block name, e.g. 1-1 #mejares
           05 BLK-CAPACITY     PIC 9(3). *> students the block takes #mejares
           05 BLK-SEATED       PIC 9(3). *> students placed in it so far #mejares
           05 BLK-SECT-COUNT   PIC 9. *> sections in the block, 1-8 #mejares
           05 BLK-SECT OCCURS 8 TIMES. *> #mejares
               10 BLK-COURSE   PIC X(8). *> #mejares
               10 BLK-SECTION  PIC X(3). *> #mejares
           05 BLK-SET-BY       PIC X(8). *> #mejares
           05 BLK-SET-DATE     PIC 9(8). *> #mejares

       FD BLOCK-MEMBER-FILE.
       01 BLOCK-MEMBER-RECORD. *> one student placed in one block #mejares
           05 BKM-KEY. *> #mejares
               10 BKM-TERM     PIC X(10). *> #mejares
               10 BKM-PROGRAM  PIC X(5). *> #mejares
               10 BKM-CODE     PIC X(4). *> #mejares
               10 BKM-STUD-ID  PIC X(5). *> #mejares
           05 BKM-DATE         PIC 9(8). *> #mejares
           05 BKM-OPERATOR     PIC X(8). *> #mejares

       FD COURSE-MIN-FILE.
       01 COURSE-MIN-RECORD. *> one course's minimum enrollment #mejares
           05 CMN-CODE         PIC X(8). *> the course, or * for every course without its own row #mejares
           05 CMN-MIN-ENROLL   PIC 9(3). *> a section below this is listed for dissolution #mejares
           05 CMN-SET-BY       PIC X(8). *> #mejares
           05 CMN-SET-DATE     PIC 9(8). *> #mejares

       FD EXAM-SLOT-FILE.
       01 EXAM-SLOT-RECORD. *> one section's final examination #mejares
           05 EXS-KEY. *> same term + course + section as SEC-KEY #mejares
               10 EXS-TERM     PIC X(10). *> #mejares
               10 EXS-COURSE   PIC X(8). *> #mejares
               10 EXS-SECTION  PIC X(3). *> #mejares
           05 EXS-DATE         PIC 9(8). *> YYYYMMDD #mejares
           05 EXS-START        PIC 9(4). *> HHMM #mejares
           05 EXS-END          PIC 9(4). *> HHMM #mejares
           05 EXS-ROOM         PIC X(8). *> #mejares
           05 EXS-SET-BY       PIC X(8). *> #mejares
           05 EXS-SET-DATE     PIC 9(8). *> #mejares

       FD EXAM-PERMIT-FILE.
       01 EXAM-PERMIT-RECORD. *> the last permit decision for one student in one term #mejares
           05 EXP-KEY. *> #mejares
               10 EXP-TERM     PIC X(10). *> #mejares
               10 EXP-STUD-ID  PIC X(5). *> #mejares
           05 EXP-STATUS       PIC X. *> #mejares
               88 EXP-READY    VALUE "R". *> cleared - permit printed #mejares
               88 EXP-REFUSED  VALUE "X". *> held back - see the cashier #mejares
           05 EXP-REASON       PIC X(40). *> why it was held back #mejares
           05 EXP-DUE          PIC 9(7)V99. *> what had fallen due and was still unpaid #mejares
           05 EXP-EXAMS        PIC 9(2). *> exams on the permit #mejares
           05 EXP-DATE         PIC 9(8). *> #mejares
           05 EXP-OPERATOR     PIC X(8). *> #mejares

       FD EVAL-QUESTION-FILE.
       01 EVAL-QUESTION-RECORD. *> one question, rated 1 poor to 5 excellent #mejares
           05 EVQ-NO           PIC 9(2). *> 1-20, the order the form asks them in #mejares
           05 EVQ-TEXT         PIC X(60). *> #mejares
           05 EVQ-SET-BY       PIC X(8). *> #mejares
           05 EVQ-SET-DATE     PIC 9(8). *> #mejares

       FD EVAL-DONE-FILE.
       01 EVAL-DONE-RECORD. *> one student has rated one section - the key is the whole record #mejares
           05 EVD-KEY. *> #mejares
               10 EVD-TERM     PIC X(10). *> #mejares
               10 EVD-STUD-ID  PIC X(5). *> #mejares
               10 EVD-COURSE   PIC X(8). *> #mejares
               10 EVD-SECTION  PIC X(3). *> #mejares

       FD EVAL-TALLY-FILE.
       01 EVAL-TALLY-RECORD. *> one section's ratings, summed as they come in #mejares
           05 EVT-KEY. *> same term + course + section as SEC-KEY #mejares
               10 EVT-TERM     PIC X(10). *> #mejares
               10 EVT-COURSE   PIC X(8). *> #mejares
               10 EVT-SECTION  PIC X(3). *> #mejares
           05 EVT-FAC-ID       PIC X(5). *> the instructor the ratings are about #mejares
           05 EVT-RESPONSES    PIC 9(4). *> forms counted #mejares
           05 EVT-QUESTION OCCURS 20 TIMES. *> by question number #mejares
               10 EVT-SUM      PIC 9(6). *> #mejares
               10 EVT-ANSWERED PIC 9(4). *> forms that did not skip it #mejares

       SD GL-SORT-FILE. *> one debit or credit posting per release #mejares
       01 GL-SORT-RECORD.
           05 GLS-DATE         PIC 9(8). *> #mejares
           05 GLS-ACCOUNT      PIC X(10). *> #mejares
           05 GLS-DC           PIC X. *> #mejares
           05 GLS-AMOUNT       PIC 9(9)V99. *> #mejares

       SD HONORS-SORT-FILE. *> one honor graduate, ordered for the commencement program #mejares
       01 HONORS-SORT-RECORD.
           05 HNS-PROGRAM      PIC X(5). *> #mejares
           05 HNS-RANK         PIC 9. *> 1 summa, 2 magna, 3 cum laude #mejares
           05 HNS-GWA          PIC 9V99. *> #mejares
           05 HNS-NAME         PIC X(30). *> #mejares
           05 HNS-ID           PIC X(5). *> #mejares

       SD SORT-WORK-FILE. *> sorts active students by program then name before the CSV export writes them #mejares
       01 SORT-RECORD.
           05 SORT-PROGRAM     PIC X(5).
           01 WS-BACKUP-DATE    PIC 9(8). *> YYYYMMDD used to name the dated backup file #mejares
           01 WS-BACKUP-COMMAND PIC X(100). *> OS copy command run before edits/deletes #mejares
           01 WS-ERROR-MESSAGE  PIC X(50). *> specific message for the current FILESTATUS, from FSTATMSG #mejares
           01 WS-COMMAND-LINE   PIC X(40). *> first command-line argument, checked for a batch-export request #mejares
           01 WS-DATA-FILENAME  PIC X(40). *> STUDENT-FILE's external name - STUDENT_DATA_FILE env var, or STUDENTFILE.DAT #mejares
           01 WS-BATCH-MODE     PIC X VALUE 'N'. *> Y when launched non-interactively for a scheduled export #mejares
               88 BATCH-MODE VALUE 'Y'. *> #mejares
           01 WS-PROM-HELD         PIC 9(4) VALUE 0. *> students held for manual/graduation review #mejares
           01 WS-PROM-SKIPPED      PIC 9(4) VALUE 0. *> records skipped (soft-deleted or bad year code) #mejares
           01 WS-PROM-NEW-LEVEL    PIC X(5). *> the year level a student is being advanced to #mejares
           01 WS-PROM-NOTE         PIC X(60). *> PROMOTED/HELD reason printed on the register, with the audit result when held for graduation #mejares
           01 ALUMSTATUS           PIC X(2). *> file status for the alumni file #mejares
           01 WS-GRAD-CONFIRM      PIC X. *> Y/N confirmation before a graduation is processed #mejares
           01 WS-GRAD-YEAR         PIC X(4). *> YYYY asked for by the annual graduates report #mejares
           01 NIGHTCFGSTATUS       PIC X(2). *> file status for the night-chain configuration #mejares
           01 WS-NIGHT-STEP-COUNT  PIC 9(2) VALUE 0. *> steps loaded into the night chain #mejares
           01 WS-NIGHT-STEP-TABLE.
               05 WS-NIGHT-STEP OCCURS 30 TIMES PIC X(8). *> the chain, in run order - widened as the window grew #mejares
           01 WS-NIGHT-ARG-TABLE.
               05 WS-NIGHT-ARG OCCURS 30 TIMES PIC X(20). *> the step's argument, e.g. the file a VERIFY step checks #mejares
           01 WS-NIGHT-IDX         PIC 9(2). *> which step of the chain is running #mejares
           01 WS-NIGHT-EOF         PIC X. *> end-of-file flag when loading NIGHTRUN.CFG #mejares
           01 WS-NIGHT-HALTED      PIC X. *> Y once a step failed and the rest of the chain was abandoned #mejares
           01 WS-LED-AMT-EDIT      PIC 9(7).99. *> numeric-edited line amount for printing #mejares
           01 WS-LED-EOF           PIC X. *> end-of-file flag over the ledger #mejares
           01 WS-LED-HAS-ASSESS    PIC X. *> Y when the account already holds this term's assessment #mejares
           01 WS-LED-TYPE-WORD     PIC X(11). *> ASSESSMENT/PAYMENT/ADJUSTMENT/SCHOLARSHIP printed on the statement #mejares
           01 WS-ASSESS-UNITS      PIC 9(4). *> units priced for the current student #mejares
           01 WS-ASSESS-AMT        PIC 9(7)V99. *> assessment amount for the current student #mejares
           01 WS-ASSESS-COUNT      PIC 9(4). *> students assessed this run #mejares
           01 WS-PAY-AMT-INPUT     PIC X(10). *> payment amount typed before conversion #mejares
           01 WS-SOA-LINES         PIC 9(4). *> ledger lines printed on the current statement #mejares
           01 WS-DROP-UNITS        PIC 9(2). *> units of the course just dropped, for the adjustment #mejares
           01 WS-DROP-TUITION      PIC 9(7)V99. *> tuition billed on those units #mejares
           01 WS-DROP-SCH-SHARE    PIC 9(7)V99. *> the part of it the scholarship paid - not given back #mejares
           01 WS-DROP-GRANTED      PIC 9(7)V99. *> scholarship posted to the term #mejares
           01 WS-DROP-UNITS-LEFT   PIC 9(4). *> units the student still holds in the term #mejares
           01 WS-DROP-BASE-AFTER   PIC 9(7)V99. *> covered fees once the course is gone #mejares
           01 WS-DROP-COVER-BEFORE PIC 9(7)V99. *> a fixed grant's cover before the drop #mejares
           01 WS-DROP-COVER-AFTER  PIC 9(7)V99. *> and after it #mejares
           01 WS-LED-TERM          PIC X(10). *> the term a ledger check is scoped to #mejares
           01 HLDSTATUS            PIC X(2). *> file status for the holds file #mejares
           01 WS-HLDMAINT-OPTION   PIC 9. *> sub-menu choice inside REGISTRATION-HOLDS #mejares
           01 WS-DG-CKPT           PIC X. *> Y when a left-behind EXPORTCKPT.TXT exists #mejares
           01 WS-DG-DELTA-DATE     PIC 9(8). *> date off the DELTALAST.TXT stamp, 0 when none #mejares
           01 WRKSTATUS            PIC X(2). *> file status for the shared work-report FD #mejares
           01 CURSTATUS            PIC X(2). *> file status for the curriculum master #mejares
           01 WS-CURMAINT-OPTION   PIC 9. *> sub-menu choice inside CURRICULUM-MENU #mejares
           01 WS-CUR-PROG-INPUT    PIC X(5). *> program keyed on the curriculum screens #mejares
           01 WS-CUR-YEAR-INPUT    PIC X(5). *> year level keyed on the curriculum screens #mejares
               88 WS-CUR-YEAR-VALID VALUES "1ST" "2ND" "3RD" "4TH"
                   "5TH". *> #mejares
           01 WS-CUR-SEM-INPUT     PIC X. *> semester keyed on the curriculum screens #mejares
               88 WS-CUR-SEM-VALID  VALUES "1" "2" "S". *> #mejares
           01 WS-CUR-COURSE-INPUT  PIC X(8). *> required course keyed on the curriculum screens #mejares
           01 WS-CUR-UNITS-INPUT   PIC X(4). *> raw unit minimum before it is checked #mejares
           01 WS-CUR-EOF           PIC X. *> end-of-browse flag over one program's curriculum #mejares
           01 WS-CUR-LINES         PIC 9(3). *> curriculum lines listed on the screen #mejares
           01 WS-DA-RESULT         PIC X(11). *> the audit's verdict for the student #mejares
               88 DA-COMPLETE       VALUE "COMPLETE". *> #mejares
               88 DA-IN-PROGRESS    VALUE "IN PROGRESS". *> #mejares
               88 DA-DEFICIENT      VALUE "DEFICIENT". *> #mejares
               88 DA-NO-CURRIC      VALUE "NO CURRIC". *> #mejares
           01 WS-DA-OVERRIDE       PIC X VALUE 'N'. *> Y when a supervisor graduated past an unmet audit #mejares
           01 WS-DA-CUR-COUNT      PIC 9(3). *> required courses loaded for the program #mejares
           01 WS-DA-CUR-TABLE.
               05 WS-DA-CUR-ENTRY OCCURS 100 TIMES. *> one required course and how the student stands in it #mejares
                   10 WS-DA-CUR-YEAR   PIC X(5).
                   10 WS-DA-CUR-SEM    PIC X.
                   10 WS-DA-CUR-COURSE PIC X(8).
                   10 WS-DA-CUR-STATE  PIC X. *> C=complete, P=in progress, M=missing #mejares
                   10 WS-DA-CUR-TERM   PIC X(10). *> term it was passed or is being taken #mejares
                   10 WS-DA-CUR-GRADE  PIC X(5). *> the passing mark, or the last non-passing one #mejares
           01 WS-DA-BLK-COUNT      PIC 9(2). *> year/semester unit minimums loaded #mejares
           01 WS-DA-BLK-TABLE.
               05 WS-DA-BLK-ENTRY OCCURS 20 TIMES. *> one unit minimum per year and semester #mejares
                   10 WS-DA-BLK-YEAR   PIC X(5).
                   10 WS-DA-BLK-SEM    PIC X.
                   10 WS-DA-BLK-UNITS  PIC 9(3).
           01 WS-DA-SEAT-COUNT     PIC 9(3). *> the student's enrollment rows collected #mejares
           01 WS-DA-SEAT-TABLE.
               05 WS-DA-SEAT-ENTRY OCCURS 150 TIMES. *> one seat the student has held, any term #mejares
                   10 WS-DA-SEAT-COURSE PIC X(8).
                   10 WS-DA-SEAT-TERM   PIC X(10).
                   10 WS-DA-SEAT-GRADE  PIC X(5).
                   10 WS-DA-SEAT-STATE  PIC X. *> C=passed, P=not yet posted, F=posted but not passing #mejares
           01 WS-DA-TRM-COUNT      PIC 9(2). *> term marks found in the grade table and archive #mejares
           01 WS-DA-TRM-TABLE.
               05 WS-DA-TRM-ENTRY OCCURS 40 TIMES. *> one term mark and where it came from #mejares
                   10 WS-DA-TRM-TERM   PIC X(10).
                   10 WS-DA-TRM-GRADE  PIC X(5).
                   10 WS-DA-TRM-SRC    PIC X. *> G=live grade table, A=grade archive #mejares
                   10 WS-DA-TRM-SEATS  PIC X. *> Y when enrollment rows exist for the term #mejares
           01 WS-DA-IDX            PIC 9(3). *> loop index over the audit tables #mejares
           01 WS-DA-J              PIC 9(3). *> inner search index over the audit tables #mejares
           01 WS-DA-COMPLETE       PIC 9(3). *> required courses passed #mejares
           01 WS-DA-INPROG         PIC 9(3). *> required courses being taken #mejares
           01 WS-DA-MISSING        PIC 9(3). *> required courses neither passed nor being taken #mejares
           01 WS-DA-UNITS-EARNED   PIC 9(4). *> units of every distinct course passed #mejares
           01 WS-DA-UNITS-PEND     PIC 9(4). *> units of courses still awaiting a posted grade #mejares
           01 WS-DA-UNITS-REQ      PIC 9(4). *> sum of the curriculum's unit minimums #mejares
           01 WS-DA-UNITS-CUM      PIC 9(4). *> running unit minimum through a block, for the report #mejares
           01 WS-DA-HIST-ONLY      PIC 9(2). *> term marks with no enrollment rows behind them #mejares
           01 WS-DA-TRUNC          PIC X. *> Y when a table filled before the file ran out #mejares
           01 WS-DA-DUP            PIC X. *> Y when the course was already counted #mejares
           01 WS-DA-STATE-WORD     PIC X(11). *> printable word for a curriculum line's state #mejares
           01 WS-DA-BLK-WORD       PIC X(5). *> MET/SHORT for a block's cumulative minimum #mejares
           01 SCHSTATUS            PIC X(2). *> file status for the scholarship master #mejares
           01 AWDSTATUS            PIC X(2). *> file status for the scholarship award file #mejares
           01 WS-SCHMAINT-OPTION   PIC 9. *> sub-menu choice inside SCHOLAR-MENU #mejares
           01 WS-SCH-CODE-INPUT    PIC X(5). *> scholarship code keyed at the counter #mejares
           01 WS-SCH-PCT-INPUT     PIC X(7). *> raw percentage before it is checked #mejares
           01 WS-SCH-PCT-EDIT      PIC ZZ9.99. *> numeric-edited percentage for the screens #mejares
           01 WS-SCH-FOUND         PIC X. *> Y when the keyed code is already on the master #mejares
           01 WS-SCH-EOF           PIC X. *> end-of-file flag over the scholarship master #mejares
           01 WS-AWD-EOF           PIC X. *> end-of-file flag over the award file #mejares
           01 WS-AWD-TERM-INPUT    PIC X(10). *> the term an award is keyed for #mejares
           01 WS-SCH-AVAIL         PIC X. *> Y while both scholarship files are open for an assessment run #mejares
           01 WS-SCH-TUITION       PIC 9(7)V99. *> the per-unit tuition part of the current assessment #mejares
           01 WS-SCH-BASE          PIC 9(7)V99. *> the fees the scholarship covers #mejares
           01 WS-SCH-GRANT         PIC 9(7)V99. *> the grant posted for the current student #mejares
           01 WS-SCH-GRANTED       PIC 9(4). *> grants posted this assessment run #mejares
           01 WS-RET-READ          PIC 9(5). *> active awards reviewed for retention #mejares
           01 WS-RET-LOST          PIC 9(4). *> scholars past their retention cutoff #mejares
           01 PLNSTATUS            PIC X(2). *> file status for the installment schemes #mejares
           01 SPLSTATUS            PIC X(2). *> file status for the student scheme attachments #mejares
           01 WS-PLN-TERM-INPUT    PIC X(10). *> the term a scheme is keyed for #mejares
           01 WS-PLN-CODE-INPUT    PIC X(5). *> scheme code keyed at the counter #mejares
           01 WS-PLN-COUNT-INPUT   PIC X. *> installments keyed, 1-6 #mejares
           01 WS-PLN-DATE-INPUT    PIC X(8). *> due date keyed before it is checked #mejares
           01 WS-PLN-LAST-DUE      PIC 9(8). *> the previous installment's due date #mejares
           01 WS-PLN-PCT-TOTAL     PIC 9(4)V99. *> shares keyed so far #mejares
           01 WS-PLN-IDX           PIC 9(2). *> installment slot being keyed or read #mejares
           01 WS-PLN-FOUND         PIC X. *> Y when the scheme (or the student's attachment) is on file #mejares
           01 WS-PLN-EOF           PIC X. *> end-of-file flag over the schemes #mejares
           01 WS-PLN-AVAIL         PIC X VALUE 'N'. *> Y while the scheme files are open for the aging engine #mejares
           01 WS-PLN-DEFAULT-CODE  PIC X(5). *> the open term's default scheme during an assessment run #mejares
           01 WS-SPL-EOF           PIC X. *> end-of-file flag over the attachments #mejares
           01 WS-SPL-SAVE-KEY. *> where the late-charge walk resumes after the engine's reads #mejares
               05 WS-SPL-SAVE-STUD PIC X(5). *> #mejares
               05 WS-SPL-SAVE-TERM PIC X(10). *> #mejares
           01 WS-AGE-TODAY         PIC 9(8). *> the date accounts are aged to #mejares
           01 WS-AGE-COUNT         PIC 9(3). *> due items collected for the current account #mejares
           01 WS-AGE-TABLE. *> #mejares
               05 WS-AGE-ITEM OCCURS 80 TIMES. *> one amount falling due on one date #mejares
                   10 WS-AGE-DUE   PIC 9(8). *> #mejares
                   10 WS-AGE-AMT   PIC 9(7)V99. *> #mejares
           01 WS-AGE-SWAP          PIC X(17). *> one item held while the table is ordered #mejares
           01 WS-AGE-I             PIC 9(3). *> #mejares
           01 WS-AGE-J             PIC 9(3). *> #mejares
           01 WS-AGE-NEW-DUE       PIC 9(8). *> the item being added #mejares
           01 WS-AGE-NEW-AMT       PIC 9(7)V99. *> #mejares
           01 WS-AGE-LEFT          PIC 9(7)V99. *> assessment not yet spread over the installments #mejares
           01 WS-AGE-CREDIT        PIC S9(8)V99. *> payments, grants and credit adjustments not yet applied #mejares
           01 WS-AGE-PAID          PIC S9(8)V99. *> the whole credit pool, before it settles anything #mejares
           01 WS-AGE-DAYS          PIC S9(5). *> days past due; negative when not yet due #mejares
           01 WS-AGE-CURRENT       PIC S9(8)V99. *> up to 30 days past due, less any money paid ahead #mejares
           01 WS-AGE-30            PIC S9(8)V99. *> 31-60 days past due #mejares
           01 WS-AGE-60            PIC S9(8)V99. *> 61-90 days past due #mejares
           01 WS-AGE-90            PIC S9(8)V99. *> over 90 days past due #mejares
           01 WS-AGE-OVERDUE       PIC S9(8)V99. *> everything whose due date has passed #mejares
           01 WS-AGE-C-EDIT        PIC -9(8).99. *> #mejares
           01 WS-AGE-30-EDIT       PIC -9(8).99. *> #mejares
           01 WS-AGE-60-EDIT       PIC -9(8).99. *> #mejares
           01 WS-AGE-90-EDIT       PIC -9(8).99. *> #mejares
           01 WS-AGT-ACCOUNTS      PIC 9(5). *> accounts on the aging report #mejares
           01 WS-AGT-CURRENT       PIC S9(9)V99. *> report totals per bucket #mejares
           01 WS-AGT-30            PIC S9(9)V99. *> #mejares
           01 WS-AGT-60            PIC S9(9)V99. *> #mejares
           01 WS-AGT-90            PIC S9(9)V99. *> #mejares
           01 WS-AGT-OVERDUE       PIC S9(9)V99. *> #mejares
           01 WS-LATE-READ         PIC 9(5). *> attachments walked by the late-charge step #mejares
           01 WS-LATE-CHARGED      PIC 9(4). *> late charges posted #mejares
           01 WS-LATE-HELD         PIC 9(4). *> financial holds placed #mejares
           01 WS-LATE-LIFTED       PIC 9(4). *> financial holds lifted #mejares
           01 WS-LATE-PASSED       PIC 9. *> the scheme's due dates already behind today #mejares
           01 WS-LATE-THRU         PIC 9. *> due dates checked on an earlier night #mejares
           01 WS-LATE-PLAN         PIC X(5). *> the attachment's scheme, kept across the engine's reads #mejares
           01 WS-LATE-FEE          PIC 9(5)V99. *> that scheme's late charge #mejares
           01 WS-LATE-DUES. *> the scheme's due dates, kept across the engine's reads #mejares
               05 WS-LATE-DUE      PIC 9(8) OCCURS 6 TIMES. *> #mejares
           01 WS-LATE-K            PIC 9. *> due date being charged #mejares
           01 WS-LATE-DUE-DATE     PIC 9(8). *> that due date #mejares
           01 WS-LATE-DUE-TO       PIC S9(8)V99. *> everything falling due on or before it #mejares
           01 WS-LATE-HOLD-REASON  PIC X(30)
               VALUE "AUTO - INSTALLMENT PAST DUE". *> marks the holds the late-charge step may lift again #mejares
           01 WS-HLD-HAS-F         PIC X. *> Y when a financial hold already stands #mejares
           01 ORSSTATUS            PIC X(2). *> file status for the receipt series #mejares
           01 RCPSTATUS            PIC X(2). *> file status for the receipt register #mejares
           01 WS-RCPMAINT-OPTION   PIC 9. *> sub-menu choice inside RECEIPTS-MENU #mejares
           01 WS-RCP-OK            PIC X. *> Y when a receipt number was drawn or found #mejares
           01 WS-RCP-EOF           PIC X. *> end-of-file flag over the receipt register #mejares
           01 WS-RCP-REPRINT       PIC X VALUE 'N'. *> Y when RECEIPT-PRINT makes a copy #mejares
           01 WS-RCP-NO-INPUT      PIC X(8). *> receipt number keyed at the counter #mejares
           01 WS-RCP-REASON-INPUT  PIC X(30). *> why a receipt is being voided #mejares
           01 WS-RCP-MODE-WORD     PIC X(13). *> CASH/CHECK/BANK TRANSFER spelled out #mejares
           01 WS-PAY-MODE-INPUT    PIC X. *> payment mode keyed at the cashier #mejares
           01 WS-PAY-REF-INPUT     PIC X(20). *> check number or bank reference keyed #mejares
           01 WS-CO-OPER           PIC X(8). *> the cashier being closed out #mejares
           01 WS-CO-DATE           PIC 9(8). *> the day being closed out #mejares
           01 WS-CO-DATE-INPUT     PIC X(8). *> #mejares
           01 WS-CO-ISSUED         PIC 9(4). *> good receipts for the cashier's day #mejares
           01 WS-CO-VOIDS          PIC 9(4). *> voided receipts for the cashier's day #mejares
           01 WS-CO-CASH           PIC 9(9)V99. *> totals by payment mode #mejares
           01 WS-CO-CHECK          PIC 9(9)V99. *> #mejares
           01 WS-CO-BANK           PIC 9(9)V99. *> #mejares
           01 WS-CO-VOID-AMT       PIC 9(9)V99. *> #mejares
           01 WS-CO-NET            PIC 9(9)V99. *> #mejares
           01 WS-CO-AMT-EDIT       PIC 9(9).99. *> #mejares
           01 WS-CO-GAPS           PIC 9(4). *> breaks in the receipt series around the day #mejares
           01 WS-CO-PREV-NO        PIC 9(8). *> the receipt read before the current one #mejares
           01 WS-CO-PREV-DATE      PIC 9(8). *> #mejares
           01 WS-CO-GAP-FROM       PIC 9(8). *> #mejares
           01 WS-CO-GAP-TO         PIC 9(8). *> #mejares
           01 WS-PAY-AMOUNT        PIC 9(7)V99. *> amount handed to POST-RECEIPTED-PAYMENT #mejares
           01 BNKSTATUS            PIC X(2). *> file status for the bank collection file #mejares
           01 BNKLSTSTATUS         PIC X(2). *> file status for the last-import stamp #mejares
           01 SUSSTATUS            PIC X(2). *> file status for the suspense file #mejares
           01 WS-BNKMAINT-OPTION   PIC 9. *> sub-menu choice inside BANK-SUSPENSE-MENU #mejares
           01 WS-BNK-EOF           PIC X. *> end-of-file flag over the bank file #mejares
           01 WS-BNK-HDR-DATE      PIC 9(8). *> this bank file's header date #mejares
           01 WS-BNK-LAST-DATE     PIC 9(8). *> header date of the last file imported #mejares
           01 WS-BNK-HAS-TRL       PIC X. *> Y when a trailer row was seen #mejares
           01 WS-BNK-ROWS          PIC 9(6). *> detail rows counted #mejares
           01 WS-BNK-TOTAL         PIC 9(10)V99. *> detail amounts added up #mejares
           01 WS-BNK-TRL-ROWS      PIC 9(6). *> row count the trailer claims #mejares
           01 WS-BNK-TRL-TOTAL     PIC 9(10)V99. *> amount total the trailer claims #mejares
           01 WS-BNK-ROWNO         PIC 9(5). *> current detail row number #mejares
           01 WS-BNK-POSTED        PIC 9(6). *> rows posted to students #mejares
           01 WS-BNK-POSTED-AMT    PIC 9(10)V99. *> #mejares
           01 WS-BNK-SUSP          PIC 9(6). *> rows sent to suspense #mejares
           01 WS-BNK-SUSP-AMT      PIC 9(10)V99. *> #mejares
           01 WS-BNK-AMOUNT        PIC 9(7)V99. *> the current row's amount #mejares
           01 WS-BNK-REASON        PIC X. *> suspense reason for the current row; space when it posts #mejares
           01 WS-BNK-REJECT        PIC X(40). *> why the whole file was refused #mejares
           01 WS-BNK-ALUM-OK       PIC X. *> Y when the alumni file could be opened #mejares
           01 WS-BNK-TOT-EDIT      PIC Z(9)9.99. *> #mejares
           01 WS-SUS-DATE-INPUT    PIC X(8). *> bank file date keyed to find a suspense item #mejares
           01 WS-SUS-ROW-INPUT     PIC X(5). *> #mejares
           01 WS-SUS-FOUND         PIC X. *> Y when an open suspense item was found #mejares
           01 WS-SUS-EOF           PIC X. *> end-of-file flag over the suspense file #mejares
           01 WS-SUS-OPEN          PIC 9(5). *> open items listed #mejares
           01 WS-SUS-REASON-WORD   PIC X(20). *> the reason code spelled out #mejares
           01 WS-SUS-NOTE-INPUT    PIC X(30). *> refund reference keyed by the supervisor #mejares
           01 GLMSTATUS            PIC X(2). *> file status for the GL account mapping #mejares
           01 GLJSTATUS            PIC X(2). *> file status for the journal file #mejares
           01 GLLSTSTATUS          PIC X(2). *> file status for the last-sent stamp #mejares
           01 WS-GLMAINT-OPTION    PIC 9. *> sub-menu choice inside GL-MENU #mejares
           01 WS-GL-PROG-INPUT     PIC X(5). *> program code keyed for a mapping #mejares
           01 WS-GL-FOUND          PIC X. *> Y when a mapping row was found #mejares
           01 WS-GL-EOF            PIC X. *> end-of-file flag over the mapping #mejares
           01 WS-GL-PROMPT         PIC X(20). *> which account is being keyed #mejares
           01 WS-GL-ACCT-CUR       PIC X(10). *> account code before/after keying #mejares
           01 WS-GL-ACCT-INPUT     PIC X(10). *> #mejares
           01 WS-GL-TODAY          PIC 9(8). *> #mejares
           01 WS-GL-THRU           PIC 9(8). *> last whole day this run sends - yesterday #mejares
           01 WS-GL-LAST-DATE      PIC 9(8). *> last day already sent #mejares
           01 WS-GL-PROGRAM        PIC X(5). *> the ledger line's student's program #mejares
           01 WS-GL-ALUM-OK        PIC X. *> Y when the alumni file could be opened #mejares
           01 WS-GL-FEE-OK         PIC X. *> Y when the fee schedule could be opened #mejares
           01 WS-GL-FEE-PART       PIC 9(7)V99. *> fixed-fee part of an assessment #mejares
           01 WS-GL-TUIT-PART      PIC 9(7)V99. *> tuition part of an assessment #mejares
           01 WS-GL-POST-ACCT      PIC X(10). *> posting being released #mejares
           01 WS-GL-POST-AMT       PIC 9(7)V99. *> #mejares
           01 WS-GL-LINES          PIC 9(6). *> ledger lines taken in #mejares
           01 WS-GL-JRN-LINES      PIC 9(6). *> journal lines written #mejares
           01 WS-GL-UNMAPPED       PIC 9(6). *> ledger lines with no account row #mejares
           01 WS-GL-UNBALANCED     PIC 9(4). *> days whose debits and credits differ #mejares
           01 WS-GL-DAYS           PIC 9(4). *> days sent #mejares
           01 WS-GL-HAVE           PIC X. *> Y while a day/account/side is being summed #mejares
           01 WS-GL-CUR-DATE       PIC 9(8). *> #mejares
           01 WS-GL-CUR-ACCT       PIC X(10). *> #mejares
           01 WS-GL-CUR-DC         PIC X. *> #mejares
           01 WS-GL-CUR-AMT        PIC 9(11)V99. *> #mejares
           01 WS-GL-DAY-LINE       PIC 9(4). *> #mejares
           01 WS-GL-DAY-DR         PIC 9(11)V99. *> the day's debits #mejares
           01 WS-GL-DAY-CR         PIC 9(11)V99. *> the day's credits #mejares
           01 WS-GL-AMT-EDIT       PIC Z(10)9.99. *> #mejares
           01 WS-GL-AMT-EDIT2      PIC Z(10)9.99. *> #mejares
           01 WS-GLT-COUNT         PIC 9(2). *> accounts in the run's totals table #mejares
           01 WS-GLT-I             PIC 9(2). *> #mejares
           01 WS-GLT-HIT           PIC 9(2). *> #mejares
           01 WS-GLT-TABLE. *> #mejares
               05 WS-GLT-ITEM OCCURS 60 TIMES. *> #mejares
                   10 WS-GLT-ACCT  PIC X(10). *> #mejares
                   10 WS-GLT-DR    PIC 9(11)V99. *> #mejares
                   10 WS-GLT-CR    PIC 9(11)V99. *> #mejares
           01 APLSTATUS            PIC X(2). *> file status for the applicant file #mejares
           01 APSSTATUS            PIC X(2). *> file status for the applicant number series #mejares
           01 CUTSTATUS            PIC X(2). *> file status for the admission cut-offs #mejares
           01 WS-ADMMAINT-OPTION   PIC 9(2). *> #mejares
           01 WS-APL-OK            PIC X. *> Y when an applicant number was drawn #mejares
           01 WS-APL-FOUND         PIC X. *> #mejares
           01 WS-NTF-APL-OPEN      PIC X. *> Y while the spooler has the applicant file open #mejares
           01 WS-NTF-MAIL-OPEN     PIC X. *> Y while MAILOUT.TXT is open for this spool run #mejares
           01 WS-APL-EOF           PIC X. *> #mejares
           01 WS-APL-NO-INPUT      PIC X(6). *> #mejares
           01 WS-APL-TERM-INPUT    PIC X(10). *> intake term being worked #mejares
           01 WS-APL-SCORE-INPUT   PIC X(4). *> #mejares
           01 WS-APL-SCORE         PIC 9(3). *> #mejares
           01 WS-APL-SCORE-OK      PIC X. *> Y when a score was keyed #mejares
           01 WS-APL-SCORE-PROMPT  PIC X(50). *> what GET-EXAM-SCORE asks for #mejares
           01 WS-APL-EXAM-PROMPT   PIC X(50) *> #mejares
               VALUE "Entrance exam score (ENTER if not yet taken):". *> #mejares
           01 WS-APL-SCORE-DONE    PIC X. *> #mejares
           01 WS-APL-SCORE-SHOW    PIC X(3). *> score or a dash on the list #mejares
           01 WS-APL-REOPEN        PIC X. *> Y when a change undoes the decision #mejares
           01 WS-APL-STATUS-WORD   PIC X(10). *> #mejares
           01 WS-APL-DECISION-INPUT PIC X. *> #mejares
           01 WS-ADM-READ          PIC 9(5). *> applicants considered by a run #mejares
           01 WS-ADM-DONE          PIC 9(5). *> decided or converted #mejares
           01 WS-ADM-SKIPPED       PIC 9(5). *> left as they were #mejares
           01 WS-ADM-HOLD-REASON   PIC X(30) *> #mejares
               VALUE "ADMISSION PAPERS INCOMPLETE". *> #mejares
           01 WS-YLD-ENR-OK        PIC X. *> Y when ENROLL.DAT could be opened #mejares
           01 WS-YLD-IS-ENROLLED   PIC X. *> #mejares
           01 WS-YLD-COUNT         PIC 9(2). *> programs in the yield table #mejares
           01 WS-YLD-I             PIC 9(2). *> #mejares
           01 WS-YLD-HIT           PIC 9(2). *> #mejares
           01 WS-YLD-PCT           PIC 9(3)V9. *> #mejares
           01 WS-YLD-PCT-EDIT      PIC ZZ9.9. *> #mejares
           01 WS-YLD-TABLE. *> #mejares
               05 WS-YLD-ITEM OCCURS 50 TIMES. *> #mejares
                   10 WS-YLD-PROG  PIC X(5). *> #mejares
                   10 WS-YLD-APPLIED PIC 9(5). *> #mejares
                   10 WS-YLD-ADMITTED PIC 9(5). *> #mejares
                   10 WS-YLD-WAITED PIC 9(5). *> #mejares
                   10 WS-YLD-DENIED PIC 9(5). *> #mejares
                   10 WS-YLD-CONVERTED PIC 9(5). *> #mejares
                   10 WS-YLD-ENROLLED PIC 9(5). *> #mejares
           01 TCRSTATUS            PIC X(2). *> file status for the transfer credits #mejares
           01 WS-TCRMAINT-OPTION   PIC 9. *> #mejares
           01 WS-TCR-FOUND         PIC X. *> #mejares
           01 WS-TCR-EOF           PIC X. *> #mejares
           01 WS-TCR-OPEN          PIC X. *> #mejares
           01 WS-TCR-CONFIRM       PIC X. *> #mejares
           01 WS-TCR-COURSE-INPUT  PIC X(8). *> #mejares
           01 WS-TCR-COUNT         PIC 9(3). *> credits listed or printed #mejares
           01 WS-TCR-UNITS         PIC 9(4). *> units those credits grant #mejares
           01 WS-TRN-UNITS-HERE    PIC 9(4). *> units of courses passed here, for the transcript total #mejares
           01 WS-TRN-UNITS-TOTAL   PIC 9(4). *> #mejares
           01 LDRSTATUS            PIC X(2). *> file status for the load rules #mejares
           01 OVPSTATUS            PIC X(2). *> file status for the overload permits #mejares
           01 WS-LODMAINT-OPTION   PIC 9. *> #mejares
           01 WS-LDR-YEAR-INPUT    PIC X(5). *> #mejares
               88 WS-LDR-YEAR-VALID VALUES "1ST" "2ND" "3RD" "4TH" "5TH"
                   "IRREG". *> #mejares
           01 WS-LDR-STANDING-INPUT PIC X. *> #mejares
               88 WS-LDR-STANDING-VALID VALUES "H" "R" "P" "*". *> #mejares
           01 WS-LDR-UNITS-INPUT   PIC X(4). *> #mejares
           01 WS-LDR-MIN           PIC 9(2). *> #mejares
           01 WS-OVP-REASON-INPUT  PIC X(30). *> #mejares
           01 WS-OVP-FOUND         PIC X. *> #mejares
           01 WS-LOAD-OK           PIC X. *> Y when the seat keeps the student within limit #mejares
           01 WS-LOAD-RULE-FOUND   PIC X. *> #mejares
           01 WS-LOAD-EOF          PIC X. *> #mejares
           01 WS-LOAD-YEAR         PIC X(5). *> year level of the student being checked #mejares
           01 WS-LOAD-GPA          PIC 9V99. *> GPA of the student being checked #mejares
           01 WS-LOAD-STANDING     PIC X. *> H/R/P as the GPA puts it #mejares
           01 WS-LOAD-STANDING-WORD PIC X(10). *> #mejares
           01 WS-LOAD-UNITS        PIC 9(3). *> term units, target seat included when checking #mejares
           01 WS-LOAD-TARGET-UNITS PIC 9(2). *> #mejares
           01 WS-LOAD-MIN          PIC 9(2). *> #mejares
           01 WS-LOAD-MAX          PIC 9(2). *> #mejares
           01 WS-LOAD-EXTRA        PIC 9(2). *> permit units for the term #mejares
           01 WS-LOAD-LISTED       PIC 9(4). *> #mejares
           01 WS-LOAD-READ         PIC 9(5). *> enrolled students reviewed #mejares
           01 WS-LOAD-OVER         PIC 9(5). *> #mejares
           01 WS-LOAD-UNDER        PIC 9(5). *> #mejares
           01 WS-LOAD-NOPERMIT     PIC 9(5). *> over the limit with no permit covering it #mejares
           01 WS-LOAD-FINDING      PIC X(30). *> #mejares
           01 CALSTATUS            PIC X(2). *> file status for the term calendar #mejares
           01 LTSSTATUS            PIC X(2). *> file status for the late enrollees #mejares
           01 WS-CALMAINT-OPTION   PIC 9. *> #mejares
           01 WS-CAL-WINDOW-INPUT  PIC X(4). *> #mejares
               88 WS-CAL-WINDOW-VALID VALUES "PRE" "REG" "LATE" "ADD"
                   "WDR" "GRD" "INC" "EXAM". *> #mejares
           01 WS-CAL-WINDOW-WORD   PIC X(20). *> #mejares
           01 WS-CAL-DATE-INPUT    PIC X(8). *> #mejares
           01 WS-CAL-START-INPUT   PIC 9(8). *> #mejares
           01 WS-CAL-AMT-INPUT     PIC X(10). *> #mejares
           01 WS-CAL-FOUND         PIC X. *> #mejares
           01 WS-CAL-EOF           PIC X. *> #mejares
           01 WS-CAL-ANSWER        PIC X. *> #mejares
           01 WS-CAL-TERM          PIC X(10). *> term the window check is for #mejares
           01 WS-CAL-WANT-LIST. *> windows any one of which lets the action through #mejares
               05 WS-CAL-WANT      PIC X(4) OCCURS 3 TIMES. *> #mejares
           01 WS-CAL-IDX           PIC 9. *> #mejares
           01 WS-CAL-ACTION        PIC X(20). *> what is being refused, for the message #mejares
           01 WS-CAL-OK            PIC X. *> Y when inside a window, uncalendared, or overridden #mejares
           01 WS-CAL-HIT           PIC X(4). *> the window today fell in #mejares
           01 WS-CAL-DEFINED       PIC X. *> #mejares
           01 WS-CAL-SHOW-WINDOW   PIC X(4). *> first window on file, shown on a refusal #mejares
           01 WS-CAL-SHOW-START    PIC 9(8). *> #mejares
           01 WS-CAL-SHOW-END      PIC 9(8). *> #mejares
           01 WS-CAL-TODAY         PIC 9(8). *> #mejares
           01 WS-CAL-WEEK-END      PIC 9(8). *> today plus six days, for the digest #mejares
           01 WS-CAL-LATE          PIC X. *> Y when the seat falls on or after the late window's start #mejares
           01 WS-CAL-SURCHARGE     PIC 9(5)V99. *> open term's late surcharge, for the assessment run #mejares
           01 WS-CAL-LATE-AVAIL    PIC X. *> Y when late enrollees are on file to be surcharged #mejares
           01 WS-CAL-LATE-AMT      PIC 9(5)V99. *> surcharge on the student being assessed #mejares
           01 WS-CAL-LATE-CT       PIC 9(5). *> #mejares
           01 WS-CAL-DG-CT         PIC 9(4). *> digest lines for the week #mejares
           01 WS-CAL-AMT-EDIT      PIC ZZ,ZZ9.99. *> #mejares
           01 BLKSTATUS            PIC X(2). *> file status for the blocks #mejares
           01 BKMSTATUS            PIC X(2). *> file status for the block placements #mejares
           01 WS-BLKMAINT-OPTION   PIC 9. *> #mejares
           01 WS-BLK-PROGRAM-INPUT PIC X(5). *> #mejares
           01 WS-BLK-CODE-INPUT    PIC X(4). *> #mejares
           01 WS-BLK-CAP-INPUT     PIC X(4). *> #mejares
           01 WS-BLK-FOUND         PIC X. *> #mejares
           01 WS-BLK-EOF           PIC X. *> #mejares
           01 WS-BLK-OK            PIC X. *> Y when the block being tried takes the student #mejares
           01 WS-BLK-HAS-SEAT      PIC X. *> #mejares
           01 WS-BLK-STUD-AVAIL    PIC X. *> #mejares
           01 WS-BLK-REASON        PIC X(60). *> why the student could not be placed #mejares
           01 WS-BLK-IDX           PIC 99. *> section within a block #mejares
           01 WS-BLK-WRITTEN       PIC 99. *> seats of the block written and counted so far #mejares
           01 WS-BLK-FAIL          PIC X. *> Y once a seat or the membership could not be written #mejares
           01 WS-BLK-NEXT          PIC 9. *> #mejares
           01 WS-BLK-BEST          PIC 99. *> block being tried, 0 when none is left #mejares
           01 WS-BLK-TI            PIC 9(4). *> #mejares
           01 WS-BLK-CI            PIC 9(4). *> candidate being placed #mejares
           01 WS-BLK-COL           PIC 9(3). *> #mejares
           01 WS-BLK-READ          PIC 9(5). *> candidates with no seat yet #mejares
           01 WS-BLK-PLACED        PIC 9(5). *> #mejares
           01 WS-BLK-ALREADY       PIC 9(5). *> candidates already seated by hand #mejares
           01 WS-BLK-DEF-CT        PIC 99. *> #mejares
           01 WS-BLK-DEF-TABLE. *> sections keyed so far while defining a block #mejares
               05 WS-BLK-DEF OCCURS 8 TIMES. *> #mejares
                   10 WS-BLK-DEF-COURSE PIC X(8). *> #mejares
                   10 WS-BLK-DEF-SECT  PIC X(3). *> #mejares
                   10 WS-BLK-DEF-DAYS  PIC X(7). *> #mejares
                   10 WS-BLK-DEF-START PIC 9(4). *> #mejares
                   10 WS-BLK-DEF-END   PIC 9(4). *> #mejares
           01 WS-BLK-TAB-CT        PIC 99. *> #mejares
           01 WS-BLK-TABLE. *> the term's blocks, as BLOCK-RECORD lays them out #mejares
               05 WS-BT-ENTRY OCCURS 40 TIMES. *> #mejares
                   10 WS-BT-BLOCK. *> #mejares
                       15 WS-BT-TERM       PIC X(10). *> #mejares
                       15 WS-BT-PROGRAM    PIC X(5). *> #mejares
                       15 WS-BT-CODE       PIC X(4). *> #mejares
                       15 WS-BT-CAPACITY   PIC 9(3). *> #mejares
                       15 WS-BT-SEATED     PIC 9(3). *> #mejares
                       15 WS-BT-SECT-COUNT PIC 9. *> #mejares
                       15 WS-BT-SECT OCCURS 8 TIMES. *> #mejares
                           20 WS-BT-COURSE  PIC X(8). *> #mejares
                           20 WS-BT-SECTION PIC X(3). *> #mejares
                       15 WS-BT-SET-BY     PIC X(8). *> #mejares
                       15 WS-BT-SET-DATE   PIC 9(8). *> #mejares
                   10 WS-BT-TRIED      PIC X. *> Y once tried for the current student #mejares
           01 WS-BLK-CAND-CT       PIC 9(4). *> #mejares
           01 WS-BLK-CAND-TABLE. *> the run's first-year candidates, read before any seat is written #mejares
               05 WS-BLK-CAND OCCURS 1500 TIMES. *> #mejares
                   10 WS-BC-ID         PIC X(5). *> #mejares
                   10 WS-BC-NAME       PIC X(30). *> #mejares
                   10 WS-BC-PROGRAM    PIC X(5). *> #mejares
                   10 WS-BC-GPA        PIC 9V99. *> #mejares
           01 WS-BLK-EXC-CT        PIC 9(4). *> #mejares
           01 WS-BLK-EXC-TABLE. *> #mejares
               05 WS-BLK-EXC OCCURS 1500 TIMES. *> #mejares
                   10 WS-BE-ID         PIC X(5). *> #mejares
                   10 WS-BE-NAME       PIC X(30). *> #mejares
                   10 WS-BE-PROGRAM    PIC X(5). *> #mejares
                   10 WS-BE-REASON     PIC X(60). *> #mejares
           01 CMNSTATUS            PIC X(2). *> file status for the course minimums #mejares
           01 EXSSTATUS            PIC X(2). *> file status for the exam slots #mejares
           01 EXPSTATUS            PIC X(2). *> file status for the exam permits #mejares
           01 EVQSTATUS            PIC X(2). *> file status for the evaluation questions #mejares
           01 EVDSTATUS            PIC X(2). *> file status for the evaluations done #mejares
           01 EVTSTATUS            PIC X(2). *> file status for the evaluation tallies #mejares
           01 WS-DSVMAINT-OPTION   PIC 9. *> #mejares
           01 WS-CMN-INPUT         PIC X(4). *> #mejares
           01 WS-CMN-FOUND         PIC X. *> #mejares
           01 WS-DSV-TERM          PIC X(10). *> the term being swept - always the open term #mejares
           01 WS-DSV-EOF           PIC X. *> #mejares
           01 WS-DSV-ANSWER        PIC X. *> #mejares
           01 WS-DSV-OK            PIC X. *> Y when the re-seat found its room and the new seat was written #mejares
           01 WS-DSV-GONE          PIC X. *> Y when the old seat was deleted #mejares
           01 WS-DSV-STUCK         PIC 9(3). *> seats of this section that could not be released #mejares
           01 WS-DSV-DEFAULT       PIC 9(3). *> the * row's minimum, 0 when there is none #mejares
           01 WS-DSV-NEED          PIC 9(3). *> #mejares
           01 WS-DSV-UNITS         PIC 9(2). *> #mejares
           01 WS-DSV-TARGET        PIC X(3). *> the section a student moves to, spaces when none fits #mejares
           01 WS-DSV-I             PIC 9(3). *> section being dissolved #mejares
           01 WS-DSV-J             PIC 9(3). *> student being moved #mejares
           01 WS-DSV-K             PIC 9(3). *> #mejares
           01 WS-DSV-CT            PIC 9(3). *> #mejares
           01 WS-DSV-SCT           PIC 9(3). *> #mejares
           01 WS-DSV-ALT-CT        PIC 9(3). *> #mejares
           01 WS-DSV-WL-CT         PIC 9(3). *> #mejares
           01 WS-DSV-SEATS         PIC 9(5). *> #mejares
           01 WS-DSV-MOVED         PIC 9(5). *> #mejares
           01 WS-DSV-DROPPED       PIC 9(5). *> #mejares
           01 WS-DSV-KEPT          PIC 9(3). *> sections left standing on a seat that would not release #mejares
           01 WS-DSV-TABLE. *> the open term's under-enrolled sections #mejares
               05 WS-DSV-ENTRY OCCURS 200 TIMES. *> #mejares
                   10 WS-DSV-COURSE    PIC X(8). *> #mejares
                   10 WS-DSV-SECT      PIC X(3). *> #mejares
                   10 WS-DSV-ENROLLED  PIC 9(3). *> #mejares
                   10 WS-DSV-MIN       PIC 9(3). *> #mejares
                   10 WS-DSV-FAC       PIC X(5). *> #mejares
           01 WS-DSV-STUD-TABLE. *> the dissolved section's students, read before any seat moves #mejares
               05 WS-DSV-STUD OCCURS 999 TIMES PIC X(5). *> #mejares
           01 WS-DSV-ALT-TABLE. *> the course's other sections with room, read before the clash checks #mejares
               05 WS-DSV-ALT OCCURS 20 TIMES. *> #mejares
                   10 WS-DSV-ALT-SECT  PIC X(3). *> #mejares
                   10 WS-DSV-ALT-DAYS  PIC X(7). *> #mejares
                   10 WS-DSV-ALT-START PIC 9(4). *> #mejares
                   10 WS-DSV-ALT-END   PIC 9(4). *> #mejares
           01 WS-EXMMAINT-OPTION   PIC 9. *> #mejares
           01 WS-EXM-TERM          PIC X(10). *> the term whose exams are being worked #mejares
           01 WS-EXM-DATE-INPUT    PIC X(8). *> #mejares
           01 WS-EXM-DATE          PIC 9(8). *> #mejares
           01 WS-EXM-START         PIC 9(4). *> #mejares
           01 WS-EXM-END           PIC 9(4). *> #mejares
           01 WS-EXM-ROOM          PIC X(8). *> #mejares
           01 WS-EXM-SEC-ROOM      PIC X(8). *> the section's own room, the default exam room #mejares
           01 WS-EXM-EOF           PIC X. *> #mejares
           01 WS-EXM-FOUND         PIC X. *> #mejares
           01 WS-EXM-OK            PIC X. *> Y when the student clears for a permit #mejares
           01 WS-EXM-WIN-START     PIC 9(8). *> the calendar's EXAM window, zeros when unset #mejares
           01 WS-EXM-WIN-END       PIC 9(8). *> #mejares
           01 WS-EXM-CUTOFF        PIC 9(8). *> money due on or before this date must be paid #mejares
           01 WS-EXM-REASON        PIC X(40). *> #mejares
           01 WS-EXM-DUE           PIC S9(8)V99. *> #mejares
           01 WS-EXM-CLASH-WITH    PIC X(12). *> #mejares
           01 WS-EXM-ROOM-CT       PIC 9(5). *> #mejares
           01 WS-EXM-CLASH-CT      PIC 9(5). *> #mejares
           01 WS-EXM-READ          PIC 9(5). *> #mejares
           01 WS-EXM-ISSUED        PIC 9(5). *> #mejares
           01 WS-EXM-I             PIC 9(4). *> #mejares
           01 WS-EXM-J             PIC 9(4). *> #mejares
           01 WS-EXM-K             PIC 9(4). *> slot found by EXAM-FIND-SLOT, 0 when none #mejares
           01 WS-EXM-L             PIC 9(4). *> #mejares
           01 WS-EXM-SLOT-CT       PIC 9(4). *> #mejares
           01 WS-EXM-SLOT-TABLE. *> one term's exam slots #mejares
               05 WS-EXM-SLOT OCCURS 600 TIMES. *> #mejares
                   10 WS-XS-COURSE     PIC X(8). *> #mejares
                   10 WS-XS-SECT       PIC X(3). *> #mejares
                   10 WS-XS-DATE       PIC 9(8). *> #mejares
                   10 WS-XS-START      PIC 9(4). *> #mejares
                   10 WS-XS-END        PIC 9(4). *> #mejares
                   10 WS-XS-ROOM       PIC X(8). *> #mejares
           01 WS-EXM-MY-CT         PIC 9(2). *> #mejares
           01 WS-EXM-MY-TABLE. *> one student's exams, as slot-table subscripts #mejares
               05 WS-XM-SLOT OCCURS 20 TIMES PIC 9(4). *> #mejares
           01 WS-EXM-STUD-CT       PIC 9(3). *> #mejares
           01 WS-EXM-STUD-TABLE. *> the students of the section whose slot is being set #mejares
               05 WS-EXM-STUD OCCURS 999 TIMES PIC X(5). *> #mejares
           01 WS-EXM-REF-CT        PIC 9(4). *> #mejares
           01 WS-EXM-REF-TABLE. *> refused students, written out once the permits are done #mejares
               05 WS-EXM-REF OCCURS 1500 TIMES. *> #mejares
                   10 WS-XR-ID         PIC X(5). *> #mejares
                   10 WS-XR-NAME       PIC X(30). *> #mejares
                   10 WS-XR-REASON     PIC X(40). *> #mejares
                   10 WS-XR-DUE        PIC S9(8)V99. *> #mejares
           01 WS-EVLMAINT-OPTION   PIC 9. *> #mejares
           01 WS-EVL-MIN-RESP      PIC 9(3) VALUE 5. *> fewer responses than this and a section's results are withheld #mejares
           01 WS-EVL-NO-INPUT      PIC X(3). *> #mejares
           01 WS-EVL-TEXT-INPUT    PIC X(60). *> #mejares
           01 WS-EVL-FOUND         PIC X. *> #mejares
           01 WS-EVL-EOF           PIC X. *> #mejares
           01 WS-EVL-OK            PIC X. *> #mejares
           01 WS-EVL-ANSWER        PIC X. *> #mejares
           01 WS-EVL-ANS-INPUT     PIC X. *> #mejares
           01 WS-EVL-STUD          PIC X(5). *> the student rating - used only to offer seats and mark them done #mejares
           01 WS-EVL-TERM          PIC X(10). *> #mejares
           01 WS-EVL-FAC           PIC X(5). *> #mejares
           01 WS-EVL-PICK          PIC 9(2). *> #mejares
           01 WS-EVL-I             PIC 9(2). *> #mejares
           01 WS-EVL-J             PIC 9(2). *> #mejares
           01 WS-EVL-S             PIC 9(3). *> #mejares
           01 WS-EVL-T             PIC 9(3). *> #mejares
           01 WS-EVL-COL           PIC 9(3). *> #mejares
           01 WS-EVL-RESP          PIC 9(5). *> #mejares
           01 WS-EVL-ENRL          PIC 9(5). *> #mejares
           01 WS-EVL-SECTS         PIC 9(3). *> #mejares
           01 WS-EVL-SHOWN         PIC 9(3). *> #mejares
           01 WS-EVL-HIDDEN        PIC 9(3). *> #mejares
           01 WS-EVL-PCT           PIC 9(3)V9. *> #mejares
           01 WS-EVL-PCT-EDIT      PIC ZZ9.9. *> #mejares
           01 WS-EVL-AVG           PIC 9V99. *> #mejares
           01 WS-EVL-AVG-EDIT      PIC 9.99. *> #mejares
           01 WS-EVL-NUM-EDIT      PIC ZZZZ9. *> #mejares
           01 WS-EVL-NUM-EDIT2     PIC ZZZZ9. *> #mejares
           01 WS-EVL-CELL          PIC X(12). *> #mejares
           01 WS-EVL-Q-CT          PIC 9(2). *> #mejares
           01 WS-EVL-Q-TABLE. *> the question set #mejares
               05 WS-EVL-Q OCCURS 20 TIMES. *> #mejares
                   10 WS-EVL-Q-NO      PIC 9(2). *> #mejares
                   10 WS-EVL-Q-TEXT    PIC X(60). *> #mejares
           01 WS-EVL-ANS-TABLE. *> one form's answers, 0 for a skipped question #mejares
               05 WS-EVL-ANS OCCURS 20 TIMES PIC 9. *> #mejares
           01 WS-EVL-SEAT-CT       PIC 9(2). *> #mejares
           01 WS-EVL-SEAT-TABLE. *> the student's own seats - the only sections offered #mejares
               05 WS-EVL-SEAT OCCURS 20 TIMES. *> #mejares
                   10 WS-EVL-SEAT-COURSE PIC X(8). *> #mejares
                   10 WS-EVL-SEAT-SECT PIC X(3). *> #mejares
                   10 WS-EVL-SEAT-DONE PIC X. *> #mejares
           01 WS-EVL-SEC-CT        PIC 9(3). *> #mejares
           01 WS-EVL-SEC-TABLE. *> the term's sections with their tallies, for the summary #mejares
               05 WS-EVL-SEC OCCURS 600 TIMES. *> #mejares
                   10 WS-ES-COURSE     PIC X(8). *> #mejares
                   10 WS-ES-SECT       PIC X(3). *> #mejares
                   10 WS-ES-FAC        PIC X(5). *> #mejares
                   10 WS-ES-ENROLLED   PIC 9(3). *> #mejares
                   10 WS-ES-RESPONSES  PIC 9(4). *> #mejares
                   10 WS-ES-ROLLED     PIC X. *> Y once counted into its instructor's line #mejares
                   10 WS-ES-Q OCCURS 20 TIMES. *> #mejares
                       15 WS-ES-SUM      PIC 9(6). *> #mejares
                       15 WS-ES-ANSWERED PIC 9(4). *> #mejares
           01 WS-EVL-TOTALS. *> one line's sums per question #mejares
               05 WS-EVL-QTOT OCCURS 20 TIMES. *> #mejares
                   10 WS-EVL-SUM       PIC 9(7). *> #mejares
                   10 WS-EVL-ANSWERED  PIC 9(5). *> #mejares
           01 WS-GDS-TERM          PIC X(10). *> the term whose posted grades are being spread #mejares
           01 WS-GDS-AVG-GAP       PIC 9V99 VALUE 0.50. *> a section average further than this from its course's is flagged #mejares
           01 WS-GDS-CSV           PIC X. *> Y while the blocks go to GRADEDST.CSV instead of the listing #mejares
           01 WS-GDS-EOF           PIC X. *> #mejares
           01 WS-GDS-LEVEL         PIC X(10). *> SECTION, COURSE or INSTRUCTOR for the line being written #mejares
           01 WS-GDS-S             PIC 9(3). *> #mejares
           01 WS-GDS-T             PIC 9(3). *> #mejares
           01 WS-GDS-M             PIC 9(2). *> #mejares
           01 WS-GDS-COL           PIC 9(3). *> #mejares
           01 WS-GDS-PTR           PIC 9(3). *> #mejares
           01 WS-GDS-OTHER         PIC 9(2) VALUE 21. *> the bucket for marks no longer on the scale #mejares
           01 WS-GDS-MARK-CT       PIC 9(2). *> #mejares
           01 WS-GDS-MARK-TABLE. *> the report's columns, in scale order #mejares
               05 WS-GDS-MARK OCCURS 20 TIMES PIC X(5). *> #mejares
           01 WS-GDS-READ          PIC 9(6). *> posted seats counted #mejares
           01 WS-GDS-OUTLIERS      PIC 9(3). *> #mejares
           01 WS-GDS-SEC-CT        PIC 9(3). *> #mejares
           01 WS-GDS-SEC-TABLE. *> one entry per section with posted grades, in course order #mejares
               05 WS-GDS-SEC OCCURS 600 TIMES. *> #mejares
                   10 WS-GS-COURSE     PIC X(8). *> #mejares
                   10 WS-GS-SECT       PIC X(3). *> #mejares
                   10 WS-GS-FAC        PIC X(5). *> #mejares
                   10 WS-GS-ROLLED     PIC X. *> Y once counted into its instructor's line #mejares
                   10 WS-GS-GRADED     PIC 9(4). *> #mejares
                   10 WS-GS-PASSED     PIC 9(4). *> #mejares
                   10 WS-GS-NUM-CT     PIC 9(4). *> numeric marks - the ones an average can use #mejares
                   10 WS-GS-NUM-SUM    PIC 9(5)V99. *> #mejares
                   10 WS-GS-CRS-AVG    PIC 9V99. *> the average over every section of the course #mejares
                   10 WS-GS-CRS-SECTS  PIC 9(3). *> #mejares
                   10 WS-GS-FLAG       PIC X(10). *> HIGH MARKS / LOW MARKS against the course #mejares
                   10 WS-GS-CT OCCURS 21 TIMES PIC 9(4). *> #mejares
           01 WS-GDS-LINE. *> the counts for the one line being written #mejares
               05 WS-GL-COURSE     PIC X(8). *> #mejares
               05 WS-GL-SECT       PIC X(3). *> #mejares
               05 WS-GL-FAC        PIC X(5). *> #mejares
               05 WS-GL-SECTS      PIC 9(3). *> #mejares
               05 WS-GL-GRADED     PIC 9(5). *> #mejares
               05 WS-GL-PASSED     PIC 9(5). *> #mejares
               05 WS-GL-NUM-CT     PIC 9(5). *> #mejares
               05 WS-GL-NUM-SUM    PIC 9(6)V99. *> #mejares
               05 WS-GL-CRS-AVG    PIC 9V99. *> #mejares
               05 WS-GL-FLAG       PIC X(10). *> #mejares
               05 WS-GL-CT OCCURS 21 TIMES PIC 9(5). *> #mejares
           01 WS-GDS-AVG           PIC 9V99. *> #mejares
           01 WS-GDS-PCT           PIC 9(3)V9. *> #mejares
           01 WS-GDS-AVG-EDIT      PIC 9.99. *> #mejares
           01 WS-GDS-PCT-EDIT      PIC ZZ9.9. *> #mejares
           01 WS-GDS-CT-EDIT       PIC ZZZZ9. *> #mejares
           01 WS-HON-SUMMA         PIC 9V99 VALUE 1.20. *> GWA at or better than this for summa cum laude #mejares
           01 WS-HON-MAGNA         PIC 9V99 VALUE 1.45. *> ... for magna cum laude #mejares
           01 WS-HON-CUM           PIC 9V99 VALUE 1.75. *> ... for cum laude #mejares
           01 WS-HON-RESIDENCY     PIC 9(3) VALUE 75. *> least share of units, in percent, that must be taken here #mejares
           01 WS-HON-NEAR          PIC 9V99 VALUE 0.10. *> a clean record this close past the cum laude cut is a near-miss #mejares
           01 WS-HON-YEAR          PIC X(4). *> graduation year being evaluated #mejares
           01 WS-HONMAINT-OPTION   PIC 9. *> sub-menu choice inside HONORS-MENU #mejares
           01 WS-HON-MARK-TEXT     PIC X(5). *> #mejares
           01 WS-HON-PIECE         PIC X(30). *> one failed rule, appended to WS-HON-NOTE #mejares
           01 WS-HON-EOF           PIC X. *> #mejares
           01 WS-HON-OK            PIC X. *> #mejares
           01 WS-HON-C             PIC 9(3). *> #mejares
           01 WS-HON-I             PIC 9(2). *> #mejares
           01 WS-HON-FOUND         PIC X. *> #mejares
           01 WS-HON-ARC-OPEN      PIC X. *> Y while GRADEARC.DAT is open for the run #mejares
           01 WS-HON-TCR-OPEN      PIC X. *> ... the transfer credits #mejares
           01 WS-HON-HLD-OPEN      PIC X. *> ... the holds #mejares
           01 WS-HON-MARK          PIC 9V99. *> #mejares
           01 WS-HON-TERM          PIC X(10). *> #mejares
           01 WS-HON-TERM-CT       PIC 9(3). *> migrated term marks with no seats behind them #mejares
           01 WS-HON-TERM-SUM      PIC 9(4)V99. *> #mejares
           01 WS-HON-WEIGHT        PIC 9(3)V99. *> units one migrated term mark stands for #mejares
           01 WS-HON-HERE          PIC 9(5)V99. *> units taken here #mejares
           01 WS-HON-XFER          PIC 9(5). *> units credited from other schools #mejares
           01 WS-HON-SHARE         PIC 9(3). *> residency share in percent #mejares
           01 WS-HON-GWA           PIC 9V99. *> #mejares
           01 WS-HON-GWA-WORK      PIC 9(3)V9(4). *> #mejares
           01 WS-HON-RANK          PIC X. *> S/M/C earned on the GWA alone, N otherwise #mejares
           01 WS-HON-NOTE          PIC X(40). *> #mejares
           01 WS-HON-PTR           PIC 9(3). *> #mejares
           01 WS-HON-WORD          PIC X(16). *> #mejares
           01 WS-HON-PROGRAM       PIC X(5). *> program heading on the commencement list #mejares
           01 WS-HON-SHARE-EDIT    PIC ZZ9. *> #mejares
           01 WS-HON-GWA-EDIT      PIC 9.99. *> #mejares
           01 WS-HON-JUDGED        PIC 9(4). *> #mejares
           01 WS-HON-HONORED       PIC 9(4). *> #mejares
           01 WS-HON-MISSED        PIC 9(4). *> #mejares
           01 WS-HON-CAND-CT       PIC 9(3). *> #mejares
           01 WS-HON-CAND-TABLE. *> the year's graduates with their posted course grades summed #mejares
               05 WS-HON-CAND OCCURS 999 TIMES. *> #mejares
                   10 WS-HC-ID         PIC X(5). *> #mejares
                   10 WS-HC-UNITS      PIC 9(4). *> units behind numeric course grades #mejares
                   10 WS-HC-SUM        PIC 9(5)V99. *> grade times units #mejares
                   10 WS-HC-FAIL       PIC X. *> Y once a failing or lapsed-INC mark is seen #mejares
                   10 WS-HC-TERM-CT    PIC 9(2). *> #mejares
                   10 WS-HC-TERM OCCURS 15 TIMES PIC X(10). *> terms with posted seats #mejares
           01 CLRSTATUS            PIC X(2). *> file status for the clearance file #mejares
           01 WS-CLRMAINT-OPTION   PIC 9. *> sub-menu choice inside CLEARANCE-MENU #mejares
           01 WS-CLR-STUD          PIC X(5). *> student a clearance action or check is about #mejares
           01 WS-CLR-TERM          PIC X(10). *> term a clearance must exist for - spaces when any term will do #mejares
           01 WS-CLR-OFFICE        PIC 9. *> 1-5, office being worked #mejares
           01 WS-CLR-IX            PIC 9. *> #mejares
           01 WS-CLR-OFFICE-WORD   PIC X(10). *> #mejares
           01 WS-CLR-EOF           PIC X. *> #mejares
           01 WS-CLR-OPEN          PIC X. *> Y while CLEARANCE-FILE is open in a scan #mejares
           01 WS-CLR-FOUND         PIC X. *> #mejares
           01 WS-CLR-CHANGED       PIC X. *> Y when the auto-clear signed a line off #mejares
           01 WS-CLR-BLOCKED       PIC X. *> Y when the check finds a line still pending #mejares
           01 WS-CLR-WHY           PIC X(70). *> the pending offices, for the refusal message #mejares
           01 WS-CLR-PTR           PIC 9(3). *> #mejares
           01 WS-CLR-DONE          PIC X. *> #mejares
           01 WS-CLR-ID-INPUT      PIC X(5). *> #mejares
           01 WS-CLR-CONFIRM       PIC X. *> #mejares
           01 WS-CLR-LIST-STATUS   PIC X(10). *> #mejares
           01 WS-CLR-READ          PIC 9(5). *> clearances scanned #mejares
           01 WS-CLR-OPENED        PIC 9(5). *> #mejares
           01 WS-CLR-AUTO          PIC 9(5). *> lines the sweep cleared #mejares
           01 WS-CLR-OUTSTANDING   PIC 9(5). *> students with a line still pending #mejares
           01 WS-CLR-OFFICE-CT     PIC 9(5). *> #mejares
           01 LMSFSTATUS           PIC X(2). *> file status for the LMS feed #mejares
           01 LMSSSTATUS           PIC X(2). *> file status for the LMS snapshot #mejares
           01 LMSNSTATUS           PIC X(2). *> file status for the snapshot being built #mejares
           01 LMSGSTATUS           PIC X(2). *> file status for the LMS grade export #mejares
           01 WS-LMS-FEED-NAME     PIC X(20). *> LMSROSTR.CSV or LMSCHG.CSV #mejares
           01 WS-LMSMAINT-OPTION   PIC 9. *> sub-menu choice inside LMS-MENU #mejares
           01 WS-LMS-TERM          PIC X(10). *> the open term being fed #mejares
           01 WS-LMS-EOF           PIC X. *> #mejares
           01 WS-LMS-ENR-EOF       PIC X. *> #mejares
           01 WS-LMS-ENR-OK        PIC X. *> Y when ENROLL.DAT opened #mejares
           01 WS-LMS-STU-OK        PIC X. *> Y when the student file opened, for names #mejares
           01 WS-LMS-OLD-KEY       PIC X(26). *> next seat on the last snapshot, HIGH-VALUES at its end #mejares
           01 WS-LMS-NEW-KEY       PIC X(26). *> next open-term seat on ENROLL.DAT, HIGH-VALUES at its end #mejares
           01 WS-LMS-ACTION        PIC X(4). *> ADD or DROP #mejares
           01 WS-LMS-SEATS         PIC 9(6). *> #mejares
           01 WS-LMS-SECTS         PIC 9(5). *> #mejares
           01 WS-LMS-ROWS          PIC 9(6). *> #mejares
           01 WS-LMS-ADDS          PIC 9(5). *> #mejares
           01 WS-LMS-DROPS         PIC 9(5). *> #mejares
           01 WS-LMG-TERM          PIC X(10). *> one row of the LMS grade export #mejares
           01 WS-LMG-COURSE        PIC X(8). *> #mejares
           01 WS-LMG-SECT          PIC X(3). *> #mejares
           01 WS-LMG-STUD          PIC X(5). *> #mejares
           01 WS-LMG-GRADE         PIC X(5). *> #mejares
           01 WS-LMG-ROWNO         PIC 9(5). *> #mejares
           01 WS-LMG-LOADED        PIC 9(5). *> #mejares
           01 WS-LMG-REJECTED      PIC 9(5). *> #mejares
           01 WS-LMG-REASON        PIC X(40). *> why a row was not loaded #mejares
           01 WS-LMG-CAL-TERM      PIC X(10). *> term whose grade window was last looked up #mejares
           01 WS-LMG-CAL-OK        PIC X. *> Y when that term's grade window is open #mejares
           01 WS-ENROLL-FILE-NAME  PIC X(30) VALUE "ENROLL.DAT". *> read at OPEN only - pointed at a history file just long enough to open it #mejares
           01 HSTSTATUS            PIC X(2). *> file status for the history files #mejares
           01 WS-HST-NAME          PIC X(30). *> e.g. ENROLL_2025-2ND.DAT #mejares
           01 WS-HST-PREFIX        PIC X(8). *> ENROLL, ATTEND, WAITLIST or PREENL #mejares
           01 WS-HST-TERM          PIC X(10). *> the closed term being moved or read #mejares
           01 WS-HST-TOKEN         PIC X(10). *> the term with blanks made safe for a file name #mejares
           01 WS-HST-LEN           PIC 9(2). *> #mejares
           01 WS-HST-MODE          PIC X. *> I to read, U to update #mejares
           01 WS-HST-IX            PIC 9(2). *> 0 = ENROLL.DAT, n = history of closed term n #mejares
           01 WS-HST-TX            PIC 9(2). *> #mejares
           01 WS-HST-OPEN          PIC X. *> #mejares
           01 WS-HST-CLOSED        PIC X. *> Y when WS-HST-TERM is on the closed-term list #mejares
           01 WS-HST-EOF           PIC X. *> #mejares
           01 WS-HST-LIVE-CT       PIC 9(6). *> the term's rows found on the live file #mejares
           01 WS-HST-COPIED        PIC 9(6). *> rows written to the history file #mejares
           01 WS-HST-VERIFIED      PIC 9(6). *> live rows read back off the history file #mejares
           01 WS-HST-DELETED       PIC 9(6). *> #mejares
           01 WS-HST-TOT-READ      PIC 9(6). *> #mejares
           01 WS-HST-TOT-MOVED     PIC 9(6). *> #mejares
           01 WS-HST-TOT-KEPT      PIC 9(6). *> rows left live because the counts did not agree #mejares
           01 WS-HST-MISMATCH      PIC 9(3). *> #mejares
           01 ENRPSTATUS           PIC X(2). *> file status for an enrollment file still on the prior layout #mejares
           01 WS-ASSESS-T0         PIC 9(8). *> HHMMSSss the assessment run started #mejares
           01 WS-ASSESS-T1         PIC 9(8). *> HHMMSSss it finished #mejares
           01 WS-ASSESS-CLOCK      PIC 9(8). *> #mejares
           01 WS-ASSESS-HUNDREDTHS PIC 9(8). *> #mejares
           01 WS-ASSESS-CS0        PIC 9(8). *> #mejares
           01 WS-ASSESS-ELAPSED    PIC 9(6)V99. *> seconds the run took #mejares
           01 WS-ASSESS-ELAPSED-EDIT PIC Z(5)9.99. *> #mejares
           01 WS-ASSESS-STUDENTS   PIC 9(5). *> active students priced or passed over #mejares
           01 WS-ASSESS-SEAT-READS PIC 9(7). *> seat rows read through the student/term path #mejares
           01 WS-ASSESS-TERM-SEATS PIC 9(7). *> seats on file for the open term #mejares
           01 WS-ASSESS-SCAN-READS PIC 9(10). *> rows one whole-term scan per student would have read #mejares
           01 WS-REORG-ENR-NAME    PIC X(30). *> the enrollment file being rebuilt #mejares
           01 WS-REORG-ENR-SRC     PIC X. *> C current layout, P prior layout, N not on file #mejares
           01 WS-REORG-ENR-READ    PIC 9(7). *> #mejares
           01 WS-REORG-ENR-WRITTEN PIC 9(7). *> #mejares
           01 WS-REORG-ENR-TOTAL   PIC 9(7). *> seat rows rebuilt across every enrollment file #mejares
           01 WS-REORG-ENR-FILES   PIC 9(3). *> #mejares
           01 WS-REORG-ENR-FAILED  PIC 9(3). *> files left as they were because the copy fell short #mejares
           01 CTLSTATUS            PIC X(2). *> file status for the control-number series #mejares
           01 WS-CTLMAINT-OPTION   PIC 9. *> sub-menu choice inside CONTROL-NUMBERS-MENU #mejares
           01 WS-CTL-SERIES        PIC X(8). *> which named series to draw from, show or reseed #mejares
           01 WS-CTL-TITLE         PIC X(24). *> what the series numbers, for the screens #mejares
           01 WS-CTL-LIMIT         PIC 9(8). *> highest number the item's field can hold #mejares
           01 WS-CTL-NUMBER        PIC 9(8). *> the number drawn #mejares
           01 WS-CTL-OK            PIC X. *> Y when a number was drawn #mejares
           01 WS-CTL-TRIES         PIC 9(3). *> numbers stepped over while drawing #mejares
           01 WS-CTL-FREE          PIC X. *> Y when the probed number is not on the item's file #mejares
           01 WS-CTL-FILE-MAX      PIC 9(8). *> highest number already on the item's file #mejares
           01 WS-CTL-FILE-OPEN     PIC X. *> Y when the item's file could be opened for the scan #mejares
           01 WS-CTL-DOC-HOLD      PIC X(106). *> the document request being released while its queue is scanned #mejares
           01 WS-CTL-IX            PIC 9. *> series 1-7, in screen order #mejares
           01 WS-CTL-COUNT         PIC 9 VALUE 7. *> how many series there are #mejares
           01 WS-CTL-FOUND         PIC X. *> Y when the series record is on file #mejares
           01 WS-CTL-NO-INPUT      PIC X(8). *> new last number keyed by the supervisor #mejares
           01 WS-CTL-NEW           PIC 9(8). *> #mejares
           01 WS-CTL-VERDICT       PIC X(12). *> OK, ABOVE SERIES or NOT STARTED #mejares
           01 WS-CTL-CHECKED       PIC 9(2). *> series looked at by the check #mejares
           01 WS-CTL-FLAGGED       PIC 9(2). *> series whose file holds numbers above them #mejares
           01 PRMSTATUS            PIC X(2). *> file status for the parameter file #mejares
           01 PRMHISTSTATUS        PIC X(2). *> file status for the parameter history #mejares
           01 WS-PRM-COUNT         PIC 9(2) VALUE 19. *> how many parameters there are #mejares
           01 WS-PRM-IX            PIC 9(2). *> parameter 1-18, in screen order #mejares
           01 WS-PRM-NAME          PIC X(14). *> #mejares
           01 WS-PRM-DESC          PIC X(44). *> #mejares
           01 WS-PRM-DEFAULT       PIC 9(5)V99. *> the built-in value, used while none is on file #mejares
           01 WS-PRM-MIN           PIC 9(5)V99. *> lowest value the screen takes #mejares
           01 WS-PRM-MAX           PIC 9(5)V99. *> highest value the screen takes #mejares
           01 WS-PRM-DEC           PIC X. *> Y when the value carries two decimals #mejares
           01 WS-PRM-VALUE         PIC 9(5)V99. *> the value being loaded, shown or printed #mejares
           01 WS-PRM-OLD           PIC 9(5)V99. *> the value in force before a change #mejares
           01 WS-PRM-NEW           PIC 9(5)V99. *> the value keyed by the supervisor #mejares
           01 WS-PRM-TODAY         PIC 9(8). *> YYYYMMDD the effective dates are judged against #mejares
           01 WS-PRM-FILE-OPEN     PIC X. *> Y when SYSPARM.DAT could be opened #mejares
           01 WS-PRM-FOUND         PIC X. *> Y when the parameter has a record #mejares
           01 WS-PRM-PICK-X        PIC X(2). *> parameter number keyed on the screen #mejares
           01 WS-PRM-VALUE-X       PIC X(10). *> new value as typed #mejares
           01 WS-PRM-EFF-X         PIC X(8). *> effective date as typed #mejares
           01 WS-PRM-EFF           PIC 9(8). *> #mejares
           01 WS-PRM-EDIT-DEC      PIC Z(4)9.99. *> #mejares
           01 WS-PRM-EDIT-INT      PIC Z(4)9. *> #mejares
           01 WS-PRM-EDIT          PIC X(10). *> the value as printed #mejares
           01 WS-PRM-SHOW-EFF      PIC X(9). *> effective date, or (default), on the screen #mejares
           01 WS-PRM-SHOW-BY       PIC X(8). *> #mejares
           01 WS-PRM-SHOW-NOTE     PIC X(24). *> #mejares
           01 WS-PRM-FOR           PIC X(8). *> which report or run is asking for its parameters #mejares
           01 WS-PRM-USED          PIC X(100). *> NAME=value list printed in the report header and RUNLOG.TXT #mejares
           01 WS-PRM-PTR           PIC 9(3). *> #mejares
           01 WS-GPA-BAND-1        PIC 9V99 VALUE 1.50. *> tops of the GPA distribution bands #mejares
           01 WS-GPA-BAND-2        PIC 9V99 VALUE 2.00. *> #mejares
           01 WS-GPA-BAND-3        PIC 9V99 VALUE 2.50. *> #mejares
           01 WS-GPA-BAND-4        PIC 9V99 VALUE 3.00. *> #mejares
           01 WS-GPA-BAND-LO       PIC 9V99. *> bottom of a band, for the column heads #mejares
           01 WS-DIST-PTR          PIC 9(3). *> where the next band head goes #mejares
           01 WS-ATT-THRESH-DEF    PIC 9(3) VALUE 3. *> absence threshold offered when none is typed #mejares
           01 WS-INC-YEARS         PIC 9 VALUE 1. *> an INC lapses at the end of the year this many on from its term's #mejares
           01 WS-ALUM-RETAIN-YRS   PIC 9(2) VALUE 10. *> a graduate's contact, address and birth date are kept this many years #mejares
           01 PRIVLOGSTATUS        PIC X(2). *> file status for the privacy request log #mejares
           01 JRNLNEWSTATUS        PIC X(2). *> file status for the journal being rewritten #mejares
           01 WS-PRIVMAINT-OPTION  PIC 9. *> sub-menu choice inside PRIVACY-MENU #mejares
           01 WS-SAR-ID            PIC X(5). *> the student, graduate or applicant the request is about #mejares
           01 WS-SAR-REQUESTER     PIC X(30). *> who asked for the data #mejares
           01 WS-SAR-REFERENCE     PIC X(20). *> letter or ticket the request came in on #mejares
           01 WS-SAR-APL-ID        PIC X(5). *> the applicant number the subject came in on, spaces when none #mejares
           01 WS-SAR-TITLE         PIC X(50). *> heading of the section being written #mejares
           01 WS-SAR-ROW           PIC X(156). *> one line under the section heading #mejares
           01 WS-SAR-ROWS          PIC 9(5). *> lines under the current section #mejares
           01 WS-SAR-TOTAL         PIC 9(6). *> lines under every section #mejares
           01 WS-SAR-HIT           PIC 9(2). *> sections with anything on file #mejares
           01 WS-SAR-FOUND         PIC X. *> Y when the subject is on the student or alumni file #mejares
           01 WS-SAR-EOF           PIC X. *> #mejares
           01 WS-SAR-IX            PIC 9(2). *> grade-table entry or closed term being listed #mejares
           01 WS-SAR-AMT-EDIT      PIC Z(6)9.99. *> #mejares
           01 WS-ANO-TODAY         PIC 9(8). *> #mejares
           01 WS-ANO-CUTOFF        PIC 9(8). *> a graduation on or before this date is past retention #mejares
           01 WS-ANO-READ          PIC 9(6). *> alumni records looked at #mejares
           01 WS-ANO-CT            PIC 9(3). *> graduates listed for this run #mejares
           01 WS-ANO-HELD          PIC 9(6). *> past retention but over the run's limit - next run #mejares
           01 WS-ANO-DONE          PIC 9(3). *> graduates actually anonymized #mejares
           01 WS-ANO-APL           PIC 9(4). *> applicant records blanked #mejares
           01 WS-ANO-PINS          PIC 9(3). *> kiosk PINs removed #mejares
           01 WS-ANO-JRNL          PIC 9(6). *> journal entries blanked #mejares
           01 WS-ANO-JRNL-READ     PIC 9(7). *> #mejares
           01 WS-ANO-JRNL-WRITTEN  PIC 9(7). *> #mejares
           01 WS-ANO-JRNL-OK       PIC X. *> N when JOURNAL.TXT could not be rewritten whole #mejares
           01 WS-ANO-EOF           PIC X. *> #mejares
           01 WS-ANO-I             PIC 9(3). *> #mejares
           01 WS-ANO-SLOT          PIC 9(3). *> the listed graduate a satellite row belongs to, 0 when none #mejares
           01 WS-ANO-KEY           PIC X(5). *> the ID being looked up in the list #mejares
           01 WS-ANO-HIT           PIC X. *> Y when the row in hand belongs to the subject or a listed graduate #mejares
           01 WS-ANO-CONFIRM       PIC X. *> #mejares
           01 WS-ANO-RESULT        PIC X(8). *> DONE or NOT DONE on the register #mejares
           01 WS-ANO-TABLE. *> the graduates one run anonymizes #mejares
               05 WS-ANO-ENTRY OCCURS 500 TIMES. *> #mejares
                   10 WS-ANO-ID        PIC X(5). *> #mejares
                   10 WS-ANO-NAME      PIC X(30). *> #mejares
                   10 WS-ANO-PROG      PIC X(5). *> #mejares
                   10 WS-ANO-GRAD      PIC 9(8). *> #mejares
                   10 WS-ANO-APL-CT    PIC 9(2). *> applicant records blanked for this graduate #mejares
                   10 WS-ANO-PIN-GONE  PIC X. *> Y when a kiosk PIN was removed #mejares
                   10 WS-ANO-JRNL-CT   PIC 9(4). *> journal entries blanked for this graduate #mejares
                   10 WS-ANO-OK        PIC X. *> Y once the alumni record itself was rewritten #mejares
           01 WS-ANO-IMAGE. *> a journal image laid out as the student record, for blanking #mejares
               05 WS-ANO-IMG-ID        PIC X(5). *> #mejares
               05 FILLER               PIC X(43). *> #mejares
               05 WS-ANO-IMG-CONTACT   PIC X(55). *> e-mail and contact number #mejares
               05 FILLER               PIC X(167). *> #mejares
               05 WS-ANO-IMG-BIRTH     PIC X(8). *> #mejares
               05 WS-ANO-IMG-SEX       PIC X. *> #mejares
               05 WS-ANO-IMG-ADDRESS   PIC X(40). *> #mejares
           01 RPTCATSTATUS         PIC X(2). *> file status for the report catalog #mejares
           01 RPTKEEPSTATUS        PIC X(2). *> file status for the report retention rules #mejares
           01 RPTARCSTATUS         PIC X(2). *> file status for a filed report copy #mejares
           01 RPTSRCSTATUS         PIC X(2). *> file status for the report being filed #mejares
           01 WS-RPT-SOURCE        PIC X(40). *> RPT-SOURCE-FILE's external name - the fixed name to file #mejares
           01 WS-RPTREPO-OPTION    PIC 9. *> sub-menu choice inside REPORT-REPOSITORY-MENU #mejares
           01 WS-RPT-KEEP-DAYS     PIC 9(4) VALUE 730. *> days a filed copy is kept when its type has no rule - 0 keeps it for good #mejares
           01 WS-RPT-ARC-NAME      PIC X(60). *> RPT-ARCHIVE-FILE's external name #mejares
           01 WS-RPT-TYPE          PIC X(12). *> the report's fixed name up to the dot #mejares
           01 WS-RPT-EXT           PIC X(8). *> the fixed name's extension, kept on the copy #mejares
           01 WS-RPT-DATE          PIC 9(8). *> YYYYMMDD the copy is filed under #mejares
           01 WS-RPT-TIME          PIC 9(8). *> HHMMSSss the copy is filed under #mejares
           01 WS-RPT-PTR           PIC 9(3). *> where the next piece of the copy's name goes #mejares
           01 WS-RPT-LINES         PIC 9(7). *> lines copied #mejares
           01 WS-RPT-EOF           PIC X. *> end of the report being copied #mejares
           01 WS-RPT-CAT-EOF       PIC X. *> end of the catalog or the rules #mejares
           01 WS-RPT-FILED         PIC X. *> Y once the copy and its catalog row are both down, X when the type is never filed #mejares
           01 WS-RPT-FREE          PIC X. *> Y when the catalog has no row at the stamp tried #mejares
           01 WS-RPT-TRIES         PIC 9(3). *> stamps tried #mejares
           01 WS-RPT-COMMAND       PIC X(120). *> shell line for the repository folder and removals #mejares
           01 WS-RPT-Q-TYPE        PIC X(12). *> type asked for, spaces for every type #mejares
           01 WS-RPT-Q-FROM-X      PIC X(8). *> first date asked for, as typed #mejares
           01 WS-RPT-Q-TO-X        PIC X(8). *> last date asked for, as typed #mejares
           01 WS-RPT-Q-FROM        PIC 9(8). *> #mejares
           01 WS-RPT-Q-TO          PIC 9(8). *> #mejares
           01 WS-RPT-HITS          PIC 9(2). *> filed copies listed #mejares
           01 WS-RPT-MORE          PIC X. *> Y when more matched than the list holds #mejares
           01 WS-RPT-PICK          PIC 9(2). *> the one to reprint #mejares
           01 WS-RPT-SHOWN         PIC 9(2). *> lines on screen since the last pause #mejares
           01 WS-RPT-STOP          PIC X. *> Y once the operator has seen enough on screen #mejares
           01 WS-RPT-OUT-OK        PIC X. *> Y when REPRINT.TXT opened #mejares
           01 WS-RPT-HIT-TABLE. *> the copies matched, in catalog order #mejares
               05 WS-RPT-HIT OCCURS 50 TIMES. *> #mejares
                   10 WS-RPT-HIT-TYPE  PIC X(12). *> #mejares
                   10 WS-RPT-HIT-DATE  PIC 9(8). *> #mejares
                   10 WS-RPT-HIT-TIME  PIC 9(8). *> #mejares
                   10 WS-RPT-HIT-FILE  PIC X(60). *> #mejares
           01 WS-RPT-DAYS-X        PIC X(4). *> days keyed for a rule #mejares
           01 WS-RPT-DAYS          PIC 9(4). *> days the copy in hand is kept #mejares
           01 WS-RPT-RULES         PIC X. *> Y when RPTKEEP.DAT could be read #mejares
           01 WS-RPT-TODAY         PIC 9(8). *> #mejares
           01 WS-RPT-AGE           PIC S9(7). *> days since the copy in hand was written #mejares
           01 WS-RPT-AGE-ED        PIC Z(6)9. *> #mejares
           01 WS-RPT-PR-READ       PIC 9(5). *> catalog rows looked at #mejares
           01 WS-RPT-PR-GONE       PIC 9(5). *> copies removed with their rows #mejares
           01 WS-RPT-PR-HELD       PIC 9(5). *> past retention but not removed #mejares
           01 WS-RPT-RESULT        PIC X(11). *> REMOVED or NOT REMOVED #mejares
           01 IFCSTATUS            PIC X(2). *> file status for an outbound file being verified #mejares
           01 WS-IFC-FILE          PIC X(15). *> the outbound file in hand, e.g. DELTA.CSV #mejares
           01 WS-IFC-TYPE          PIC X(8). *> file type on its header: STUDENT/DELTA/AGENCY/MAILOUT/LMSROSTR/LMSCHG/GLJRNL #mejares
           01 WS-IFC-HAS-HEAD      PIC X. *> Y when a column-heading row follows the header #mejares
           01 WS-IFC-RUN-DATE      PIC 9(8). *> YYYYMMDD of the run writing the file #mejares
           01 WS-IFC-RUN-TIME      PIC 9(8). *> HHMMSSss of the run writing the file #mejares
           01 WS-IFC-RUN-ID        PIC X(17). *> YYYYMMDD-HHMMSSss - ties the file to its RUNLOG.TXT line #mejares
           01 WS-IFC-ROWS          PIC 9(7). *> detail rows between header and trailer #mejares
           01 WS-IFC-HASH-1        PIC 9(13)V99. *> sum of IDs, head counts or debits, by type #mejares
           01 WS-IFC-HASH-2        PIC 9(13)V99. *> sum of GPAs, ages, start times, drops or credits, by type #mejares
           01 WS-IFC-HASH-ED-1     PIC 9(13).99. *> #mejares
           01 WS-IFC-HASH-ED-2     PIC 9(13).99. *> #mejares
           01 WS-IFC-LINE          PIC X(60). *> the header or trailer row, for the writer to put out #mejares
           01 WS-IFC-TEXT          PIC X(220). *> a detail row as written or as read back #mejares
           01 WS-IFC-LEN           PIC 9(3). *> its length without trailing spaces #mejares
           01 WS-IFC-FLD-TABLE. *> the row's comma-separated columns #mejares
               05 WS-IFC-FLD OCCURS 12 TIMES PIC X(60). *> #mejares
           01 WS-IFC-FLD-CT        PIC 9(2). *> column being filled #mejares
           01 WS-IFC-FPOS          PIC 9(2). *> position within that column #mejares
           01 WS-IFC-CX            PIC 9(3). *> position within the row #mejares
           01 WS-IFC-CH            PIC X. *> #mejares
           01 WS-IFC-INQ           PIC X. *> Y inside double quotes, where a comma is data #mejares
           01 WS-IFC-NUM-TXT       PIC X(60). *> a column to be taken as a number #mejares
           01 WS-IFC-NUM           PIC 9(13)V99. *> its value, 0 when it is not a number #mejares
           01 WS-IFC-MODE          PIC X(8). *> run mode on the log line, ONLINE from the menus #mejares
           01 WS-IFC-RESULT        PIC X(14). *> SENT, VERIFIED, MISMATCH or TRAILER SAYS #mejares
           01 WS-IFC-REASON        PIC X(40). *> why a file failed verification #mejares
           01 WS-IFC-LOG-LINE      PIC X(120). *> #mejares
           01 WS-IFC-VFY-VERB      PIC X(8). *> VERIFY off the command line #mejares
           01 WS-IFC-VFY-NAME      PIC X(20). *> the one file to verify, blank for all of them #mejares
           01 WS-IFC-MUST-EXIST    PIC X. *> Y when the file was named - missing is then a failure #mejares
           01 WS-IFC-VX            PIC 9. *> which of the seven outbound files #mejares
           01 WS-IFC-EOF           PIC X. *> #mejares
           01 WS-IFC-V-OK          PIC X. *> N once anything in the file failed #mejares
           01 WS-IFC-IN-GROUP      PIC X. *> Y between a header and its trailer #mejares
           01 WS-IFC-HEAD-NEXT     PIC X. *> Y while the column-heading row is still to come #mejares
           01 WS-IFC-LOOSE         PIC X. *> Y once rows outside a header/trailer pair were reported #mejares
           01 WS-IFC-GROUPS        PIC 9(5). *> header/trailer pairs in the file - MAILOUT.TXT gains one per spool run #mejares
           01 WS-IFC-V-TAG         PIC X(3). *> HDR or TRL #mejares
           01 WS-IFC-V-TYPE        PIC X(8). *> type on the header read back #mejares
           01 WS-IFC-V-DATE        PIC X(8). *> run date on the header read back #mejares
           01 WS-IFC-V-COUNT       PIC X(20). *> trailer columns read back #mejares
           01 WS-IFC-V-H1          PIC X(20). *> #mejares
           01 WS-IFC-V-H2          PIC X(20). *> #mejares
           01 WS-IFC-T-ROWS        PIC 9(7). *> the trailer's own figures #mejares
           01 WS-IFC-T-HASH-1      PIC 9(13)V99. *> #mejares
           01 WS-IFC-T-HASH-2      PIC 9(13)V99. *> #mejares
           01 WS-IFC-V-FILES       PIC 9(3). *> files checked this run #mejares
           01 WS-IFC-V-GOOD        PIC 9(3). *> files that matched their trailers #mejares
           01 WS-IFC-V-BAD         PIC 9(3). *> files that did not #mejares

       PROCEDURE DIVISION.
           PERFORM SET-DATA-FILENAME.
           PERFORM SET-BATCH-OPERATOR. *> interactive sign-on replaces this with the real operator #mejares
           PERFORM LOAD-SYSTEM-PARAMETERS. *> the policy values in force today, before any screen or run uses them #mejares
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-IFC-VFY-NAME
           IF WS-COMMAND-LINE(1:7) = "VERIFY "
               OR WS-COMMAND-LINE(1:8) = "-VERIFY " *> VERIFY may name the one file to check #mejares
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-IFC-VFY-VERB WS-IFC-VFY-NAME
               MOVE WS-IFC-VFY-VERB TO WS-COMMAND-LINE
           END-IF
           EVALUATE WS-COMMAND-LINE *> one WHEN pair per scheduled batch mode #mejares
               WHEN "EXPORT" WHEN "-EXPORT"
                   MOVE 'Y' TO WS-BATCH-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM DELTA-EXPORT
                   PERFORM RUN-CONTROL-END
               WHEN "RETAIN" WHEN "-RETAIN" *> term-end scholarship retention review, after RECALC #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "RETAIN" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM SCHOLAR-RETENTION-REVIEW
                   PERFORM RUN-CONTROL-END
               WHEN "LATEFEE" WHEN "-LATEFEE" *> nightly late charges and automatic financial holds #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "LATEFEE" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM LATE-CHARGE-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "BANK" WHEN "-BANK" *> the bank's daily collection file, unplaced rows to suspense #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "BANK" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM BANK-COLLECTION-IMPORT
                   PERFORM RUN-CONTROL-END
               WHEN "GLFEED" WHEN "-GLFEED" *> whole days of LEDGER.DAT not yet sent to accounting #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "GLFEED" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM GL-EXTRACT-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "ADMDEC" WHEN "-ADMDEC" *> scored applicants decided against the program cut-offs #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "ADMDEC" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM ADMISSION-DECISION-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "ADMCONV" WHEN "-ADMCONV" *> admitted applicants onto the student file #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "ADMCONV" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM ADMISSION-CONVERT-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "LOADRPT" WHEN "-LOADRPT" *> open-term loads outside the normal range, before assessment #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "LOADRPT" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM LOAD-EXCEPTION-REPORT
                   PERFORM RUN-CONTROL-END
               WHEN "BLOCKSEC" WHEN "-BLOCKSEC" *> freshmen seated in their program's blocks, open term #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "BLOCKSEC" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM BLOCK-SECTIONING-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "UNDERENR" WHEN "-UNDERENR" *> open-term sections under their minimum, listed for the deans #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "UNDERENR" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM DISSOLUTION-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "EXAMCONF" WHEN "-EXAMCONF" *> open-term exam clashes, rooms and students #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "EXAMCONF" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM EXAM-CONFLICT-CHECK
                   PERFORM RUN-CONTROL-END
               WHEN "EXAMPRMT" WHEN "-EXAMPRMT" *> exam permits for the cleared, the refused list for the cashier #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "EXAMPRMT" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM EXAM-PERMIT-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "EVALSUM" WHEN "-EVALSUM" *> the open term's faculty evaluation summary for the deans #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "EVALSUM" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM EVAL-SUMMARY-REPORT
                   PERFORM RUN-CONTROL-END
               WHEN "GRADEDST" WHEN "-GRADEDST" *> the open term's section grade spread for the academic council #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "GRADEDST" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM GRADE-SPREAD-REPORT
                   PERFORM RUN-CONTROL-END
               WHEN "HONORS" WHEN "-HONORS" *> this year's graduates judged for Latin honors, lists for commencement #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "HONORS" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM HONORS-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "CLEAROUT" WHEN "-CLEAROUT" *> open term's outstanding clearances by office, after the auto-clear sweep #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "CLEAROUT" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM CLEARANCE-OUTSTANDING-REPORT
                   PERFORM RUN-CONTROL-END
               WHEN "LMSFEED" WHEN "-LMSFEED" *> open-term class lists, instructors and schedules for the LMS #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "LMSFEED" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM LMS-ROSTER-FEED
                   PERFORM RUN-CONTROL-END
               WHEN "LMSDELTA" WHEN "-LMSDELTA" *> the day's adds and drops since the last LMS feed #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "LMSDELTA" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM LMS-CHANGE-FEED
                   PERFORM RUN-CONTROL-END
               WHEN "LMSGRADE" WHEN "-LMSGRADE" *> LMS course marks in as pending grades, misfits to LMSREJ.TXT #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "LMSGRADE" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM LMS-GRADE-IMPORT
                   PERFORM RUN-CONTROL-END
               WHEN "HISTOFF" WHEN "-HISTOFF" *> closed terms out of the live files to per-term history, counts verified #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "HISTOFF" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM HIST-OFFLOAD-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "ASSESS" WHEN "-ASSESS" *> open-term tuition assessment, timed in the run log #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "ASSESS" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM ASSESSMENT-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "CTLCHECK" WHEN "-CTLCHECK" *> every numbered file against its control-number series #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "CTLCHECK" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM CTL-CHECK-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "ANONYMIZ" WHEN "-ANONYMIZ" *> graduates past retention lose their contact, address and birth date #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "ANONYMIZ" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM ALUMNI-ANONYMIZE-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "RPTPRUNE" WHEN "-RPTPRUNE" *> filed report copies past their type's retention are removed #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "RPTPRUNE" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM RPT-PRUNE-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "VERIFY" WHEN "-VERIFY" *> outbound files recounted against their trailers before release #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   MOVE "VERIFY" TO WS-RUN-MODE
                   PERFORM RUN-CONTROL-START
                   PERFORM IFC-VERIFY-RUN
                   PERFORM RUN-CONTROL-END
               WHEN "NIGHT" WHEN "-NIGHT" *> the whole batch window as one schedulable job #mejares
                   MOVE 'Y' TO WS-BATCH-MODE
                   PERFORM NIGHT-CHAIN-RUN
               DISPLAY "|58| MULTI-CAMPUS CONSOLIDATION    |"
               DISPLAY "|59| STUDENT PIN (KIOSK)           |"
               DISPLAY "|60| DAILY OPERATIONS DIGEST       |"
               DISPLAY "|61| CURRICULUM AND DEGREE AUDIT   |"
               DISPLAY "|62| SCHOLARSHIPS AND DISCOUNTS    |"
               DISPLAY "|63| OFFICIAL RECEIPTS / CLOSE-OUT |"
               DISPLAY "|64| BANK COLLECTIONS AND SUSPENSE |"
               DISPLAY "|65| GENERAL LEDGER INTERFACE      |"
               DISPLAY "|66| APPLICANTS AND ADMISSIONS     |"
               DISPLAY "|67| TRANSFER CREDITS              |"
               DISPLAY "|68| UNIT LOAD AND OVERLOADS       |"
               DISPLAY "|69| ACADEMIC CALENDAR             |"
               DISPLAY "|70| BLOCK SECTIONING              |"
               DISPLAY "|71| UNDER-ENROLLED SECTIONS       |"
               DISPLAY "|72| EXAM SCHEDULE AND PERMITS     |"
               DISPLAY "|73| FACULTY EVALUATION            |"
               DISPLAY "|74| SECTION GRADE DISTRIBUTION    |"
               DISPLAY "|75| LATIN HONORS                  |"
               DISPLAY "|76| CLEARANCE                     |"
               DISPLAY "|77| LMS INTERFACE                 |"
               DISPLAY "|78| CONTROL NUMBERS               |"
               DISPLAY "|79| SYSTEM PARAMETERS             |"
               DISPLAY "|80| DATA PRIVACY                  |"
               DISPLAY "|81| REPORT REPOSITORY             |"
               DISPLAY "|99| EXIT                          |"
               DISPLAY "===================================="
               DISPLAY GREEN "Enter the no. to go to: "
                   WHEN 58 PERFORM MULTI-CAMPUS-CONSOLIDATION
                   WHEN 59 PERFORM STUDENT-PIN-MAINT
                   WHEN 60 PERFORM DAILY-DIGEST
                   WHEN 61 PERFORM CURRICULUM-MENU
                   WHEN 62 PERFORM SCHOLAR-MENU
                   WHEN 63 PERFORM RECEIPTS-MENU
                   WHEN 64 PERFORM BANK-SUSPENSE-MENU
                   WHEN 65 PERFORM GL-MENU
                   WHEN 66 PERFORM ADMISSIONS-MENU
                   WHEN 67 PERFORM TRANSFER-CREDIT-MENU
                   WHEN 68 PERFORM UNIT-LOAD-MENU
                   WHEN 69 PERFORM CALENDAR-MENU
                   WHEN 70 PERFORM BLOCK-MENU
                   WHEN 71 PERFORM DISSOLVE-MENU
                   WHEN 72 PERFORM EXAM-MENU
                   WHEN 73 PERFORM EVAL-MENU
                   WHEN 74 PERFORM GRADE-SPREAD-REPORT
                   WHEN 75 PERFORM HONORS-MENU
                   WHEN 76 PERFORM CLEARANCE-MENU
                   WHEN 77 PERFORM LMS-MENU
                   WHEN 78 PERFORM CONTROL-NUMBERS-MENU
                   WHEN 79 PERFORM SYSTEM-PARAMETERS-MENU
                   WHEN 80 PERFORM PRIVACY-MENU
                   WHEN 81 PERFORM REPORT-REPOSITORY-MENU
                   WHEN 99 *> this is for exiting the program #mejares
                       DISPLAY " "
                       DISPLAY GREEN
       WRITE-JOURNAL. *> one before/after journal entry for the operation just audited #mejares
           MOVE SPACES TO JOURNAL-RECORD
           EVALUATE WS-AUDIT-OPERATION
               WHEN "CREATE" WHEN "IMPORT" WHEN "ADMCNV" *> brand-new record - there is no before image #mejares
                   MOVE "WR" TO JRNL-OP
                   MOVE SPACES TO JRNL-BEFORE
                   MOVE STUDENT-PROFILE TO JRNL-AFTER
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE 0 TO WS-RUN-RC
           MOVE SPACES TO WS-RUN-NOTE
           MOVE SPACES TO WS-PRM-USED.

       RUN-CONTROL-END. *> appends this run's control record to RUNLOG.TXT and settles the return code #mejares
           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
               WHEN "REORG"
                   MOVE WS-REORG-READ TO WS-RUN-READ
                   MOVE WS-REORG-WRITTEN TO WS-RUN-WRITTEN
               WHEN "RETAIN"
                   MOVE WS-RET-READ TO WS-RUN-READ
                   MOVE WS-RET-LOST TO WS-RUN-WRITTEN
               WHEN "LATEFEE"
                   MOVE WS-LATE-READ TO WS-RUN-READ
                   COMPUTE WS-RUN-WRITTEN = WS-LATE-CHARGED
                       + WS-LATE-HELD + WS-LATE-LIFTED
               WHEN "BANK"
                   MOVE WS-BNK-ROWS TO WS-RUN-READ
                   MOVE WS-BNK-POSTED TO WS-RUN-WRITTEN
                   MOVE WS-BNK-SUSP TO WS-RUN-SKIPPED
               WHEN "GLFEED"
                   MOVE WS-GL-LINES TO WS-RUN-READ
                   MOVE WS-GL-JRN-LINES TO WS-RUN-WRITTEN
                   MOVE WS-GL-UNMAPPED TO WS-RUN-SKIPPED
               WHEN "ADMDEC" WHEN "ADMCONV"
                   MOVE WS-ADM-READ TO WS-RUN-READ
                   MOVE WS-ADM-DONE TO WS-RUN-WRITTEN
                   MOVE WS-ADM-SKIPPED TO WS-RUN-SKIPPED
               WHEN "LOADRPT"
                   MOVE WS-LOAD-READ TO WS-RUN-READ
                   COMPUTE WS-RUN-WRITTEN = WS-LOAD-OVER + WS-LOAD-UNDER
                   MOVE WS-LOAD-NOPERMIT TO WS-RUN-SKIPPED
               WHEN "BLOCKSEC"
                   MOVE WS-BLK-READ TO WS-RUN-READ
                   MOVE WS-BLK-PLACED TO WS-RUN-WRITTEN
                   MOVE WS-BLK-EXC-CT TO WS-RUN-SKIPPED
               WHEN "UNDERENR"
                   MOVE WS-DSV-CT TO WS-RUN-READ
                   MOVE WS-DSV-MOVED TO WS-RUN-WRITTEN
                   MOVE WS-DSV-DROPPED TO WS-RUN-SKIPPED
               WHEN "EXAMCONF"
                   MOVE WS-EXM-SLOT-CT TO WS-RUN-READ
                   MOVE 0 TO WS-RUN-WRITTEN
                   COMPUTE WS-RUN-SKIPPED =
                       WS-EXM-ROOM-CT + WS-EXM-CLASH-CT
               WHEN "EXAMPRMT"
                   MOVE WS-EXM-READ TO WS-RUN-READ
                   MOVE WS-EXM-ISSUED TO WS-RUN-WRITTEN
                   MOVE WS-EXM-REF-CT TO WS-RUN-SKIPPED
               WHEN "EVALSUM"
                   MOVE WS-EVL-SEC-CT TO WS-RUN-READ
                   MOVE WS-EVL-SHOWN TO WS-RUN-WRITTEN
                   MOVE WS-EVL-HIDDEN TO WS-RUN-SKIPPED
               WHEN "GRADEDST"
                   MOVE WS-GDS-READ TO WS-RUN-READ
                   MOVE WS-GDS-SEC-CT TO WS-RUN-WRITTEN
                   MOVE WS-GDS-OUTLIERS TO WS-RUN-SKIPPED
               WHEN "HONORS"
                   MOVE WS-HON-CAND-CT TO WS-RUN-READ
                   MOVE WS-HON-JUDGED TO WS-RUN-WRITTEN
                   MOVE WS-HON-MISSED TO WS-RUN-SKIPPED
               WHEN "CLEAROUT"
                   MOVE WS-CLR-READ TO WS-RUN-READ
                   MOVE WS-CLR-AUTO TO WS-RUN-WRITTEN
                   MOVE WS-CLR-OUTSTANDING TO WS-RUN-SKIPPED
               WHEN "LMSFEED"
                   MOVE WS-LMS-SECTS TO WS-RUN-READ
                   MOVE WS-LMS-SEATS TO WS-RUN-WRITTEN
               WHEN "LMSDELTA"
                   MOVE WS-LMS-SEATS TO WS-RUN-READ
                   COMPUTE WS-RUN-WRITTEN = WS-LMS-ADDS + WS-LMS-DROPS
               WHEN "LMSGRADE"
                   MOVE WS-LMG-ROWNO TO WS-RUN-READ
                   MOVE WS-LMG-LOADED TO WS-RUN-WRITTEN
                   MOVE WS-LMG-REJECTED TO WS-RUN-SKIPPED
               WHEN "HISTOFF"
                   MOVE WS-HST-TOT-READ TO WS-RUN-READ
                   MOVE WS-HST-TOT-MOVED TO WS-RUN-WRITTEN
                   MOVE WS-HST-TOT-KEPT TO WS-RUN-SKIPPED
               WHEN "ASSESS"
                   MOVE WS-ASSESS-STUDENTS TO WS-RUN-READ
                   MOVE WS-ASSESS-COUNT TO WS-RUN-WRITTEN
                   MOVE WS-ASSESS-SKIPPED TO WS-RUN-SKIPPED
               WHEN "CTLCHECK"
                   MOVE WS-CTL-CHECKED TO WS-RUN-READ
                   MOVE 0 TO WS-RUN-WRITTEN
                   MOVE WS-CTL-FLAGGED TO WS-RUN-SKIPPED
               WHEN "ANONYMIZ"
                   MOVE WS-ANO-READ TO WS-RUN-READ
                   MOVE WS-ANO-DONE TO WS-RUN-WRITTEN
                   MOVE WS-ANO-HELD TO WS-RUN-SKIPPED
               WHEN "RPTPRUNE"
                   MOVE WS-RPT-PR-READ TO WS-RUN-READ
                   MOVE WS-RPT-PR-GONE TO WS-RUN-WRITTEN
                   MOVE WS-RPT-PR-HELD TO WS-RUN-SKIPPED
               WHEN "VERIFY"
                   MOVE WS-IFC-V-FILES TO WS-RUN-READ
                   MOVE WS-IFC-V-GOOD TO WS-RUN-WRITTEN
                   MOVE WS-IFC-V-BAD TO WS-RUN-SKIPPED
           END-EVALUATE
           OPEN EXTEND RUN-LOG-FILE
           IF RUNLOGSTATUS = "35" *> RUNLOG.TXT does not exist yet #mejares
               WS-RUN-NOTE DELIMITED BY SIZE
               INTO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD
           IF WS-PRM-USED NOT = SPACES *> the policy values the run went by, so a rerun can be explained #mejares
               MOVE SPACES TO RUN-LOG-RECORD
               STRING WS-RUN-MODE DELIMITED BY SIZE
                   " PARAMS   " DELIMITED BY SIZE
                   WS-PRM-USED DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
           END-IF
           CLOSE RUN-LOG-FILE.

       NIGHT-CHAIN-RUN. *> NIGHT: runs the configured chain in order, halting when a step fails #mejares
           MOVE WS-NIGHT-START-DATE TO WS-RUN-START-DATE
           MOVE WS-NIGHT-START-TIME TO WS-RUN-START-TIME
           MOVE WS-NIGHT-MAX-RC TO WS-RUN-RC
           MOVE SPACES TO WS-PRM-USED *> each step logged its own #mejares
           PERFORM RUN-CONTROL-END.

       NIGHT-RUN-ONE-STEP. *> one chain step under its own run-control record #mejares
           ADD 1 TO WS-NIGHT-ATTEMPTED
           DISPLAY "[SYSTEM] Night step " WS-NIGHT-IDX ": "
               WS-NIGHT-STEP(WS-NIGHT-IDX) " "
               WS-NIGHT-ARG(WS-NIGHT-IDX)
           MOVE WS-NIGHT-STEP(WS-NIGHT-IDX) TO WS-RUN-MODE
           PERFORM RUN-CONTROL-START
           EVALUATE WS-NIGHT-STEP(WS-NIGHT-IDX)
                   PERFORM DELTA-EXPORT
               WHEN "REORG"
                   PERFORM REORGANIZE-FILE
               WHEN "RETAIN"
                   PERFORM SCHOLAR-RETENTION-REVIEW
               WHEN "LATEFEE"
                   PERFORM LATE-CHARGE-RUN
               WHEN "BANK"
                   PERFORM BANK-COLLECTION-IMPORT
               WHEN "GLFEED"
                   PERFORM GL-EXTRACT-RUN
               WHEN "ADMDEC"
                   PERFORM ADMISSION-DECISION-RUN
               WHEN "ADMCONV"
                   PERFORM ADMISSION-CONVERT-RUN
               WHEN "LOADRPT"
                   PERFORM LOAD-EXCEPTION-REPORT
               WHEN "BLOCKSEC"
                   PERFORM BLOCK-SECTIONING-RUN
               WHEN "UNDERENR"
                   PERFORM DISSOLUTION-RUN
               WHEN "EXAMCONF"
                   PERFORM EXAM-CONFLICT-CHECK
               WHEN "EXAMPRMT"
                   PERFORM EXAM-PERMIT-RUN
               WHEN "EVALSUM"
                   PERFORM EVAL-SUMMARY-REPORT
               WHEN "GRADEDST"
                   PERFORM GRADE-SPREAD-REPORT
               WHEN "HONORS"
                   PERFORM HONORS-RUN
               WHEN "CLEAROUT"
                   PERFORM CLEARANCE-OUTSTANDING-REPORT
               WHEN "LMSFEED"
                   PERFORM LMS-ROSTER-FEED
               WHEN "LMSDELTA"
                   PERFORM LMS-CHANGE-FEED
               WHEN "LMSGRADE"
                   PERFORM LMS-GRADE-IMPORT
               WHEN "HISTOFF"
                   PERFORM HIST-OFFLOAD-RUN
               WHEN "ASSESS"
                   PERFORM ASSESSMENT-RUN
               WHEN "CTLCHECK"
                   PERFORM CTL-CHECK-RUN
               WHEN "ANONYMIZ"
                   PERFORM ALUMNI-ANONYMIZE-RUN
               WHEN "RPTPRUNE"
                   PERFORM RPT-PRUNE-RUN
               WHEN "VERIFY"
                   MOVE WS-NIGHT-ARG(WS-NIGHT-IDX) TO WS-IFC-VFY-NAME
                   PERFORM IFC-VERIFY-RUN
               WHEN OTHER
                   DISPLAY "[SYSTEM] Unknown chain step - check "
                       "NIGHTRUN.CFG"

       LOAD-NIGHT-CHAIN. *> the chain from NIGHTRUN.CFG, or the standard night window when there is none #mejares
           MOVE 0 TO WS-NIGHT-STEP-COUNT
           MOVE SPACES TO WS-NIGHT-ARG-TABLE
           OPEN INPUT NIGHT-CFG-FILE
           IF NIGHTCFGSTATUS NOT = "00"
               MOVE "BACKUP" TO WS-NIGHT-STEP(1)
               MOVE "TXN" TO WS-NIGHT-STEP(2)
               MOVE "EXPORT" TO WS-NIGHT-STEP(3)
               MOVE "VERIFY" TO WS-NIGHT-STEP(4) *> the export is checked against its trailer before anyone picks it up #mejares
               MOVE "STUDENTFILE.CSV" TO WS-NIGHT-ARG(4)
               MOVE "REPORT" TO WS-NIGHT-STEP(5)
               MOVE "STATS" TO WS-NIGHT-STEP(6)
               MOVE "RPTPRUNE" TO WS-NIGHT-STEP(7) *> filed reports age out every night #mejares
               MOVE 7 TO WS-NIGHT-STEP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NIGHT-EOF
                       MOVE 'Y' TO WS-NIGHT-EOF
                   NOT AT END
                       IF NIGHT-CFG-RECORD NOT = SPACES
                           IF WS-NIGHT-STEP-COUNT < 30
                               ADD 1 TO WS-NIGHT-STEP-COUNT
                               UNSTRING NIGHT-CFG-RECORD
                                   DELIMITED BY ALL SPACE INTO
                                   WS-NIGHT-STEP(WS-NIGHT-STEP-COUNT)
                                   WS-NIGHT-ARG(WS-NIGHT-STEP-COUNT)
                           ELSE *> a silently dropped step could be the backup - refuse the whole chain instead #mejares
                               DISPLAY "[SYSTEM] NIGHTRUN.CFG has more "
                                   "than 30 steps - chain refused."
                               MOVE 'Y' TO WS-NIGHT-HALTED
                               MOVE 8 TO WS-NIGHT-MAX-RC
                           END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DELTA-FILE
           MOVE "DELTA.CSV" TO WS-IFC-FILE
           PERFORM IFC-BEGIN
           MOVE WS-IFC-LINE TO DELTA-RECORD
           WRITE DELTA-RECORD
           MOVE SPACES TO DELTA-RECORD
           STRING "Change,Student ID,Student Name,Program,"
               DELIMITED BY SIZE
               UNTIL WS-DELTA-IDX > WS-DELTA-COUNT
               PERFORM DELTA-WRITE-ONE-ROW
           END-PERFORM
           PERFORM IFC-FINISH
           MOVE WS-IFC-LINE TO DELTA-RECORD
           WRITE DELTA-RECORD
           CLOSE DELTA-FILE
           CLOSE STUDENT-FILE

           IF WS-DELTA-LINE-STAMP <= WS-DELTA-LAST-STAMP
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-SCAN-RECORD(1:5) = SPACES *> setup changes carry no student - nothing to send #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-SCAN-RECORD(8:6) TO WS-DELTA-OP
           EVALUATE WS-DELTA-OP
               WHEN "CREATE" WHEN "IMPORT" WHEN "ADMCNV"
                   MOVE "C" TO WS-DELTA-TYPE
               WHEN "RESTOR"
                   MOVE "R" TO WS-DELTA-TYPE
               WHEN "DELETE" WHEN "PURGE" WHEN "GRADUA"
                   MOVE "D" TO WS-DELTA-TYPE
               WHEN "ENROLL" WHEN "DROP" WHEN "XCRED" WHEN "XCRDEL"
               WHEN "OVLPMT" WHEN "OVLREV" WHEN "CALOVR" *> section moves never touch the master record - no feed row #mejares
               WHEN "SUBJAC" WHEN "ANONYM" *> a data release or an alumni sweep leaves the student file as it was #mejares
               WHEN "APLNEW" WHEN "APLUPD" WHEN "ADMDEC" *> the ID column holds an applicant number, not a student #mejares
               WHEN "OVRRID" *> rides along after the line that made the change - that line decides the row #mejares
                   EXIT PARAGRAPH
               WHEN OTHER *> edits, grades, consent, recomputes - all content changes #mejares
                   MOVE "E" TO WS-DELTA-TYPE
                       INTO DELTA-RECORD
                   WRITE DELTA-RECORD
                   ADD 1 TO WS-DELTA-ROWS
                   MOVE DELTA-RECORD TO WS-IFC-TEXT
                   PERFORM IFC-COUNT-LINE
               NOT INVALID KEY
                   MOVE STUD-GPA TO WS-GPA-EDIT
                   PERFORM APPLY-CONSENT-MASK
                       INTO DELTA-RECORD
                   WRITE DELTA-RECORD
                   ADD 1 TO WS-DELTA-ROWS
                   MOVE DELTA-RECORD TO WS-IFC-TEXT
                   PERFORM IFC-COUNT-LINE
           END-READ.

       READ-DELTA-STATE. *> the high-water mark of the last successful delta run, 0 when there was none #mejares
           MOVE WS-DATA-FILENAME TO WS-BK-NAME
           PERFORM GET-FILE-SIZE
           MOVE WS-FILE-SIZE TO WS-REORG-AFTER-SIZE
           PERFORM REORG-ENROLL-FILES *> the enrollment files come through the same rebuild #mejares

           MOVE "REORGRPT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
               " bytes after" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Enrollment: " DELIMITED BY SIZE
               WS-REORG-ENR-TOTAL DELIMITED BY SIZE
               " seat row(s) in " DELIMITED BY SIZE
               WS-REORG-ENR-FILES DELIMITED BY SIZE
               " file(s) rebuilt with the student/term path, "
               DELIMITED BY SIZE
               WS-REORG-ENR-FAILED DELIMITED BY SIZE
               " left untouched" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           DISPLAY GREEN "[SYSTEM] Rebuild complete: " RST
               WS-REORG-WRITTEN " record(s), "
               WS-REORG-BEFORE-SIZE " -> " WS-REORG-AFTER-SIZE
           CALL "SYSTEM" USING "rm -f BACKUPLS.TMP".

       GPA-DISTRIBUTION-REPORT. *> 33. bands active GPAs per program and lists the probation worklist #mejares
           MOVE "GPADIST" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

               END-READ
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE *> the band heads follow the GPA-BAND parameters #mejares
           MOVE 10 TO WS-DIST-PTR
           MOVE 1.00 TO WS-GPA-BAND-LO
           PERFORM DIST-BAND-LOW-HEAD
           COMPUTE WS-GPA-BAND-LO = WS-GPA-BAND-1 + 0.01
           PERFORM DIST-BAND-LOW-HEAD
           COMPUTE WS-GPA-BAND-LO = WS-GPA-BAND-2 + 0.01
           PERFORM DIST-BAND-LOW-HEAD
           COMPUTE WS-GPA-BAND-LO = WS-GPA-BAND-3 + 0.01
           PERFORM DIST-BAND-LOW-HEAD
           COMPUTE WS-GPA-BAND-LO = WS-GPA-BAND-4 + 0.01
           PERFORM DIST-BAND-LOW-HEAD
           MOVE "PROGRAM  " TO WORK-REPORT-LINE(1:9)
           STRING "UNGRADED" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-DIST-PTR
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           MOVE 10 TO WS-DIST-PTR
           MOVE WS-GPA-BAND-1 TO WS-GPA-BAND-LO
           PERFORM DIST-BAND-HIGH-HEAD
           MOVE WS-GPA-BAND-2 TO WS-GPA-BAND-LO
           PERFORM DIST-BAND-HIGH-HEAD
           MOVE WS-GPA-BAND-3 TO WS-GPA-BAND-LO
           PERFORM DIST-BAND-HIGH-HEAD
           MOVE WS-GPA-BAND-4 TO WS-GPA-BAND-LO
           PERFORM DIST-BAND-HIGH-HEAD
           MOVE 5.00 TO WS-GPA-BAND-LO
           PERFORM DIST-BAND-HIGH-HEAD
           STRING "(9.99)" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-DIST-PTR
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-FAIL-THRESHOLD TO WS-GPA-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "PROBATION/WARNING WORKLIST (GPA worse than "
               DELIMITED BY SIZE
               WS-GPA-EDIT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ID     NAME                            PROGRAM  "
               WS-PROB-COUNT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE STUDENT-FILE
           DISPLAY GREEN "[SYSTEM] " WS-PROB-COUNT " student(s) on "
               "the probation worklist." RST
           EVALUATE TRUE
               WHEN STUD-GPA = WS-GPA-UNGRADED *> the migration sentinel is its own bucket, never "failing" #mejares
                   ADD 1 TO WS-DIST-UNGR(WS-DIST-SLOT)
               WHEN STUD-GPA <= WS-GPA-BAND-1
                   ADD 1 TO WS-DIST-B1(WS-DIST-SLOT)
               WHEN STUD-GPA <= WS-GPA-BAND-2
                   ADD 1 TO WS-DIST-B2(WS-DIST-SLOT)
               WHEN STUD-GPA <= WS-GPA-BAND-3
                   ADD 1 TO WS-DIST-B3(WS-DIST-SLOT)
               WHEN STUD-GPA <= WS-GPA-BAND-4
                   ADD 1 TO WS-DIST-B4(WS-DIST-SLOT)
               WHEN OTHER
                   ADD 1 TO WS-DIST-B5(WS-DIST-SLOT)
           END-EVALUATE.

       DIST-BAND-LOW-HEAD. *> "x.xx-  " for the band starting at WS-GPA-BAND-LO, at WS-DIST-PTR #mejares
           MOVE WS-GPA-BAND-LO TO WS-GPA-EDIT
           STRING WS-GPA-EDIT DELIMITED BY SIZE
               "-  " DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-DIST-PTR.

       DIST-BAND-HIGH-HEAD. *> "x.xx   " for the band ending at WS-GPA-BAND-LO, at WS-DIST-PTR #mejares
           MOVE WS-GPA-BAND-LO TO WS-GPA-EDIT
           STRING WS-GPA-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-DIST-PTR.

       DIST-WRITE-WORKLIST-LINE. *> one probation student collected for the per-adviser breakout, consent respected #mejares
           ADD 1 TO WS-PROB-COUNT
           MOVE STUD-GPA TO WS-GPA-EDIT
               EXIT PARAGRAPH
           END-IF
           CLOSE STUDENT-FILE
           MOVE WS-ENR-TERM-INPUT TO WS-CAL-TERM *> seats are taken in regular, late or add/drop only #mejares
           MOVE "REG" TO WS-CAL-WANT(1)
           MOVE "LATE" TO WS-CAL-WANT(2)
           MOVE "ADD" TO WS-CAL-WANT(3)
           MOVE "enrollment" TO WS-CAL-ACTION
           PERFORM CHECK-CALENDAR-WINDOW
           IF WS-CAL-OK NOT = 'Y'
               DISPLAY GREEN "[SYSTEM] Enrollment refused." RST
               CLOSE SECTION-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-YEAR-LVL TO WS-LOAD-YEAR *> held for the load check further down #mejares
           MOVE STUD-GPA TO WS-LOAD-GPA
           MOVE STUD-ID TO WS-HLD-STUD
           PERFORM CHECK-BLOCKING-HOLD
           IF WS-HLD-FOUND = 'Y' *> the counter gets told exactly which hold and who placed it #mejares
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO WS-TT-STUD-ID
           PERFORM CHECK-UNIT-LOAD
           IF WS-LOAD-OK NOT = 'Y' *> a load the dean never approved is not billed any more #mejares
               DISPLAY " "
               DISPLAY GREEN "Unit load would be " WS-LOAD-UNITS
                   " - the limit is " WS-LOAD-MAX " plus "
                   WS-LOAD-EXTRA " on permit." RST
               DISPLAY GREEN "An overload permit from a supervisor is "
                   "needed first (UNIT LOAD AND OVERLOADS)." RST
               CLOSE SECTION-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO SEC-TERM *> re-read the target section - the scan moved the record area #mejares
           MOVE WS-ENR-COURSE-INPUT TO SEC-COURSE
           MOVE WS-ENR-SECT-INPUT TO SEC-SECTION
           MOVE STUD-ID TO ENR-STUD-ID
           MOVE SPACES TO ENR-GRADE *> a fresh seat carries no grade - don't inherit a leftover record's #mejares
           MOVE SPACE TO ENR-GRADE-STATUS
           MOVE ENR-STUD-ID TO ENR-ST-STUD-ID
           MOVE ENR-TERM TO ENR-ST-TERM
           WRITE ENROLL-RECORD
               INVALID KEY
                   DISPLAY " "
               MOVE "OVRRID" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           END-IF
           MOVE WS-ENR-TERM-INPUT TO WS-CAL-TERM
           PERFORM CHECK-LATE-SEAT
           IF WS-CAL-LATE = 'Y' *> the late surcharge is billed by the assessment run #mejares
               PERFORM RECORD-LATE-SEAT
           END-IF
           MOVE "ENROLLED" TO WS-NTF-EVENT *> the confirmation notice queues itself now #mejares
           MOVE SPACES TO WS-NTF-TEXT
           STRING "Enrollment confirmed: " DELIMITED BY SIZE
               END-IF
           END-PERFORM.

       CHECK-ONE-PREREQ-PASS. *> Y in WS-PRQ-PASS when a posted passing mark or a transfer credit exists for WS-PRQ-CODE #mejares
      * The one-mark-per-term STUD-GRADE-ENTRY table and GRADEARC.DAT
      * cannot prove a pass in a named course, so the check reads the
      * graded enrollment rows; migrated history goes through the
      * supervisor's special permit. #mejares
           MOVE 'N' TO WS-PRQ-PASS
           PERFORM CHECK-ONE-PREREQ-CREDIT *> a course credited from another school counts as passed #mejares
           IF WS-PRQ-PASS = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERM-CONTROL
           MOVE "I" TO WS-HST-MODE
           PERFORM VARYING WS-HST-IX FROM 0 BY 1
               UNTIL WS-HST-IX > WS-CLOSED-TERM-COUNT
                   OR WS-PRQ-PASS = 'Y'
               PERFORM OPEN-ENROLL-BY-INDEX
               IF WS-HST-OPEN = 'Y'
                   PERFORM PRQ-SCAN-ONE-ENROLL
                   CLOSE ENROLL-FILE
               END-IF
           END-PERFORM.

       PRQ-SCAN-ONE-ENROLL. *> ENROLL.DAT or one term's history file, for a graded pass in WS-PRQ-CODE #mejares
           MOVE 'N' TO WS-ENR-EOF
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                           MOVE 'Y' TO WS-ENR-EOF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-TIMETABLE-CLASH. *> Y in WS-CLASH-FOUND when the student's other seats this term overlap the target #mejares
           MOVE 'N' TO WS-CLASH-FOUND
           IF ENRSTATUS NOT = "00" *> no enrollments on file yet - nothing to clash with #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TT-STUD-ID TO ENR-ST-STUD-ID *> only the student's own seats this term #mejares
           MOVE WS-ENR-TERM-INPUT TO ENR-ST-TERM
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-STUD-TERM
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-ST-STUD-ID NOT = WS-TT-STUD-ID
                           OR ENR-ST-TERM NOT = WS-ENR-TERM-INPUT
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           PERFORM CLASH-CHECK-ONE-ROW
           PERFORM GET-SECTION-KEYS
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           MOVE WS-ENR-TERM-INPUT TO WS-CAL-TERM *> a seat is given up in add/drop or withdrawal only #mejares
           MOVE "ADD" TO WS-CAL-WANT(1)
           MOVE "WDR" TO WS-CAL-WANT(2)
           MOVE SPACES TO WS-CAL-WANT(3)
           MOVE "drop" TO WS-CAL-ACTION
           PERFORM CHECK-CALENDAR-WINDOW
           IF WS-CAL-OK NOT = 'Y'
               DISPLAY GREEN "[SYSTEM] Drop refused." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               DISPLAY " "
                   NOT INVALID KEY
                       IF STUDENT-ACTIVE
                           MOVE 'Y' TO WS-WL-SEAT-OK
                           MOVE STUD-YEAR-LVL TO WS-LOAD-YEAR
                           MOVE STUD-GPA TO WS-LOAD-GPA
                       END-IF
               END-READ
               CLOSE STUDENT-FILE
                       FUNCTION TRIM(WS-CLASH-SECT) "." RST
               END-IF
           END-IF
           IF WS-WL-SEAT-OK = 'Y' *> the seat must not take them past their load either #mejares
               MOVE WS-WL-STUD TO WS-TT-STUD-ID
               PERFORM CHECK-UNIT-LOAD
               IF WS-LOAD-OK NOT = 'Y'
                   MOVE 'N' TO WS-WL-SEAT-OK
                   DISPLAY GREEN "[SYSTEM] Waitlist: " WS-WL-STUD
                       " passed over - load would be " WS-LOAD-UNITS
                       " over a limit of " WS-LOAD-MAX "." RST
               END-IF
           END-IF
           IF WS-WL-SEAT-OK = 'Y'
               OPEN I-O ENROLL-FILE
               IF ENRSTATUS NOT = "00"
                   MOVE WS-WL-STUD TO ENR-STUD-ID
                   MOVE SPACES TO ENR-GRADE
                   MOVE SPACE TO ENR-GRADE-STATUS
                   MOVE ENR-STUD-ID TO ENR-ST-STUD-ID
                   MOVE ENR-TERM TO ENR-ST-TERM
                   WRITE ENROLL-RECORD
                       INVALID KEY *> somehow already seated - the stale entry just falls off #mejares
                           MOVE 'N' TO WS-WL-SEAT-OK
               WS-CLASS-COUNT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE ENROLL-FILE
           CLOSE STUDENT-FILE
           DISPLAY " "
               "----------------------------------------------------"

           MOVE 0 TO WS-TT-COUNT
           MOVE WS-TT-STUD-ID TO ENR-ST-STUD-ID *> only the student's own seats this term #mejares
           MOVE WS-ENR-TERM-INPUT TO ENR-ST-TERM
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-STUD-TERM
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-ST-STUD-ID NOT = WS-TT-STUD-ID
                           OR ENR-ST-TERM NOT = WS-ENR-TERM-INPUT
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           PERFORM TIMETABLE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
               WS-TT-COUNT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE SECTION-FILE
           CLOSE ENROLL-FILE
           DISPLAY " "
           PERFORM GET-SECTION-KEYS
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           MOVE WS-ENR-TERM-INPUT TO WS-HST-TERM *> a moved term is read off its history file #mejares
           MOVE "U" TO WS-HST-MODE
           PERFORM OPEN-ENROLL-FOR-TERM
           IF ENRSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No enrollments on file yet." RST
           MOVE 0 TO WS-TGPA-SUM
           MOVE 0 TO WS-TGPA-GRADED
           MOVE 0 TO WS-TGPA-AVG
           MOVE WS-GRADE-TERM-INPUT TO WS-HST-TERM *> a moved term is read off its history file #mejares
           MOVE "I" TO WS-HST-MODE
           PERFORM OPEN-ENROLL-FOR-TERM
           IF ENRSTATUS NOT = "00" *> no enrollments on file yet #mejares
               EXIT PARAGRAPH
           END-IF
               CLOSE ENROLL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO ENR-ST-STUD-ID *> only the student's own seats that term #mejares
           MOVE WS-GRADE-TERM-INPUT TO ENR-ST-TERM
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-STUD-TERM
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-ST-STUD-ID NOT = STUD-ID
                           OR ENR-ST-TERM NOT = WS-GRADE-TERM-INPUT
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           PERFORM TGPA-FOLD-ONE-ROW
           ADD 1 TO WS-TGPA-GRADED.

       TRANSCRIPT-COURSE-LINES. *> the WS-TRN-TERM course rows under that term's summary line #mejares
           MOVE WS-TRN-TERM TO WS-HST-TERM *> a moved term is read off its history file #mejares
           MOVE "I" TO WS-HST-MODE
           PERFORM OPEN-ENROLL-FOR-TERM
           IF ENRSTATUS NOT = "00" *> no enrollments on file yet #mejares
               EXIT PARAGRAPH
           END-IF
                       MOVE CRS-UNITS TO WS-CRS-UNITS-HOLD
               END-READ
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ENR-GRADE)) = 0
               AND FUNCTION NUMVAL(ENR-GRADE) <= WS-FAIL-THRESHOLD *> only passed courses earn units #mejares
               ADD WS-CRS-UNITS-HOLD TO WS-TRN-UNITS-HERE
           END-IF
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "  " DELIMITED BY SIZE
               ENR-COURSE DELIMITED BY SIZE
               WS-GS-TOTAL DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           IF WS-GS-STUD-AVAIL = 'Y'
               CLOSE STUDENT-FILE
           END-IF

       GRADE-SHEET-ENCODE. *> keys one whole section's sheet in a sitting - each grade lands pending #mejares
           PERFORM GET-SECTION-KEYS
           MOVE SPACES TO STUD-ID *> a whole sheet - an override is audited against no one student #mejares
           MOVE WS-ENR-TERM-INPUT TO WS-CAL-TERM
           MOVE "GRD" TO WS-CAL-WANT(1)
           MOVE SPACES TO WS-CAL-WANT(2)
           MOVE SPACES TO WS-CAL-WANT(3)
           MOVE "grade encoding" TO WS-CAL-ACTION
           PERFORM CHECK-CALENDAR-WINDOW
           IF WS-CAL-OK NOT = 'Y'
               DISPLAY GREEN "[SYSTEM] Grade sheet refused." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GRADE-SCALE
           OPEN I-O ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               WS-GS-OUTST DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           IF ENRSTATUS = "00"
               CLOSE ENROLL-FILE
           END-IF
               EXIT PARAGRAPH
           END-IF
           CLOSE STUDENT-FILE
           MOVE WS-PRE-TERM-INPUT TO WS-CAL-TERM
           MOVE "PRE" TO WS-CAL-WANT(1)
           MOVE SPACES TO WS-CAL-WANT(2)
           MOVE SPACES TO WS-CAL-WANT(3)
           MOVE "pre-enlistment" TO WS-CAL-ACTION
           PERFORM CHECK-CALENDAR-WINDOW
           IF WS-CAL-OK NOT = 'Y'
               DISPLAY GREEN "[SYSTEM] Request refused." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Course Code: " NO ADVANCING
           MOVE SPACES TO WS-ENR-COURSE-INPUT
           ACCEPT WS-ENR-COURSE-INPUT
               WS-PRE-TOTAL DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           IF WS-PRE-SEC-AVAIL = 'Y'
               CLOSE SECTION-FILE
           END-IF
           DISPLAY "|2| Assessment Run (Open Term)     |"
           DISPLAY "|3| Statement of Account           |"
           DISPLAY "|4| Post a Payment                 |"
           DISPLAY "|5| Installment Scheme (Per Term)  |"
           DISPLAY "|6| List Installment Schemes       |"
           DISPLAY "|7| Put a Student on a Scheme      |"
           DISPLAY "|8| Receivable Aging Report        |"
           DISPLAY "|9| Late Charges and Fin. Holds    |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-TUIMAINT-OPTION
               WHEN 2 PERFORM ASSESSMENT-RUN
               WHEN 3 PERFORM STATEMENT-OF-ACCOUNT
               WHEN 4 PERFORM POST-PAYMENT
               WHEN 5 PERFORM PLAN-DEFINE
               WHEN 6 PERFORM PLAN-LIST
               WHEN 7 PERFORM PLAN-ATTACH-STUDENT
               WHEN 8 PERFORM AGING-REPORT
               WHEN 9 PERFORM LATE-CHARGE-RUN
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       ASSESSMENT-RUN. *> 42-2/ASSESS: prices every active student's open-term seats off the fee schedule #mejares
           ACCEPT WS-ASSESS-T0 FROM TIME
           MOVE 0 TO WS-ASSESS-STUDENTS
           MOVE 0 TO WS-ASSESS-SEAT-READS
           MOVE 0 TO WS-ASSESS-TERM-SEATS
           PERFORM LOAD-TERM-CONTROL
           IF WS-OPEN-TERM = SPACES
               DISPLAY " "
               DISPLAY GREEN "No open term on the term control file."
                   RST
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ENROLL-FILE
               DISPLAY " "
               DISPLAY GREEN "No enrollments on file yet." RST
               CLOSE STUDENT-FILE
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COURSE-FILE
               DISPLAY GREEN "No course catalog on file yet." RST
               CLOSE ENROLL-FILE
               CLOSE STUDENT-FILE
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FEE-FILE
               CLOSE COURSE-FILE
               CLOSE ENROLL-FILE
               CLOSE STUDENT-FILE
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SCH-AVAIL *> grants post only when both scholarship files are on hand #mejares
           OPEN INPUT AWARD-FILE
           IF AWDSTATUS = "00"
               OPEN INPUT SCHOLAR-FILE
               IF SCHSTATUS = "00"
                   MOVE 'Y' TO WS-SCH-AVAIL
               ELSE
                   CLOSE AWARD-FILE
               END-IF
           END-IF

           PERFORM ASSESS-FIND-DEFAULT-PLAN *> newly billed students start on the term's default scheme #mejares
           PERFORM ASSESS-FIND-LATE-SURCHARGE *> late enrollees pay the calendar's surcharge once #mejares

           MOVE "ASSESS.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
               "enrollments..." RST
           MOVE 0 TO WS-ASSESS-COUNT
           MOVE 0 TO WS-ASSESS-SKIPPED
           MOVE 0 TO WS-SCH-GRANTED
           PERFORM ASSESS-COUNT-TERM-SEATS
           PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       IF STUDENT-ACTIVE
                           ADD 1 TO WS-ASSESS-STUDENTS
                           PERFORM ASSESS-ONE-STUDENT
                       END-IF
               END-READ
               WS-ASSESS-COUNT DELIMITED BY SIZE
               "  Skipped: " DELIMITED BY SIZE
               WS-ASSESS-SKIPPED DELIMITED BY SIZE
               "  Scholarship grants: " DELIMITED BY SIZE
               WS-SCH-GRANTED DELIMITED BY SIZE
               "  Late surcharges: " DELIMITED BY SIZE
               WS-CAL-LATE-CT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           IF WS-CAL-LATE-AVAIL = 'Y'
               CLOSE LATE-SEAT-FILE
           END-IF
           IF WS-SCH-AVAIL = 'Y'
               CLOSE SCHOLAR-FILE
               CLOSE AWARD-FILE
           END-IF
           IF WS-PLN-DEFAULT-CODE NOT = SPACES
               CLOSE STUPLAN-FILE
           END-IF
           CLOSE FEE-FILE
           CLOSE COURSE-FILE
           CLOSE ENROLL-FILE
               " skipped." RST
           DISPLAY GREEN
               "[SYSTEM] Register written to ASSESS.TXT" RST
           PERFORM ASSESS-LOG-TIMING
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       ASSESS-COUNT-TERM-SEATS. *> the open term's seat count - what each student's whole-term scan used to read #mejares
           MOVE WS-OPEN-TERM TO ENR-TERM
           MOVE SPACES TO ENR-COURSE
           MOVE SPACES TO ENR-SECTION
                       IF ENR-TERM NOT = WS-OPEN-TERM
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           ADD 1 TO WS-ASSESS-TERM-SEATS
                       END-IF
               END-READ
           END-PERFORM.

       ASSESS-LOG-TIMING. *> RUNLOG.TXT line: seat rows read now against the whole-term scans of before, and the time taken #mejares
           ACCEPT WS-ASSESS-T1 FROM TIME
           MOVE WS-ASSESS-T0 TO WS-ASSESS-CLOCK
           PERFORM ASSESS-CLOCK-TO-HUNDREDTHS
           MOVE WS-ASSESS-HUNDREDTHS TO WS-ASSESS-CS0
           MOVE WS-ASSESS-T1 TO WS-ASSESS-CLOCK
           PERFORM ASSESS-CLOCK-TO-HUNDREDTHS
           IF WS-ASSESS-HUNDREDTHS < WS-ASSESS-CS0 *> the run went past midnight #mejares
               ADD 8640000 TO WS-ASSESS-HUNDREDTHS
           END-IF
           COMPUTE WS-ASSESS-ELAPSED =
               (WS-ASSESS-HUNDREDTHS - WS-ASSESS-CS0) / 100
           MOVE WS-ASSESS-ELAPSED TO WS-ASSESS-ELAPSED-EDIT
           COMPUTE WS-ASSESS-SCAN-READS =
               WS-ASSESS-STUDENTS * WS-ASSESS-TERM-SEATS
           DISPLAY "[SYSTEM] Seat rows read: " WS-ASSESS-SEAT-READS
               " (whole-term scans: " WS-ASSESS-SCAN-READS ")  "
               "elapsed " WS-ASSESS-ELAPSED-EDIT " sec"
           OPEN EXTEND RUN-LOG-FILE
           IF RUNLOGSTATUS = "35" *> RUNLOG.TXT does not exist yet #mejares
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOGSTATUS NOT = "00"
               DISPLAY "[SYSTEM] Could not write the run log."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RUN-LOG-RECORD
           STRING "ASSESS   TIMING   " DELIMITED BY SIZE
               WS-OPEN-TERM DELIMITED BY SIZE
               " STUDENTS=" DELIMITED BY SIZE
               WS-ASSESS-STUDENTS DELIMITED BY SIZE
               " SEAT READS=" DELIMITED BY SIZE
               WS-ASSESS-SEAT-READS DELIMITED BY SIZE
               " WAS=" DELIMITED BY SIZE
               WS-ASSESS-SCAN-READS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ASSESS-T0 DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-ASSESS-T1 DELIMITED BY SIZE
               " ELAPSED=" DELIMITED BY SIZE
               WS-ASSESS-ELAPSED-EDIT DELIMITED BY SIZE
               INTO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

       ASSESS-CLOCK-TO-HUNDREDTHS. *> HHMMSSss in WS-ASSESS-CLOCK -> hundredths since midnight #mejares
           COMPUTE WS-ASSESS-HUNDREDTHS =
               FUNCTION INTEGER(WS-ASSESS-CLOCK / 1000000) * 360000
               + FUNCTION MOD(FUNCTION INTEGER(WS-ASSESS-CLOCK / 10000),
                   100) * 6000
               + FUNCTION MOD(FUNCTION INTEGER(WS-ASSESS-CLOCK / 100),
                   100) * 100
               + FUNCTION MOD(WS-ASSESS-CLOCK, 100).

       ASSESS-ONE-STUDENT. *> one student's open-term units priced and posted, once per term #mejares
           MOVE 0 TO WS-ASSESS-UNITS
           MOVE STUD-ID TO ENR-ST-STUD-ID *> only this student's own open-term seats #mejares
           MOVE WS-OPEN-TERM TO ENR-ST-TERM
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-STUD-TERM
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-ST-STUD-ID NOT = STUD-ID
                           OR ENR-ST-TERM NOT = WS-OPEN-TERM
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           ADD 1 TO WS-ASSESS-SEAT-READS
                           MOVE ENR-COURSE TO CRS-CODE
                           READ COURSE-FILE KEY IS CRS-CODE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD CRS-UNITS TO WS-ASSESS-UNITS
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
                   WRITE WORK-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ
           PERFORM ASSESS-LATE-SURCHARGE
           COMPUTE WS-ASSESS-AMT =
               WS-ASSESS-UNITS * FEE-PER-UNIT + FEE-FIXED
               + WS-CAL-LATE-AMT
           MOVE SPACES TO LEDGER-RECORD
           MOVE STUD-ID TO LED-STUD-ID
           MOVE WS-OPEN-TERM TO LED-TERM
           MOVE "A" TO LED-TYPE
           MOVE "+" TO LED-SIGN
           MOVE WS-ASSESS-AMT TO LED-AMOUNT
           COMPUTE LED-FEE-PART = FEE-FIXED + WS-CAL-LATE-AMT *> accounting books tuition and fixed fees to different revenue - the surcharge is a fee #mejares
           ACCEPT LED-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO LED-OPERATOR
           PERFORM LEDGER-APPEND
               "  " DELIMITED BY SIZE
               WS-LED-AMT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-CAL-LATE-AMT > 0
               MOVE WS-CAL-LATE-AMT TO WS-CAL-AMT-EDIT
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "       includes late enrollment surcharge "
                   DELIMITED BY SIZE
                   WS-CAL-AMT-EDIT DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           IF WS-PLN-DEFAULT-CODE NOT = SPACES
               PERFORM ASSESS-ATTACH-PLAN
           END-IF
           IF WS-SCH-AVAIL = 'Y' *> the scholar's grant posts with the bill, on its own line #mejares
               PERFORM ASSESS-SCHOLAR-GRANT
           END-IF.

       ASSESS-SCHOLAR-GRANT. *> posts the open-term scholarship grant for the student just assessed #mejares
           MOVE STUD-ID TO AWD-STUD-ID
           MOVE WS-OPEN-TERM TO AWD-TERM
           READ AWARD-FILE KEY IS AWD-KEY
               INVALID KEY *> no award this term - nothing to grant #mejares
                   EXIT PARAGRAPH
           END-READ
           IF NOT AWD-ACTIVE *> lost or withdrawn awards grant nothing #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE AWD-SCH-CODE TO SCH-CODE
           READ SCHOLAR-FILE KEY IS SCH-CODE
               INVALID KEY
                   MOVE SPACES TO WORK-REPORT-LINE
                   STRING "       scholarship " DELIMITED BY SIZE
                       AWD-SCH-CODE DELIMITED BY SIZE
                       " is not on the master - no grant"
                       DELIMITED BY SIZE
                       INTO WORK-REPORT-LINE
                   WRITE WORK-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-SCH-TUITION = WS-ASSESS-UNITS * FEE-PER-UNIT
           EVALUATE TRUE
               WHEN SCH-COVERS-TUITION
                   MOVE WS-SCH-TUITION TO WS-SCH-BASE
               WHEN SCH-COVERS-FIXED
                   MOVE FEE-FIXED TO WS-SCH-BASE
               WHEN OTHER
                   COMPUTE WS-SCH-BASE = WS-SCH-TUITION + FEE-FIXED
           END-EVALUATE
           IF SCH-PERCENT-KIND
               COMPUTE WS-SCH-GRANT ROUNDED =
                   WS-SCH-BASE * SCH-PERCENT / 100
           ELSE
               MOVE SCH-AMOUNT TO WS-SCH-GRANT
           END-IF
           IF WS-SCH-GRANT > WS-SCH-BASE *> a grant never pays out more than the fees it covers #mejares
               MOVE WS-SCH-BASE TO WS-SCH-GRANT
           END-IF
           IF WS-SCH-GRANT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           MOVE STUD-ID TO LED-STUD-ID
           MOVE WS-OPEN-TERM TO LED-TERM
           MOVE "S" TO LED-TYPE
           MOVE "-" TO LED-SIGN
           MOVE WS-SCH-GRANT TO LED-AMOUNT
           ACCEPT LED-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO LED-OPERATOR
           PERFORM LEDGER-APPEND
           ADD 1 TO WS-SCH-GRANTED
           MOVE "SCHGRT" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           MOVE WS-SCH-GRANT TO WS-LED-AMT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "       scholarship " DELIMITED BY SIZE
               SCH-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SCH-NAME DELIMITED BY SIZE
               " -" DELIMITED BY SIZE
               WS-LED-AMT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       LEDGER-APPEND. *> one prepared ledger line onto the end of LEDGER.DAT #mejares
                   ADD LED-AMOUNT TO WS-LED-BALANCE
               WHEN "P"
                   SUBTRACT LED-AMOUNT FROM WS-LED-BALANCE
               WHEN "S" *> a scholarship grant always reduces what is owed #mejares
                   SUBTRACT LED-AMOUNT FROM WS-LED-BALANCE
               WHEN "L"
                   ADD LED-AMOUNT TO WS-LED-BALANCE
               WHEN "V" *> a voided receipt puts its payment back on the account #mejares
                   ADD LED-AMOUNT TO WS-LED-BALANCE
               WHEN "J"
                   IF LED-SIGN = "-"
                       SUBTRACT LED-AMOUNT FROM WS-LED-BALANCE
               STUD-NAME DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "DATE      TERM        TYPE        AMOUNT     BALANCE
      -        "      O.R. NO." TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE 0 TO WS-LED-BALANCE
               WS-LED-BAL-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           CLOSE LEDGER-FILE
           PERFORM AGE-OPEN-PLANS *> what part of the balance is past its due date #mejares
           ACCEPT WS-AGE-TODAY FROM DATE YYYYMMDD
           PERFORM AGE-ONE-ACCOUNT
           PERFORM AGE-CLOSE-PLANS
           MOVE WS-AGE-OVERDUE TO WS-AGE-C-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Past due now: " DELIMITED BY SIZE
               WS-AGE-C-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-AGE-30 TO WS-AGE-30-EDIT
           MOVE WS-AGE-60 TO WS-AGE-60-EDIT
           MOVE WS-AGE-90 TO WS-AGE-90-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  of which 31-60 days: " DELIMITED BY SIZE
               WS-AGE-30-EDIT DELIMITED BY SIZE
               "  61-90 days: " DELIMITED BY SIZE
               WS-AGE-60-EDIT DELIMITED BY SIZE
               "  over 90: " DELIMITED BY SIZE
               WS-AGE-90-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-SOA-LINES " ledger line(s). "
               "Balance due: " WS-LED-BAL-EDIT RST
           DISPLAY GREEN "[SYSTEM] Past due now: " WS-AGE-C-EDIT RST
           DISPLAY GREEN "[SYSTEM] Statement written to SOA.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.
               WHEN "A" MOVE "ASSESSMENT" TO WS-LED-TYPE-WORD
               WHEN "P" MOVE "PAYMENT" TO WS-LED-TYPE-WORD
               WHEN "J" MOVE "ADJUSTMENT" TO WS-LED-TYPE-WORD
               WHEN "S" MOVE "SCHOLARSHIP" TO WS-LED-TYPE-WORD
               WHEN "L" MOVE "LATE CHARGE" TO WS-LED-TYPE-WORD
               WHEN "V" MOVE "VOIDED PAY" TO WS-LED-TYPE-WORD
               WHEN OTHER MOVE "?" TO WS-LED-TYPE-WORD
           END-EVALUATE
           MOVE LED-AMOUNT TO WS-LED-AMT-EDIT
               WS-LED-AMT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LED-BAL-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LED-RECEIPT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

                       "zero." RST
               END-IF
           END-PERFORM
           PERFORM GET-PAYMENT-MODE
           PERFORM LOAD-TERM-CONTROL
           OPEN I-O RECEIPT-FILE
           IF RCPSTATUS = "35" *> first receipt ever - create the register #mejares
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
               OPEN I-O RECEIPT-FILE
           END-IF
           MOVE 'N' TO WS-RCP-OK
           IF RCPSTATUS = "00"
               MOVE FUNCTION NUMVAL(WS-PAY-AMT-INPUT) TO WS-PAY-AMOUNT
               MOVE "PAYMNT" TO WS-AUDIT-OPERATION
               PERFORM POST-RECEIPTED-PAYMENT
           END-IF
           CLOSE RECEIPT-FILE
           IF WS-RCP-OK NOT = 'Y' *> no receipt, no payment - money is never taken unreceipted #mejares
               DISPLAY " "
               DISPLAY GREEN "No official receipt number could be "
                   "drawn - payment NOT posted." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM LEDGER-COMPUTE-BALANCE
           MOVE WS-LED-BALANCE TO WS-LED-BAL-EDIT
           MOVE 'N' TO WS-RCP-REPRINT
           PERFORM RECEIPT-PRINT
           DISPLAY " "
           DISPLAY GREEN "Payment posted on O.R. No. " RCP-NO
               ". Balance now " WS-LED-BAL-EDIT RST
           DISPLAY GREEN "[SYSTEM] Receipt written to RECEIPT.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

           IF WS-LED-HAS-ASSESS NOT = 'Y' *> nothing billed for the term - nothing to give back #mejares
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DROP-TUITION = WS-DROP-UNITS * FEE-PER-UNIT
           PERFORM DROP-SCHOLAR-SHARE *> what the grant paid on the course is not the student's to get back #mejares
           IF WS-DROP-SCH-SHARE >= WS-DROP-TUITION
               DISPLAY GREEN "[SYSTEM] The scholarship paid for the "
                   "dropped course - no credit raised." RST
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           MOVE STUD-ID TO LED-STUD-ID
           MOVE WS-ENR-TERM-INPUT TO LED-TERM
           MOVE "J" TO LED-TYPE
           MOVE "-" TO LED-SIGN
           COMPUTE LED-AMOUNT = WS-DROP-TUITION - WS-DROP-SCH-SHARE
           ACCEPT LED-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO LED-OPERATOR
           PERFORM LEDGER-APPEND
           PERFORM WRITE-AUDIT-LOG
           MOVE LED-AMOUNT TO WS-LED-AMT-EDIT
           DISPLAY GREEN "[SYSTEM] Assessment adjusted by -"
               WS-LED-AMT-EDIT " for the dropped course." RST
           IF WS-DROP-SCH-SHARE > 0
               MOVE WS-DROP-SCH-SHARE TO WS-LED-AMT-EDIT
               DISPLAY GREEN "[SYSTEM] Scholarship share kept back: "
                   WS-LED-AMT-EDIT RST
           END-IF.

       DROP-SCHOLAR-SHARE. *> WS-DROP-SCH-SHARE: the part of WS-DROP-TUITION the term's scholarship grant paid #mejares
      * Figured as ASSESS-SCHOLAR-GRANT figured the grant: a percentage
      * of the dropped tuition, or for a fixed amount whatever of it the
      * remaining fees no longer carry. Never more than was posted to
      * the term - an award lost or withdrawn after the bill still paid
      * what it paid, so the posted grant decides, not the status. #mejares
           MOVE 0 TO WS-DROP-SCH-SHARE
           OPEN INPUT AWARD-FILE
           IF AWDSTATUS NOT = "00" *> no awards on file - nothing was granted #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO AWD-STUD-ID
           MOVE WS-ENR-TERM-INPUT TO AWD-TERM
           READ AWARD-FILE KEY IS AWD-KEY
               INVALID KEY
                   CLOSE AWARD-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE AWARD-FILE
           OPEN INPUT SCHOLAR-FILE
           IF SCHSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE AWD-SCH-CODE TO SCH-CODE
           READ SCHOLAR-FILE KEY IS SCH-CODE
               INVALID KEY
                   CLOSE SCHOLAR-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE SCHOLAR-FILE
           IF SCH-COVERS-FIXED *> the fixed fees stay billed - the grant on them stands #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DROP-GRANTED
           OPEN INPUT LEDGER-FILE
           IF LEDGSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LED-EOF
           PERFORM UNTIL WS-LED-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-LED-EOF
                   NOT AT END
                       IF LED-STUD-ID = STUD-ID
                           AND LED-TERM = WS-ENR-TERM-INPUT
                           AND LED-TYPE = "S"
                           ADD LED-AMOUNT TO WS-DROP-GRANTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           IF WS-DROP-GRANTED = 0
               EXIT PARAGRAPH
           END-IF
           IF SCH-PERCENT-KIND
               COMPUTE WS-DROP-SCH-SHARE ROUNDED =
                   WS-DROP-TUITION * SCH-PERCENT / 100
           ELSE
               PERFORM DROP-UNITS-LEFT
               COMPUTE WS-DROP-BASE-AFTER =
                   WS-DROP-UNITS-LEFT * FEE-PER-UNIT
               IF SCH-COVERS-BOTH
                   ADD FEE-FIXED TO WS-DROP-BASE-AFTER
               END-IF
               COMPUTE WS-DROP-COVER-BEFORE =
                   WS-DROP-BASE-AFTER + WS-DROP-TUITION
               IF WS-DROP-COVER-BEFORE > SCH-AMOUNT
                   MOVE SCH-AMOUNT TO WS-DROP-COVER-BEFORE
               END-IF
               MOVE WS-DROP-BASE-AFTER TO WS-DROP-COVER-AFTER
               IF WS-DROP-COVER-AFTER > SCH-AMOUNT
                   MOVE SCH-AMOUNT TO WS-DROP-COVER-AFTER
               END-IF
               COMPUTE WS-DROP-SCH-SHARE =
                   WS-DROP-COVER-BEFORE - WS-DROP-COVER-AFTER
           END-IF
           IF WS-DROP-SCH-SHARE > WS-DROP-GRANTED
               MOVE WS-DROP-GRANTED TO WS-DROP-SCH-SHARE
           END-IF
           IF WS-DROP-SCH-SHARE > WS-DROP-TUITION
               MOVE WS-DROP-TUITION TO WS-DROP-SCH-SHARE
           END-IF.

       DROP-UNITS-LEFT. *> units of the seats the student still holds in WS-ENR-TERM-INPUT - the dropped one is gone already #mejares
           MOVE 0 TO WS-DROP-UNITS-LEFT
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COURSE-FILE
           IF CRSSTATUS NOT = "00"
               CLOSE ENROLL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO ENR-ST-STUD-ID
           MOVE WS-ENR-TERM-INPUT TO ENR-ST-TERM
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-STUD-TERM
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-ST-STUD-ID NOT = STUD-ID
                           OR ENR-ST-TERM NOT = WS-ENR-TERM-INPUT
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           MOVE ENR-COURSE TO CRS-CODE
                           READ COURSE-FILE KEY IS CRS-CODE
                               NOT INVALID KEY
                                   ADD CRS-UNITS TO WS-DROP-UNITS-LEFT
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-FILE
           CLOSE ENROLL-FILE.

       GET-PLAN-TERM. *> the term a scheme belongs to - ENTER takes the open term #mejares
           PERFORM LOAD-TERM-CONTROL
           MOVE SPACES TO WS-PLN-TERM-INPUT
           DISPLAY "Term [" FUNCTION TRIM(WS-OPEN-TERM) "]: "
               NO ADVANCING
           ACCEPT WS-PLN-TERM-INPUT
           IF WS-PLN-TERM-INPUT = SPACES
               MOVE WS-OPEN-TERM TO WS-PLN-TERM-INPUT
           END-IF.

       PLAN-DEFINE. *> one term's installment scheme: due dates, shares, and the late charge #mejares
           PERFORM GET-PLAN-TERM
           MOVE SPACES TO WS-PLN-CODE-INPUT
           PERFORM UNTIL WS-PLN-CODE-INPUT NOT = SPACES
               DISPLAY "Scheme Code: " NO ADVANCING
               ACCEPT WS-PLN-CODE-INPUT
           END-PERFORM
           OPEN I-O PLAN-FILE
           IF PLNSTATUS = "35" *> first scheme ever - create the file #mejares
               OPEN OUTPUT PLAN-FILE
               CLOSE PLAN-FILE
               OPEN I-O PLAN-FILE
           END-IF
           IF PLNSTATUS NOT = "00"
               CALL "FSTATMSG" USING PLNSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLN-TERM-INPUT TO PLN-TERM
           MOVE WS-PLN-CODE-INPUT TO PLN-CODE
           MOVE 'N' TO WS-PLN-FOUND
           READ PLAN-FILE KEY IS PLN-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PLN-FOUND
                   DISPLAY "Replacing: " FUNCTION TRIM(PLN-NAME)
                       " - " PLN-COUNT " installment(s)"
           END-READ
           MOVE WS-PLN-TERM-INPUT TO PLN-TERM
           MOVE WS-PLN-CODE-INPUT TO PLN-CODE
           MOVE SPACES TO PLN-NAME
           PERFORM UNTIL PLN-NAME NOT = SPACES
               DISPLAY "Scheme Name: " NO ADVANCING
               ACCEPT PLN-NAME
           END-PERFORM
           MOVE SPACES TO WS-PAY-AMT-INPUT
           PERFORM UNTIL FUNCTION TEST-NUMVAL(FUNCTION TRIM(
               WS-PAY-AMT-INPUT)) = 0
               DISPLAY "Late charge per missed due date: "
                   NO ADVANCING
               ACCEPT WS-PAY-AMT-INPUT
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-PAY-AMT-INPUT) TO PLN-LATE-FEE
           MOVE SPACE TO WS-PLN-COUNT-INPUT
           PERFORM UNTIL WS-PLN-COUNT-INPUT >= "1"
               AND WS-PLN-COUNT-INPUT <= "6"
               DISPLAY "Number of installments (1-6): " NO ADVANCING
               ACCEPT WS-PLN-COUNT-INPUT
           END-PERFORM
           MOVE WS-PLN-COUNT-INPUT TO PLN-COUNT
           MOVE 0 TO WS-PLN-PCT-TOTAL
           MOVE 0 TO WS-PLN-LAST-DUE
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
               UNTIL WS-PLN-IDX > 6
               MOVE SPACES TO PLN-INST-LABEL(WS-PLN-IDX)
               MOVE 0 TO PLN-INST-DUE(WS-PLN-IDX)
               MOVE 0 TO PLN-INST-PCT(WS-PLN-IDX)
           END-PERFORM
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
               UNTIL WS-PLN-IDX > PLN-COUNT
               PERFORM PLAN-GET-ONE-INSTALLMENT
           END-PERFORM
           IF WS-PLN-PCT-TOTAL NOT = 100 *> the shares must bill the whole assessment, no more and no less #mejares
               DISPLAY " "
               DISPLAY GREEN "The shares add up to " WS-PLN-PCT-TOTAL
                   "% - they must add up to 100%. Not saved." RST
               CLOSE PLAN-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO PLN-DEFAULT
           PERFORM UNTIL PLN-DEFAULT = "Y" OR PLN-DEFAULT = "N"
               DISPLAY "Default scheme for the term (Y/N): "
                   NO ADVANCING
               ACCEPT PLN-DEFAULT
               MOVE FUNCTION UPPER-CASE(PLN-DEFAULT) TO PLN-DEFAULT
           END-PERFORM
           IF WS-PLN-FOUND = 'Y'
               REWRITE PLAN-RECORD
           ELSE
               WRITE PLAN-RECORD
           END-IF
           IF PLNSTATUS NOT = "00"
               CALL "FSTATMSG" USING PLNSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               CLOSE PLAN-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           IF PLN-IS-DEFAULT *> one default per term - the others step down #mejares
               PERFORM PLAN-CLEAR-OTHER-DEFAULTS
           END-IF
           CLOSE PLAN-FILE
           DISPLAY " "
           DISPLAY GREEN "Installment scheme saved." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       PLAN-GET-ONE-INSTALLMENT. *> label, due date and share of one installment #mejares
           DISPLAY "Installment " WS-PLN-IDX " label (e.g. PRELIM): "
               NO ADVANCING
           ACCEPT PLN-INST-LABEL(WS-PLN-IDX)
           MOVE SPACES TO WS-PLN-DATE-INPUT
           PERFORM UNTIL WS-PLN-DATE-INPUT IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-PLN-DATE-INPUT)) = 0
               AND FUNCTION NUMVAL(WS-PLN-DATE-INPUT)
                   > WS-PLN-LAST-DUE
               DISPLAY "  Due date (YYYYMMDD, after the last one): "
                   NO ADVANCING
               ACCEPT WS-PLN-DATE-INPUT
           END-PERFORM
           MOVE WS-PLN-DATE-INPUT TO PLN-INST-DUE(WS-PLN-IDX)
           MOVE PLN-INST-DUE(WS-PLN-IDX) TO WS-PLN-LAST-DUE
           MOVE SPACES TO WS-SCH-PCT-INPUT
           PERFORM UNTIL FUNCTION TEST-NUMVAL(FUNCTION TRIM(
               WS-SCH-PCT-INPUT)) = 0
               AND FUNCTION NUMVAL(WS-SCH-PCT-INPUT) > 0
               AND FUNCTION NUMVAL(WS-SCH-PCT-INPUT) <= 100
               DISPLAY "  Share of the assessment (%): "
                   NO ADVANCING
               ACCEPT WS-SCH-PCT-INPUT
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-SCH-PCT-INPUT)
               TO PLN-INST-PCT(WS-PLN-IDX)
           ADD PLN-INST-PCT(WS-PLN-IDX) TO WS-PLN-PCT-TOTAL.

       PLAN-CLEAR-OTHER-DEFAULTS. *> the scheme just saved is the term's only default #mejares
           MOVE PLN-CODE TO WS-PLN-DEFAULT-CODE
           MOVE LOW-VALUES TO PLN-CODE
           MOVE 'N' TO WS-PLN-EOF
           START PLAN-FILE KEY IS NOT LESS THAN PLN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLN-EOF
           END-START
           PERFORM UNTIL WS-PLN-EOF = 'Y'
               READ PLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLN-EOF
                   NOT AT END
                       IF PLN-TERM NOT = WS-PLN-TERM-INPUT
                           MOVE 'Y' TO WS-PLN-EOF
                       ELSE
                           IF PLN-CODE NOT = WS-PLN-DEFAULT-CODE
                               AND PLN-IS-DEFAULT
                               MOVE "N" TO PLN-DEFAULT
                               REWRITE PLAN-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PLAN-LIST. *> one term's schemes with their due dates #mejares
           PERFORM GET-PLAN-TERM
           OPEN INPUT PLAN-FILE
           IF PLNSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No installment schemes on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "------------------------------------"
           MOVE WS-PLN-TERM-INPUT TO PLN-TERM
           MOVE LOW-VALUES TO PLN-CODE
           MOVE 'N' TO WS-PLN-EOF
           START PLAN-FILE KEY IS NOT LESS THAN PLN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLN-EOF
           END-START
           PERFORM UNTIL WS-PLN-EOF = 'Y'
               READ PLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLN-EOF
                   NOT AT END
                       IF PLN-TERM NOT = WS-PLN-TERM-INPUT
                           MOVE 'Y' TO WS-PLN-EOF
                       ELSE
                           MOVE PLN-LATE-FEE TO WS-LED-AMT-EDIT
                           DISPLAY "  " PLN-CODE " " PLN-NAME
                               " default " PLN-DEFAULT
                               " late charge " WS-LED-AMT-EDIT
                           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                               UNTIL WS-PLN-IDX > PLN-COUNT
                               MOVE PLN-INST-PCT(WS-PLN-IDX)
                                   TO WS-SCH-PCT-EDIT
                               DISPLAY "      "
                                   PLN-INST-LABEL(WS-PLN-IDX) " due "
                                   PLN-INST-DUE(WS-PLN-IDX) "  "
                                   WS-SCH-PCT-EDIT "%"
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------"
           CLOSE PLAN-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       PLAN-ATTACH-STUDENT. *> puts one student on a term's scheme, or moves them to another #mejares
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   EXIT PARAGRAPH
           END-READ
           CLOSE STUDENT-FILE
           PERFORM GET-PLAN-TERM
           DISPLAY "Scheme Code: " NO ADVANCING
           MOVE SPACES TO WS-PLN-CODE-INPUT
           ACCEPT WS-PLN-CODE-INPUT
           OPEN INPUT PLAN-FILE
           IF PLNSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No installment schemes on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLN-TERM-INPUT TO PLN-TERM
           MOVE WS-PLN-CODE-INPUT TO PLN-CODE
           READ PLAN-FILE KEY IS PLN-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "That scheme is not on file for the "
                       "term." RST
                   CLOSE PLAN-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           CLOSE PLAN-FILE
           OPEN I-O STUPLAN-FILE
           IF SPLSTATUS = "35" *> first student ever put on a scheme - create the file #mejares
               OPEN OUTPUT STUPLAN-FILE
               CLOSE STUPLAN-FILE
               OPEN I-O STUPLAN-FILE
           END-IF
           MOVE STUD-ID TO SPL-STUD-ID
           MOVE WS-PLN-TERM-INPUT TO SPL-TERM
           READ STUPLAN-FILE KEY IS SPL-KEY
               INVALID KEY
                   MOVE 0 TO SPL-LATE-THRU
                   MOVE WS-PLN-CODE-INPUT TO SPL-PLAN-CODE
                   MOVE WS-OPERATOR-ID TO SPL-BY
                   ACCEPT SPL-DATE FROM DATE YYYYMMDD
                   WRITE STUPLAN-RECORD
               NOT INVALID KEY *> a move keeps the due dates already charged late #mejares
                   MOVE WS-PLN-CODE-INPUT TO SPL-PLAN-CODE
                   MOVE WS-OPERATOR-ID TO SPL-BY
                   ACCEPT SPL-DATE FROM DATE YYYYMMDD
                   REWRITE STUPLAN-RECORD
           END-READ
           IF SPLSTATUS = "00"
               MOVE "PLNATT" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY GREEN "Student placed on scheme "
                   FUNCTION TRIM(WS-PLN-CODE-INPUT) "." RST
           ELSE
               CALL "FSTATMSG" USING SPLSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE STUPLAN-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       ASSESS-FIND-DEFAULT-PLAN. *> the open term's default scheme every newly assessed student goes on #mejares
           MOVE SPACES TO WS-PLN-DEFAULT-CODE
           OPEN INPUT PLAN-FILE
           IF PLNSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-TERM TO PLN-TERM
           MOVE LOW-VALUES TO PLN-CODE
           MOVE 'N' TO WS-PLN-EOF
           START PLAN-FILE KEY IS NOT LESS THAN PLN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLN-EOF
           END-START
           PERFORM UNTIL WS-PLN-EOF = 'Y'
               READ PLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLN-EOF
                   NOT AT END
                       IF PLN-TERM NOT = WS-OPEN-TERM
                           MOVE 'Y' TO WS-PLN-EOF
                       ELSE
                           IF PLN-IS-DEFAULT
                               MOVE PLN-CODE TO WS-PLN-DEFAULT-CODE
                               MOVE 'Y' TO WS-PLN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE
           IF WS-PLN-DEFAULT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O STUPLAN-FILE
           IF SPLSTATUS = "35" *> first assessment under a scheme - create the file #mejares
               OPEN OUTPUT STUPLAN-FILE
               CLOSE STUPLAN-FILE
               OPEN I-O STUPLAN-FILE
           END-IF
           IF SPLSTATUS NOT = "00" *> no attachment file means no scheme this run #mejares
               MOVE SPACES TO WS-PLN-DEFAULT-CODE
           END-IF.

       ASSESS-ATTACH-PLAN. *> the student just billed goes on the default scheme unless already on one #mejares
           MOVE STUD-ID TO SPL-STUD-ID
           MOVE WS-OPEN-TERM TO SPL-TERM
           MOVE WS-PLN-DEFAULT-CODE TO SPL-PLAN-CODE
           MOVE 0 TO SPL-LATE-THRU
           MOVE WS-OPERATOR-ID TO SPL-BY
           ACCEPT SPL-DATE FROM DATE YYYYMMDD
           WRITE STUPLAN-RECORD
               INVALID KEY *> put on a scheme by hand before the run - keep it #mejares
                   CONTINUE
           END-WRITE.

       AGE-OPEN-PLANS. *> schemes and attachments for the aging engine, read-only #mejares
           MOVE 'N' TO WS-PLN-AVAIL
           OPEN INPUT PLAN-FILE
           IF PLNSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUPLAN-FILE
           IF SPLSTATUS NOT = "00"
               CLOSE PLAN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PLN-AVAIL.

       AGE-CLOSE-PLANS. *> undoes AGE-OPEN-PLANS #mejares
           IF WS-PLN-AVAIL = 'Y'
               CLOSE STUPLAN-FILE
               CLOSE PLAN-FILE
           END-IF
           MOVE 'N' TO WS-PLN-AVAIL.

       AGE-ONE-ACCOUNT. *> WS-LED-STUD's balance split by age: charges fall due per scheme, credits settle the oldest first #mejares
           MOVE 0 TO WS-AGE-COUNT
           MOVE 0 TO WS-AGE-CREDIT
           MOVE 0 TO WS-AGE-PAID
           MOVE 0 TO WS-AGE-CURRENT
           MOVE 0 TO WS-AGE-30
           MOVE 0 TO WS-AGE-60
           MOVE 0 TO WS-AGE-90
           MOVE 0 TO WS-AGE-OVERDUE
           OPEN INPUT LEDGER-FILE
           IF LEDGSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LED-EOF
           PERFORM UNTIL WS-LED-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-LED-EOF
                   NOT AT END
                       IF LED-STUD-ID = WS-LED-STUD
                           PERFORM AGE-FOLD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE WS-AGE-CREDIT TO WS-AGE-PAID
           PERFORM VARYING WS-AGE-I FROM 2 BY 1 *> oldest due date first #mejares
               UNTIL WS-AGE-I > WS-AGE-COUNT
               MOVE WS-AGE-I TO WS-AGE-J
               PERFORM UNTIL WS-AGE-J < 2
                   OR WS-AGE-DUE(WS-AGE-J - 1) <= WS-AGE-DUE(WS-AGE-J)
                   MOVE WS-AGE-ITEM(WS-AGE-J) TO WS-AGE-SWAP
                   MOVE WS-AGE-ITEM(WS-AGE-J - 1)
                       TO WS-AGE-ITEM(WS-AGE-J)
                   MOVE WS-AGE-SWAP TO WS-AGE-ITEM(WS-AGE-J - 1)
                   SUBTRACT 1 FROM WS-AGE-J
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-AGE-I FROM 1 BY 1
               UNTIL WS-AGE-I > WS-AGE-COUNT
               PERFORM AGE-BUCKET-ONE-ITEM
           END-PERFORM
           SUBTRACT WS-AGE-CREDIT FROM WS-AGE-CURRENT. *> money paid ahead shows as a credit in the current column #mejares

       AGE-FOLD-ONE-LINE. *> one ledger line into the due items or the credit pool #mejares
           EVALUATE LED-TYPE
               WHEN "A"
                   PERFORM AGE-SPREAD-ASSESSMENT
               WHEN "P" WHEN "S"
                   ADD LED-AMOUNT TO WS-AGE-CREDIT
               WHEN "V" *> the voided payment's credit is taken back #mejares
                   SUBTRACT LED-AMOUNT FROM WS-AGE-CREDIT
               WHEN "J"
                   IF LED-SIGN = "-"
                       ADD LED-AMOUNT TO WS-AGE-CREDIT
                   ELSE
                       MOVE LED-DATE TO WS-AGE-NEW-DUE
                       MOVE LED-AMOUNT TO WS-AGE-NEW-AMT
                       PERFORM AGE-ADD-ITEM
                   END-IF
               WHEN "L" *> a late charge falls due the day it is posted #mejares
                   MOVE LED-DATE TO WS-AGE-NEW-DUE
                   MOVE LED-AMOUNT TO WS-AGE-NEW-AMT
                   PERFORM AGE-ADD-ITEM
           END-EVALUATE.

       AGE-SPREAD-ASSESSMENT. *> an assessment falls due by its scheme's installments, or all at once without one #mejares
           MOVE 'N' TO WS-PLN-FOUND
           IF WS-PLN-AVAIL = 'Y'
               MOVE LED-STUD-ID TO SPL-STUD-ID
               MOVE LED-TERM TO SPL-TERM
               READ STUPLAN-FILE KEY IS SPL-KEY
                   NOT INVALID KEY
                       MOVE LED-TERM TO PLN-TERM
                       MOVE SPL-PLAN-CODE TO PLN-CODE
                       READ PLAN-FILE KEY IS PLN-KEY
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-PLN-FOUND
                       END-READ
               END-READ
           END-IF
           IF WS-PLN-FOUND NOT = 'Y'
               MOVE LED-DATE TO WS-AGE-NEW-DUE
               MOVE LED-AMOUNT TO WS-AGE-NEW-AMT
               PERFORM AGE-ADD-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE LED-AMOUNT TO WS-AGE-LEFT
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
               UNTIL WS-PLN-IDX > PLN-COUNT
               IF WS-PLN-IDX = PLN-COUNT *> the last share takes the rounding #mejares
                   MOVE WS-AGE-LEFT TO WS-AGE-NEW-AMT
               ELSE
                   COMPUTE WS-AGE-NEW-AMT ROUNDED =
                       LED-AMOUNT * PLN-INST-PCT(WS-PLN-IDX) / 100
                   SUBTRACT WS-AGE-NEW-AMT FROM WS-AGE-LEFT
               END-IF
               MOVE PLN-INST-DUE(WS-PLN-IDX) TO WS-AGE-NEW-DUE
               PERFORM AGE-ADD-ITEM
           END-PERFORM.

       AGE-ADD-ITEM. *> one amount falling due on one date #mejares
           IF WS-AGE-COUNT < 80
               ADD 1 TO WS-AGE-COUNT
               MOVE WS-AGE-NEW-DUE TO WS-AGE-DUE(WS-AGE-COUNT)
               MOVE WS-AGE-NEW-AMT TO WS-AGE-AMT(WS-AGE-COUNT)
           ELSE *> a full table still carries the money, on its newest slot #mejares
               ADD WS-AGE-NEW-AMT TO WS-AGE-AMT(WS-AGE-COUNT)
           END-IF.

       AGE-BUCKET-ONE-ITEM. *> settles one due item from the credit pool and ages what is left #mejares
           IF WS-AGE-CREDIT >= WS-AGE-AMT(WS-AGE-I)
               SUBTRACT WS-AGE-AMT(WS-AGE-I) FROM WS-AGE-CREDIT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-NEW-AMT = WS-AGE-AMT(WS-AGE-I) - WS-AGE-CREDIT
           MOVE 0 TO WS-AGE-CREDIT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-AGE-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-AGE-DUE(WS-AGE-I))
           IF WS-AGE-DAYS > 0
               ADD WS-AGE-NEW-AMT TO WS-AGE-OVERDUE
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD WS-AGE-NEW-AMT TO WS-AGE-CURRENT
               WHEN WS-AGE-DAYS <= 60
                   ADD WS-AGE-NEW-AMT TO WS-AGE-30
               WHEN WS-AGE-DAYS <= 90
                   ADD WS-AGE-NEW-AMT TO WS-AGE-60
               WHEN OTHER
                   ADD WS-AGE-NEW-AMT TO WS-AGE-90
           END-EVALUATE.

       AGING-REPORT. *> every account with money on it, bucketed current/30/60/90+ days, to AGING.TXT #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM AGE-OPEN-PLANS
           ACCEPT WS-AGE-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-AGT-ACCOUNTS
           MOVE 0 TO WS-AGT-CURRENT
           MOVE 0 TO WS-AGT-30
           MOVE 0 TO WS-AGT-60
           MOVE 0 TO WS-AGT-90
           MOVE 0 TO WS-AGT-OVERDUE

           MOVE "AGING.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "RECEIVABLE AGING - " DELIMITED BY SIZE
               WS-AGE-TODAY DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "CURRENT = up to 30 days past due; 30/60/90+ = days pa
      -        "st the due date" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ID     NAME                              CURRENT"
               DELIMITED BY SIZE
               "          30          60         90+" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       MOVE STUD-ID TO WS-LED-STUD
                       PERFORM AGE-ONE-ACCOUNT
                       IF WS-AGE-CURRENT NOT = 0 OR WS-AGE-30 NOT = 0
                           OR WS-AGE-60 NOT = 0 OR WS-AGE-90 NOT = 0
                           PERFORM AGING-WRITE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-AGT-CURRENT TO WS-AGE-C-EDIT
           MOVE WS-AGT-30 TO WS-AGE-30-EDIT
           MOVE WS-AGT-60 TO WS-AGE-60-EDIT
           MOVE WS-AGT-90 TO WS-AGE-90-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "TOTALS " DELIMITED BY SIZE
               WS-AGT-ACCOUNTS DELIMITED BY SIZE
               " account(s)                  " DELIMITED BY SIZE
               WS-AGE-C-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-30-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-60-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-90-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-AGT-OVERDUE TO WS-LED-BAL-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Past due now: " DELIMITED BY SIZE
               WS-LED-BAL-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           PERFORM AGE-CLOSE-PLANS
           CLOSE STUDENT-FILE
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-AGT-ACCOUNTS
               " account(s) with a balance. Past due: "
               WS-LED-BAL-EDIT RST
           DISPLAY GREEN "[SYSTEM] Report written to AGING.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       AGING-WRITE-ONE-LINE. *> one account's buckets onto the aging report #mejares
           ADD 1 TO WS-AGT-ACCOUNTS
           ADD WS-AGE-CURRENT TO WS-AGT-CURRENT
           ADD WS-AGE-30 TO WS-AGT-30
           ADD WS-AGE-60 TO WS-AGT-60
           ADD WS-AGE-90 TO WS-AGT-90
           ADD WS-AGE-OVERDUE TO WS-AGT-OVERDUE
           MOVE WS-AGE-CURRENT TO WS-AGE-C-EDIT
           MOVE WS-AGE-30 TO WS-AGE-30-EDIT
           MOVE WS-AGE-60 TO WS-AGE-60-EDIT
           MOVE WS-AGE-90 TO WS-AGE-90-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING STUD-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STUD-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-C-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-30-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-60-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-90-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       LATE-CHARGE-RUN. *> 42/LATEFEE: late charge per passed due date, financial hold placed or lifted to match #mejares
           MOVE 0 TO WS-LATE-READ
           MOVE 0 TO WS-LATE-CHARGED
           MOVE 0 TO WS-LATE-HELD
           MOVE 0 TO WS-LATE-LIFTED
           IF NOT BATCH-MODE AND NOT OPER-SUPERVISOR *> charges and holds by hand are a supervisor call #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may run late charges."
                   RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-AGE-TODAY FROM DATE YYYYMMDD
           OPEN I-O STUPLAN-FILE
           IF SPLSTATUS NOT = "00" *> nobody on a scheme - nothing falls due #mejares
               DISPLAY " "
               DISPLAY GREEN "No students are on an installment "
                   "scheme yet." RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLAN-FILE
           IF PLNSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "The installment scheme file could not "
                   "be opened." RST
               CLOSE STUPLAN-FILE
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PLN-AVAIL
           OPEN I-O HOLD-FILE
           IF HLDSTATUS = "35" *> first hold ever - create the file #mejares
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF

           MOVE "LATEFEE.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "LATE CHARGES AND FINANCIAL HOLDS - "
               DELIMITED BY SIZE
               WS-AGE-TODAY DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "ID     TERM        SCHEME  PAST DUE     ACTION"
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE 'N' TO WS-SPL-EOF
           PERFORM UNTIL WS-SPL-EOF = 'Y'
               READ STUPLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SPL-EOF
                   NOT AT END
                       ADD 1 TO WS-LATE-READ
                       PERFORM LATE-ONE-ATTACHMENT
               END-READ
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Attachments read: " DELIMITED BY SIZE
               WS-LATE-READ DELIMITED BY SIZE
               "  Late charges: " DELIMITED BY SIZE
               WS-LATE-CHARGED DELIMITED BY SIZE
               "  Holds placed: " DELIMITED BY SIZE
               WS-LATE-HELD DELIMITED BY SIZE
               "  Holds lifted: " DELIMITED BY SIZE
               WS-LATE-LIFTED DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE HOLD-FILE
           CLOSE PLAN-FILE
           CLOSE STUPLAN-FILE
           MOVE 'N' TO WS-PLN-AVAIL
           DISPLAY GREEN "[SYSTEM] Late charges: " WS-LATE-CHARGED
               ", holds placed: " WS-LATE-HELD
               ", holds lifted: " WS-LATE-LIFTED RST
           DISPLAY GREEN "[SYSTEM] Register written to LATEFEE.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       LATE-ONE-ATTACHMENT. *> one student's scheme for one term against today's date #mejares
           MOVE SPL-KEY TO WS-SPL-SAVE-KEY
           MOVE SPL-LATE-THRU TO WS-LATE-THRU
           MOVE SPL-TERM TO PLN-TERM
           MOVE SPL-PLAN-CODE TO PLN-CODE
           READ PLAN-FILE KEY IS PLN-KEY
               INVALID KEY *> the scheme was removed - nothing falls due #mejares
                   EXIT PARAGRAPH
           END-READ
           MOVE PLN-CODE TO WS-LATE-PLAN *> the engine below reads other schemes over this record #mejares
           MOVE PLN-LATE-FEE TO WS-LATE-FEE
           MOVE 0 TO WS-LATE-PASSED
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
               UNTIL WS-PLN-IDX > PLN-COUNT
               IF PLN-INST-DUE(WS-PLN-IDX) < WS-AGE-TODAY
                   ADD 1 TO WS-LATE-PASSED
               END-IF
               MOVE PLN-INST-DUE(WS-PLN-IDX) TO WS-LATE-DUE(WS-PLN-IDX)
           END-PERFORM
           MOVE SPL-STUD-ID TO WS-LED-STUD
           MOVE SPL-STUD-ID TO STUD-ID
           PERFORM AGE-ONE-ACCOUNT *> its scheme reads move the file position - restored below #mejares
           IF WS-LATE-PASSED > WS-LATE-THRU
               IF WS-AGE-OVERDUE > 0 AND WS-LATE-FEE > 0 *> every due date gone by since the last run is charged on its own #mejares
                   COMPUTE WS-LATE-K = WS-LATE-THRU + 1
                   PERFORM UNTIL WS-LATE-K > WS-LATE-PASSED
                       PERFORM LATE-CHECK-ONE-DUE
                       ADD 1 TO WS-LATE-K
                   END-PERFORM
               END-IF
               MOVE WS-SPL-SAVE-KEY TO SPL-KEY
               READ STUPLAN-FILE KEY IS SPL-KEY
                   NOT INVALID KEY
                       MOVE WS-LATE-PASSED TO SPL-LATE-THRU
                       REWRITE STUPLAN-RECORD
               END-READ
           END-IF
           PERFORM LATE-SETTLE-HOLD
           MOVE WS-SPL-SAVE-KEY TO SPL-KEY
           START STUPLAN-FILE KEY IS GREATER THAN SPL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SPL-EOF
           END-START.

       LATE-CHECK-ONE-DUE. *> charges WS-LATE-DUE(WS-LATE-K) when the money paid does not cover all that fell due by then #mejares
      * Credits settle the oldest items first, as in the ageing, so a
      * due date is unpaid while the payments fall short of everything
      * due on or before it. #mejares
           MOVE WS-LATE-DUE(WS-LATE-K) TO WS-LATE-DUE-DATE
           MOVE 0 TO WS-LATE-DUE-TO
           PERFORM VARYING WS-AGE-I FROM 1 BY 1
               UNTIL WS-AGE-I > WS-AGE-COUNT
               IF WS-AGE-DUE(WS-AGE-I) <= WS-LATE-DUE-DATE
                   ADD WS-AGE-AMT(WS-AGE-I) TO WS-LATE-DUE-TO
               END-IF
           END-PERFORM
           IF WS-LATE-DUE-TO > WS-AGE-PAID
               PERFORM LATE-POST-CHARGE
           END-IF.

       LATE-POST-CHARGE. *> the scheme's late charge onto the ledger for a due date that passed unpaid #mejares
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-LED-STUD TO LED-STUD-ID
           MOVE WS-SPL-SAVE-TERM TO LED-TERM
           MOVE "L" TO LED-TYPE
           MOVE "+" TO LED-SIGN
           MOVE WS-LATE-FEE TO LED-AMOUNT
           MOVE WS-AGE-TODAY TO LED-DATE
           MOVE WS-OPERATOR-ID TO LED-OPERATOR
           PERFORM LEDGER-APPEND
           ADD 1 TO WS-LATE-CHARGED
           MOVE "LATEFE" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           MOVE WS-AGE-OVERDUE TO WS-LED-BAL-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-LED-STUD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SPL-SAVE-TERM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LATE-PLAN DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-LED-BAL-EDIT DELIMITED BY SIZE
               "  LATE CHARGE POSTED FOR DUE DATE " DELIMITED BY SIZE
               WS-LATE-DUE-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       LATE-SETTLE-HOLD. *> past due keeps a financial hold standing; cleared, the hold this step placed comes off #mejares
           MOVE WS-LED-STUD TO HLD-STUD-ID
           MOVE "F" TO HLD-CODE
           MOVE 'Y' TO WS-HLD-HAS-F
           READ HOLD-FILE KEY IS HLD-KEY
               INVALID KEY
                   MOVE 'N' TO WS-HLD-HAS-F
           END-READ
           MOVE WS-AGE-OVERDUE TO WS-LED-BAL-EDIT
           IF WS-AGE-OVERDUE > 0
               IF WS-HLD-HAS-F = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LED-STUD TO HLD-STUD-ID
               MOVE "F" TO HLD-CODE
               MOVE WS-LATE-HOLD-REASON TO HLD-REASON
               MOVE WS-OPERATOR-ID TO HLD-PLACED-BY
               MOVE WS-AGE-TODAY TO HLD-DATE
               WRITE HOLD-RECORD
                   INVALID KEY
                       EXIT PARAGRAPH
               END-WRITE
               ADD 1 TO WS-LATE-HELD
               MOVE "HOLD" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               MOVE SPACES TO WORK-REPORT-LINE
               STRING WS-LED-STUD DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SPL-SAVE-TERM DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LATE-PLAN DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-LED-BAL-EDIT DELIMITED BY SIZE
                   "  FINANCIAL HOLD PLACED" DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           ELSE
               IF WS-HLD-HAS-F NOT = 'Y'
                   OR HLD-REASON NOT = WS-LATE-HOLD-REASON *> a hold a supervisor placed by hand stays theirs to lift #mejares
                   EXIT PARAGRAPH
               END-IF
               DELETE HOLD-FILE RECORD
               ADD 1 TO WS-LATE-LIFTED
               MOVE "UNHOLD" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               MOVE SPACES TO WORK-REPORT-LINE
               STRING WS-LED-STUD DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SPL-SAVE-TERM DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LATE-PLAN DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-LED-BAL-EDIT DELIMITED BY SIZE
                   "  FINANCIAL HOLD LIFTED" DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF.

       RECEIPTS-MENU. *> 63. OFFICIAL RECEIPTS - reprints, voids, the cashier's close-out and the series #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "        OFFICIAL RECEIPTS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Reprint a Receipt              |"
           DISPLAY "|2| Void a Receipt (Supervisor)    |"
           DISPLAY "|3| Cashier Close-Out (Per Day)    |"
           DISPLAY "|4| Receipt Series (Supervisor)    |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-RCPMAINT-OPTION
           EVALUATE WS-RCPMAINT-OPTION
               WHEN 1 PERFORM RECEIPT-REPRINT
               WHEN 2 PERFORM RECEIPT-VOID
               WHEN 3 PERFORM CASHIER-CLOSEOUT
               WHEN 4 PERFORM MAINTAIN-RECEIPT-SERIES
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       GET-PAYMENT-MODE. *> how the money came in, and the check or bank reference when it is not cash #mejares
           MOVE SPACE TO WS-PAY-MODE-INPUT
           PERFORM UNTIL WS-PAY-MODE-INPUT = "C"
               OR WS-PAY-MODE-INPUT = "K"
               OR WS-PAY-MODE-INPUT = "B"
               DISPLAY "Payment mode (C=cash, K=check, "
                   "B=bank transfer): " NO ADVANCING
               ACCEPT WS-PAY-MODE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-PAY-MODE-INPUT)
                   TO WS-PAY-MODE-INPUT
           END-PERFORM
           MOVE SPACES TO WS-PAY-REF-INPUT
           IF WS-PAY-MODE-INPUT NOT = "C" *> a check or transfer is only traceable by its reference #mejares
               PERFORM UNTIL WS-PAY-REF-INPUT NOT = SPACES
                   DISPLAY "Check no. / bank reference: "
                       NO ADVANCING
                   ACCEPT WS-PAY-REF-INPUT
               END-PERFORM
           END-IF.

       BANK-SUSPENSE-MENU. *> 64. BANK COLLECTIONS - the daily bank file and the payments it could not place #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "   BANK COLLECTIONS AND SUSPENSE" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Import the Bank File Now       |"
           DISPLAY "|2| List Open Suspense Items       |"
           DISPLAY "|3| Post an Item to a Student      |"
           DISPLAY "|4| Refund an Item (Supervisor)    |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-BNKMAINT-OPTION
           EVALUATE WS-BNKMAINT-OPTION
               WHEN 1 PERFORM BANK-COLLECTION-IMPORT
               WHEN 2 PERFORM SUSPENSE-LIST
               WHEN 3 PERFORM SUSPENSE-RESOLVE
               WHEN 4 PERFORM SUSPENSE-REFUND
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       BANK-COLLECTION-IMPORT. *> 64/BANK: posts the bank's daily collections; what cannot be placed goes to suspense #mejares
           MOVE 0 TO WS-BNK-ROWS
           MOVE 0 TO WS-BNK-TOTAL
           MOVE 0 TO WS-BNK-POSTED
           MOVE 0 TO WS-BNK-POSTED-AMT
           MOVE 0 TO WS-BNK-SUSP
           MOVE 0 TO WS-BNK-SUSP-AMT
           MOVE SPACES TO WS-BNK-REJECT
           MOVE "BANKIMP.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "BANK COLLECTION IMPORT - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM BANK-CHECK-CONTROLS *> nothing posts unless the whole file agrees with its own trailer #mejares
           IF WS-BNK-REJECT NOT = SPACES
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "FILE REFUSED - " DELIMITED BY SIZE
                   WS-BNK-REJECT DELIMITED BY SIZE
                   " - nothing posted" DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               PERFORM CLOSE-WORK-REPORT
               DISPLAY "[SYSTEM] Bank file refused: " WS-BNK-REJECT
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               MOVE "FILE REFUSED - no student file - nothing posted"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               PERFORM CLOSE-WORK-REPORT
               DISPLAY "[SYSTEM] No student file to match against."
               MOVE 8 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BNK-ALUM-OK
           OPEN INPUT ALUMNI-FILE
           IF ALUMSTATUS = "00"
               MOVE 'Y' TO WS-BNK-ALUM-OK
           END-IF
           OPEN I-O RECEIPT-FILE
           IF RCPSTATUS = "35" *> first receipt ever - create the register #mejares
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
               OPEN I-O RECEIPT-FILE
           END-IF
           OPEN I-O SUSPENSE-FILE
           IF SUSSTATUS = "35" *> first suspense item ever - create the file #mejares
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           PERFORM LOAD-TERM-CONTROL
           MOVE "B" TO WS-PAY-MODE-INPUT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Bank file dated " DELIMITED BY SIZE
               WS-BNK-HDR-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "ROW    ID     BANK REFERENCE            AMOUNT  DISPOSI
      -        "TION" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           OPEN INPUT BANK-COLL-FILE
           MOVE 0 TO WS-BNK-ROWNO
           MOVE 'N' TO WS-BNK-EOF
           PERFORM UNTIL WS-BNK-EOF = 'Y'
               READ BANK-COLL-FILE
                   AT END
                       MOVE 'Y' TO WS-BNK-EOF
                   NOT AT END
                       IF BANK-COLL-RECORD(1:1) = "D"
                           ADD 1 TO WS-BNK-ROWNO
                           PERFORM BANK-MATCH-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-COLL-FILE
           CLOSE SUSPENSE-FILE
           CLOSE RECEIPT-FILE
           IF WS-BNK-ALUM-OK = 'Y'
               CLOSE ALUMNI-FILE
           END-IF
           CLOSE STUDENT-FILE
           PERFORM SAVE-BANK-STATE

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-BNK-TOTAL TO WS-BNK-TOT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Bank trailer : " DELIMITED BY SIZE
               WS-BNK-ROWS DELIMITED BY SIZE
               " row(s)  " DELIMITED BY SIZE
               WS-BNK-TOT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-BNK-POSTED-AMT TO WS-BNK-TOT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Posted       : " DELIMITED BY SIZE
               WS-BNK-POSTED DELIMITED BY SIZE
               " row(s)  " DELIMITED BY SIZE
               WS-BNK-TOT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-BNK-SUSP-AMT TO WS-BNK-TOT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "To suspense  : " DELIMITED BY SIZE
               WS-BNK-SUSP DELIMITED BY SIZE
               " row(s)  " DELIMITED BY SIZE
               WS-BNK-TOT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-BNK-POSTED + WS-BNK-SUSP = WS-BNK-ROWS
               AND WS-BNK-POSTED-AMT + WS-BNK-SUSP-AMT = WS-BNK-TOTAL
               MOVE "CONTROL: posted + suspense agree with the trailer"
                   TO WORK-REPORT-LINE
           ELSE
               MOVE "CONTROL: posted + suspense DO NOT agree with the t
      -            "railer" TO WORK-REPORT-LINE
               MOVE 8 TO WS-RUN-RC
           END-IF
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           IF WS-BNK-SUSP > 0 AND WS-RUN-RC < 4 *> unplaced money must not look clean #mejares
               MOVE 4 TO WS-RUN-RC
           END-IF
           DISPLAY "[SYSTEM] Bank import: " WS-BNK-POSTED " posted, "
               WS-BNK-SUSP " to suspense."
           DISPLAY "[SYSTEM] Register written to BANKIMP.TXT"
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       BANK-CHECK-CONTROLS. *> first pass: header date, row count and amount total against the trailer #mejares
           MOVE 0 TO WS-BNK-HDR-DATE
           MOVE 'N' TO WS-BNK-HAS-TRL
           MOVE 0 TO WS-BNK-TRL-ROWS
           MOVE 0 TO WS-BNK-TRL-TOTAL
           OPEN INPUT BANK-COLL-FILE
           IF BNKSTATUS NOT = "00"
               MOVE "BANKCOLL.TXT not found" TO WS-BNK-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BNK-EOF
           PERFORM UNTIL WS-BNK-EOF = 'Y'
               READ BANK-COLL-FILE
                   AT END
                       MOVE 'Y' TO WS-BNK-EOF
                   NOT AT END
                       EVALUATE BANK-COLL-RECORD(1:1)
                           WHEN "H"
                               IF BANK-COLL-RECORD(2:8) IS NUMERIC
                                   MOVE BANK-COLL-RECORD(2:8)
                                       TO WS-BNK-HDR-DATE
                               END-IF
                           WHEN "D"
                               ADD 1 TO WS-BNK-ROWS
                               IF BANK-COLL-RECORD(7:9) IS NUMERIC
                                   MOVE BANK-COLL-RECORD(7:9)
                                       TO WS-BNK-AMOUNT
                                   ADD WS-BNK-AMOUNT TO WS-BNK-TOTAL
                               ELSE
                                   MOVE "a row amount is not numeric"
                                       TO WS-BNK-REJECT
                               END-IF
                           WHEN "T"
                               MOVE 'Y' TO WS-BNK-HAS-TRL
                               IF BANK-COLL-RECORD(2:6) IS NUMERIC
                                   AND BANK-COLL-RECORD(8:12)
                                       IS NUMERIC
                                   MOVE BANK-COLL-RECORD(2:6)
                                       TO WS-BNK-TRL-ROWS
                                   MOVE BANK-COLL-RECORD(8:12)
                                       TO WS-BNK-TRL-TOTAL
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BANK-COLL-FILE
           IF WS-BNK-REJECT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BNK-HDR-DATE = 0
               MOVE "no dated header row" TO WS-BNK-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-BNK-HAS-TRL NOT = 'Y'
               MOVE "no trailer row" TO WS-BNK-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-BNK-TRL-ROWS NOT = WS-BNK-ROWS
               OR WS-BNK-TRL-TOTAL NOT = WS-BNK-TOTAL
               MOVE "rows/total disagree with the trailer"
                   TO WS-BNK-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-BANK-STATE
           IF WS-BNK-HDR-DATE NOT > WS-BNK-LAST-DATE *> a file already taken in must never post twice #mejares
               MOVE "that day's file was already imported"
                   TO WS-BNK-REJECT
           END-IF.

       READ-BANK-STATE. *> the header date of the last bank file taken in, 0 when there was none #mejares
           MOVE 0 TO WS-BNK-LAST-DATE
           OPEN INPUT BANK-STATE-FILE
           IF BNKLSTSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ BANK-STATE-FILE
               NOT AT END
                   IF BANK-STATE-RECORD(1:8) IS NUMERIC
                       MOVE BANK-STATE-RECORD(1:8) TO WS-BNK-LAST-DATE
                   END-IF
           END-READ
           CLOSE BANK-STATE-FILE.

       SAVE-BANK-STATE. *> moves the last-imported mark to this file's header date #mejares
           OPEN OUTPUT BANK-STATE-FILE
           MOVE SPACES TO BANK-STATE-RECORD
           MOVE WS-BNK-HDR-DATE TO BANK-STATE-RECORD(1:8)
           WRITE BANK-STATE-RECORD
           CLOSE BANK-STATE-FILE.

       BANK-MATCH-ONE-ROW. *> one collection row to its student, or to suspense with the reason #mejares
           MOVE BANK-COLL-RECORD(2:5) TO WS-LED-STUD
           MOVE BANK-COLL-RECORD(7:9) TO WS-BNK-AMOUNT
           MOVE BANK-COLL-RECORD(24:20) TO WS-PAY-REF-INPUT
           MOVE SPACE TO WS-BNK-REASON
           MOVE WS-LED-STUD TO STUD-ID
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   MOVE "U" TO WS-BNK-REASON
           END-READ
           IF WS-BNK-REASON = "U" AND WS-BNK-ALUM-OK = 'Y'
               MOVE WS-LED-STUD TO ALUM-ID
               READ ALUMNI-FILE KEY IS ALUM-ID
                   NOT INVALID KEY
                       MOVE "A" TO WS-BNK-REASON
               END-READ
           END-IF
           IF WS-BNK-REASON = SPACE AND STUDENT-DELETED
               MOVE "D" TO WS-BNK-REASON
           END-IF
           IF WS-BNK-REASON = SPACE
               PERFORM LEDGER-COMPUTE-BALANCE
               IF WS-BNK-AMOUNT > WS-LED-BALANCE *> more than is owed - the bursar decides, not the run #mejares
                   MOVE "M" TO WS-BNK-REASON
               END-IF
           END-IF
           IF WS-BNK-REASON = SPACE
               MOVE WS-BNK-AMOUNT TO WS-PAY-AMOUNT
               MOVE "BNKPAY" TO WS-AUDIT-OPERATION
               PERFORM POST-RECEIPTED-PAYMENT
               IF WS-RCP-OK NOT = 'Y'
                   MOVE "N" TO WS-BNK-REASON
               END-IF
           END-IF
           MOVE WS-BNK-AMOUNT TO WS-LED-AMT-EDIT
           IF WS-BNK-REASON = SPACE
               ADD 1 TO WS-BNK-POSTED
               ADD WS-BNK-AMOUNT TO WS-BNK-POSTED-AMT
               MOVE SPACES TO WORK-REPORT-LINE
               STRING WS-BNK-ROWNO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LED-STUD DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PAY-REF-INPUT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LED-AMT-EDIT DELIMITED BY SIZE
                   "  POSTED O.R. " DELIMITED BY SIZE
                   RCP-NO DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           ELSE
               PERFORM BANK-WRITE-SUSPENSE
           END-IF.

       SUSPENSE-REASON-WORD. *> the suspense reason code spelled out #mejares
           EVALUATE WS-BNK-REASON
               WHEN "U" MOVE "UNKNOWN ID" TO WS-SUS-REASON-WORD
               WHEN "D" MOVE "DELETED RECORD" TO WS-SUS-REASON-WORD
               WHEN "A" MOVE "ALUMNI RECORD" TO WS-SUS-REASON-WORD
               WHEN "M" MOVE "AMOUNT OVER BALANCE" TO WS-SUS-REASON-WORD
               WHEN "N" MOVE "NO RECEIPT NUMBER" TO WS-SUS-REASON-WORD
               WHEN OTHER MOVE "?" TO WS-SUS-REASON-WORD
           END-EVALUATE.

       BANK-WRITE-SUSPENSE. *> one unplaced collection row onto the suspense file #mejares
           MOVE WS-BNK-HDR-DATE TO SUS-FILE-DATE
           MOVE WS-BNK-ROWNO TO SUS-ROW
           MOVE WS-LED-STUD TO SUS-STUD-ID
           MOVE WS-BNK-AMOUNT TO SUS-AMOUNT
           IF BANK-COLL-RECORD(16:8) IS NUMERIC
               MOVE BANK-COLL-RECORD(16:8) TO SUS-PAID-DATE
           ELSE
               MOVE WS-BNK-HDR-DATE TO SUS-PAID-DATE
           END-IF
           MOVE WS-PAY-REF-INPUT TO SUS-BANK-REF
           MOVE BANK-COLL-RECORD(44:30) TO SUS-PAYER
           MOVE WS-BNK-REASON TO SUS-REASON
           MOVE "O" TO SUS-STATUS
           MOVE SPACES TO SUS-RESOLVED-TO
           MOVE SPACES TO SUS-ACTION-BY
           MOVE 0 TO SUS-ACTION-DATE
           MOVE SPACES TO SUS-NOTE
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-BNK-SUSP
           ADD WS-BNK-AMOUNT TO WS-BNK-SUSP-AMT
           PERFORM SUSPENSE-REASON-WORD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-BNK-ROWNO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LED-STUD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PAY-REF-INPUT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LED-AMT-EDIT DELIMITED BY SIZE
               "  SUSPENSE - " DELIMITED BY SIZE
               WS-SUS-REASON-WORD DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       SUSPENSE-LIST. *> every suspense item still open, oldest file first #mejares
           OPEN INPUT SUSPENSE-FILE
           IF SUSSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No suspense items on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "FILE DATE ROW   ID     AMOUNT      REASON"
           DISPLAY "------------------------------------"
           MOVE 0 TO WS-SUS-OPEN
           MOVE 'N' TO WS-SUS-EOF
           PERFORM UNTIL WS-SUS-EOF = 'Y'
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUS-EOF
                   NOT AT END
                       IF SUS-IS-OPEN
                           ADD 1 TO WS-SUS-OPEN
                           MOVE SUS-REASON TO WS-BNK-REASON
                           PERFORM SUSPENSE-REASON-WORD
                           MOVE SUS-AMOUNT TO WS-LED-AMT-EDIT
                           DISPLAY SUS-FILE-DATE " " SUS-ROW " "
                               SUS-STUD-ID " " WS-LED-AMT-EDIT " "
                               WS-SUS-REASON-WORD
                           DISPLAY "                    "
                               SUS-BANK-REF " " SUS-PAYER
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] " WS-SUS-OPEN " open item(s)." RST
           CLOSE SUSPENSE-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       FETCH-SUSPENSE-ITEM. *> an open suspense item by file date and row; Y in WS-SUS-FOUND #mejares
           MOVE 'N' TO WS-SUS-FOUND
           DISPLAY "Bank file date (YYYYMMDD): " NO ADVANCING
           MOVE SPACES TO WS-SUS-DATE-INPUT
           ACCEPT WS-SUS-DATE-INPUT
           DISPLAY "Row number: " NO ADVANCING
           MOVE SPACES TO WS-SUS-ROW-INPUT
           ACCEPT WS-SUS-ROW-INPUT
           IF WS-SUS-DATE-INPUT NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SUS-ROW-INPUT))
                   NOT = 0
               DISPLAY " "
               DISPLAY GREEN "That is not a file date and row." RST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUS-DATE-INPUT TO SUS-FILE-DATE
           MOVE FUNCTION NUMVAL(WS-SUS-ROW-INPUT) TO SUS-ROW
           READ SUSPENSE-FILE KEY IS SUS-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such suspense item." RST
               NOT INVALID KEY
                   IF SUS-IS-OPEN
                       MOVE 'Y' TO WS-SUS-FOUND
                   ELSE
                       DISPLAY " "
                       DISPLAY GREEN "That item was already settled "
                           "on " SUS-ACTION-DATE " by " SUS-ACTION-BY
                           "." RST
                   END-IF
           END-READ.

       SUSPENSE-RESOLVE. *> posts an open suspense item to the right student on a receipt #mejares
           OPEN I-O SUSPENSE-FILE
           IF SUSSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No suspense items on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-SUSPENSE-ITEM
           IF WS-SUS-FOUND NOT = 'Y'
               CLOSE SUSPENSE-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SUS-AMOUNT TO WS-LED-AMT-EDIT
           DISPLAY "Item: " SUS-STUD-ID " " WS-LED-AMT-EDIT " "
               SUS-BANK-REF " " SUS-PAYER
           DISPLAY "Post to Student ID [" SUS-STUD-ID "]: "
               NO ADVANCING
           MOVE SPACES TO WS-LED-STUD
           ACCEPT WS-LED-STUD
           IF WS-LED-STUD = SPACES
               MOVE SUS-STUD-ID TO WS-LED-STUD
           END-IF
           OPEN INPUT STUDENT-FILE
           MOVE WS-LED-STUD TO STUD-ID
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   MOVE "D" TO STUD-STATUS *> not on file is refused like a deleted one #mejares
           END-READ
           CLOSE STUDENT-FILE
           IF STUDENT-DELETED *> money only lands on a live account #mejares
               DISPLAY " "
               DISPLAY GREEN "That student is not on the file or is "
                   "deleted." RST
               CLOSE SUSPENSE-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERM-CONTROL
           OPEN I-O RECEIPT-FILE
           IF RCPSTATUS = "35" *> first receipt ever - create the register #mejares
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
               OPEN I-O RECEIPT-FILE
           END-IF
           MOVE 'N' TO WS-RCP-OK
           IF RCPSTATUS = "00"
               MOVE SUS-AMOUNT TO WS-PAY-AMOUNT
               MOVE "B" TO WS-PAY-MODE-INPUT
               MOVE SUS-BANK-REF TO WS-PAY-REF-INPUT
               MOVE "SUSRES" TO WS-AUDIT-OPERATION
               PERFORM POST-RECEIPTED-PAYMENT
           END-IF
           CLOSE RECEIPT-FILE
           IF WS-RCP-OK NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "No official receipt number could be "
                   "drawn - item left open." RST
               CLOSE SUSPENSE-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO SUS-STATUS
           MOVE WS-LED-STUD TO SUS-RESOLVED-TO
           MOVE WS-OPERATOR-ID TO SUS-ACTION-BY
           ACCEPT SUS-ACTION-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SUS-NOTE
           STRING "posted on O.R. " DELIMITED BY SIZE
               RCP-NO DELIMITED BY SIZE
               INTO SUS-NOTE
           REWRITE SUSPENSE-RECORD
           CLOSE SUSPENSE-FILE
           DISPLAY " "
           DISPLAY GREEN "Item posted to " WS-LED-STUD " on O.R. No. "
               RCP-NO "." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       SUSPENSE-REFUND. *> closes an open suspense item as money handed back - nothing reaches the ledger #mejares
           IF NOT OPER-SUPERVISOR *> money leaving the school is a supervisor call #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may refund a suspense "
                   "item." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SUSPENSE-FILE
           IF SUSSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No suspense items on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-SUSPENSE-ITEM
           IF WS-SUS-FOUND NOT = 'Y'
               CLOSE SUSPENSE-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SUS-NOTE-INPUT
           PERFORM UNTIL WS-SUS-NOTE-INPUT NOT = SPACES
               DISPLAY "Refund reference / reason: " NO ADVANCING
               ACCEPT WS-SUS-NOTE-INPUT
           END-PERFORM
           MOVE "F" TO SUS-STATUS
           MOVE WS-OPERATOR-ID TO SUS-ACTION-BY
           ACCEPT SUS-ACTION-DATE FROM DATE YYYYMMDD
           MOVE WS-SUS-NOTE-INPUT TO SUS-NOTE
           REWRITE SUSPENSE-RECORD
           CLOSE SUSPENSE-FILE
           MOVE SUS-STUD-ID TO STUD-ID
           MOVE "SUSREF" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Suspense item closed as refunded." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       GL-MENU. *> 65. GENERAL LEDGER INTERFACE - account mapping and the daily journal extract #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "     GENERAL LEDGER INTERFACE" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Define/Update Account Mapping  |"
           DISPLAY "|2| List Account Mappings          |"
           DISPLAY "|3| Run the Journal Extract Now    |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-GLMAINT-OPTION
           EVALUATE WS-GLMAINT-OPTION
               WHEN 1 PERFORM GL-MAP-DEFINE
               WHEN 2 PERFORM GL-MAP-LIST
               WHEN 3 PERFORM GL-EXTRACT-RUN
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       GL-MAP-DEFINE. *> adds or changes one program's account codes; * is the catch-all row #mejares
           OPEN I-O GLMAP-FILE
           IF GLMSTATUS = "35" *> first mapping ever - create the table #mejares
               OPEN OUTPUT GLMAP-FILE
               CLOSE GLMAP-FILE
               OPEN I-O GLMAP-FILE
           END-IF
           IF GLMSTATUS NOT = "00"
               CALL "FSTATMSG" USING GLMSTATUS WS-ERROR-MESSAGE
               DISPLAY GREEN "[SYSTEM] " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Program code (* = any program not listed): "
               NO ADVANCING
           MOVE SPACES TO WS-GL-PROG-INPUT
           ACCEPT WS-GL-PROG-INPUT
           IF WS-GL-PROG-INPUT = SPACES
               CLOSE GLMAP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-GL-PROG-INPUT) TO GLM-PROGRAM
           MOVE 'N' TO WS-GL-FOUND
           READ GLMAP-FILE KEY IS GLM-PROGRAM
               INVALID KEY
                   MOVE SPACES TO GLM-ACCOUNTS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GL-FOUND
           END-READ
           DISPLAY "ENTER keeps the code shown in brackets."
           MOVE "Receivable account" TO WS-GL-PROMPT
           MOVE GLM-RECEIVABLE TO WS-GL-ACCT-CUR
           PERFORM GL-GET-ONE-ACCOUNT
           MOVE WS-GL-ACCT-CUR TO GLM-RECEIVABLE
           MOVE "Tuition revenue" TO WS-GL-PROMPT
           MOVE GLM-TUITION TO WS-GL-ACCT-CUR
           PERFORM GL-GET-ONE-ACCOUNT
           MOVE WS-GL-ACCT-CUR TO GLM-TUITION
           MOVE "Fixed-fee revenue" TO WS-GL-PROMPT
           MOVE GLM-FEES TO WS-GL-ACCT-CUR
           PERFORM GL-GET-ONE-ACCOUNT
           MOVE WS-GL-ACCT-CUR TO GLM-FEES
           MOVE "Adjustments" TO WS-GL-PROMPT
           MOVE GLM-ADJUST TO WS-GL-ACCT-CUR
           PERFORM GL-GET-ONE-ACCOUNT
           MOVE WS-GL-ACCT-CUR TO GLM-ADJUST
           MOVE "Payments (cash/bank)" TO WS-GL-PROMPT
           MOVE GLM-CASH TO WS-GL-ACCT-CUR
           PERFORM GL-GET-ONE-ACCOUNT
           MOVE WS-GL-ACCT-CUR TO GLM-CASH
           MOVE "Scholarships (opt.)" TO WS-GL-PROMPT
           MOVE GLM-SCHOLAR TO WS-GL-ACCT-CUR
           PERFORM GL-GET-ONE-ACCOUNT
           MOVE WS-GL-ACCT-CUR TO GLM-SCHOLAR
           MOVE "Late charges (opt.)" TO WS-GL-PROMPT
           MOVE GLM-LATE TO WS-GL-ACCT-CUR
           PERFORM GL-GET-ONE-ACCOUNT
           MOVE WS-GL-ACCT-CUR TO GLM-LATE
           IF GLM-RECEIVABLE = SPACES OR GLM-TUITION = SPACES
               OR GLM-FEES = SPACES OR GLM-ADJUST = SPACES
               OR GLM-CASH = SPACES *> every ledger line must land on both sides of a journal #mejares
               DISPLAY " "
               DISPLAY GREEN "Receivable, tuition, fees, adjustments "
                   "and payments are all required." RST
               CLOSE GLMAP-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-GL-FOUND = 'Y'
               REWRITE GL-MAP-RECORD
           ELSE
               WRITE GL-MAP-RECORD
           END-IF
           CLOSE GLMAP-FILE
           MOVE SPACES TO STUD-ID
           MOVE "GLMSET" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Account mapping saved for " GLM-PROGRAM "."
               RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       GL-GET-ONE-ACCOUNT. *> one account code keyed against WS-GL-PROMPT; ENTER keeps WS-GL-ACCT-CUR #mejares
           DISPLAY WS-GL-PROMPT " [" WS-GL-ACCT-CUR "]: " NO ADVANCING
           MOVE SPACES TO WS-GL-ACCT-INPUT
           ACCEPT WS-GL-ACCT-INPUT
           IF WS-GL-ACCT-INPUT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-GL-ACCT-INPUT)
                   TO WS-GL-ACCT-CUR
           END-IF.

       GL-MAP-LIST. *> every program's account codes #mejares
           OPEN INPUT GLMAP-FILE
           IF GLMSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No account mappings on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "PROG  RECEIVABLE TUITION    FEES       ADJUST     "
               "PAYMENTS   SCHOLAR    LATE"
           DISPLAY "------------------------------------"
           MOVE 'N' TO WS-GL-EOF
           PERFORM UNTIL WS-GL-EOF = 'Y'
               READ GLMAP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GL-EOF
                   NOT AT END
                       DISPLAY GLM-PROGRAM " " GLM-RECEIVABLE " "
                           GLM-TUITION " " GLM-FEES " " GLM-ADJUST " "
                           GLM-CASH " " GLM-SCHOLAR " " GLM-LATE
               END-READ
           END-PERFORM
           CLOSE GLMAP-FILE
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       GL-EXTRACT-RUN. *> 65/GLFEED: every whole day of LEDGER.DAT not yet sent, as balanced journals #mejares
           IF NOT BATCH-MODE AND NOT OPER-SUPERVISOR *> what goes to accounting is a supervisor call #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may run the journal "
                   "extract." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GL-LINES
           MOVE 0 TO WS-GL-JRN-LINES
           MOVE 0 TO WS-GL-UNMAPPED
           MOVE 0 TO WS-GL-UNBALANCED
           MOVE 0 TO WS-GL-DAYS
           MOVE 0 TO WS-GLT-COUNT
           MOVE 0 TO WS-GL-DAY-DR
           MOVE 0 TO WS-GL-DAY-CR
           PERFORM READ-GL-STATE
           ACCEPT WS-GL-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-GL-THRU = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-GL-TODAY) - 1) *> today is still being posted to - it goes out tomorrow #mejares
           MOVE "GLEXTRACT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "GENERAL LEDGER JOURNAL EXTRACT - " DELIMITED BY SIZE
               WS-GL-TODAY DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Ledger days after " DELIMITED BY SIZE
               WS-GL-LAST-DATE DELIMITED BY SIZE
               " through " DELIMITED BY SIZE
               WS-GL-THRU DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-GL-LAST-DATE NOT < WS-GL-THRU *> nothing whole has happened since the last extract #mejares
               MOVE "Nothing to send - every whole day already sent."
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               PERFORM CLOSE-WORK-REPORT
               DISPLAY "[SYSTEM] Journal extract: already up to date."
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GLMAP-FILE
           IF GLMSTATUS NOT = "00"
               MOVE "RUN REFUSED - no account mapping on file"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               PERFORM CLOSE-WORK-REPORT
               DISPLAY "[SYSTEM] No GL account mapping on file."
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENT-FILE
           MOVE 'N' TO WS-GL-ALUM-OK
           OPEN INPUT ALUMNI-FILE
           IF ALUMSTATUS = "00"
               MOVE 'Y' TO WS-GL-ALUM-OK
           END-IF
           MOVE 'N' TO WS-GL-FEE-OK
           OPEN INPUT FEE-FILE
           IF FEESTATUS = "00"
               MOVE 'Y' TO WS-GL-FEE-OK
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "DATE     LINE ACCOUNT    D/C            AMOUNT"
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           SORT GL-SORT-FILE
               ON ASCENDING KEY GLS-DATE GLS-ACCOUNT GLS-DC
               INPUT PROCEDURE IS GL-SORT-COLLECT
               OUTPUT PROCEDURE IS GL-SORT-WRITE

           IF WS-GL-FEE-OK = 'Y'
               CLOSE FEE-FILE
           END-IF
           IF WS-GL-ALUM-OK = 'Y'
               CLOSE ALUMNI-FILE
           END-IF
           CLOSE STUDENT-FILE
           CLOSE GLMAP-FILE
           PERFORM GL-WRITE-CONTROL-TOTALS
           IF WS-GL-UNMAPPED > 0 OR WS-GL-UNBALANCED > 0 *> a refused run leaves the last-sent date where it was #mejares
               MOVE 8 TO WS-RUN-RC
               DISPLAY "[SYSTEM] Journal extract REFUSED - see "
                   "GLEXTRACT.TXT"
           ELSE
               PERFORM SAVE-GL-STATE
               DISPLAY "[SYSTEM] Journal extract: " WS-GL-DAYS
                   " day(s), " WS-GL-JRN-LINES " journal line(s)."
           END-IF
           DISPLAY "[SYSTEM] Control report written to GLEXTRACT.TXT"
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       READ-GL-STATE. *> the last ledger day already sent to accounting, 0 when none was #mejares
           MOVE 0 TO WS-GL-LAST-DATE
           OPEN INPUT GL-STATE-FILE
           IF GLLSTSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GL-STATE-FILE
               NOT AT END
                   IF GL-STATE-RECORD(1:8) IS NUMERIC
                       MOVE GL-STATE-RECORD(1:8) TO WS-GL-LAST-DATE
                   END-IF
           END-READ
           CLOSE GL-STATE-FILE.

       SAVE-GL-STATE. *> moves the last-sent mark to the last whole day this run covered #mejares
           OPEN OUTPUT GL-STATE-FILE
           MOVE SPACES TO GL-STATE-RECORD
           MOVE WS-GL-THRU TO GL-STATE-RECORD(1:8)
           WRITE GL-STATE-RECORD
           CLOSE GL-STATE-FILE.

       GL-SORT-COLLECT. *> turns each unsent ledger line into its debit and credit postings #mejares
           OPEN INPUT LEDGER-FILE
           IF LEDGSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LED-EOF
           PERFORM UNTIL WS-LED-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-LED-EOF
                   NOT AT END
                       IF LED-DATE IS NUMERIC
                           AND LED-DATE > WS-GL-LAST-DATE
                           AND LED-DATE NOT > WS-GL-THRU
                           AND LED-AMOUNT IS NUMERIC
                           AND LED-AMOUNT > 0
                           ADD 1 TO WS-GL-LINES
                           PERFORM GL-RELEASE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       GL-FIND-MAPPING. *> the account row for the ledger line's student; Y in WS-GL-FOUND #mejares
           MOVE 'N' TO WS-GL-FOUND
           MOVE SPACES TO WS-GL-PROGRAM
           MOVE LED-STUD-ID TO STUD-ID
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STUD-PROGRAM TO WS-GL-PROGRAM
           END-READ
           IF WS-GL-PROGRAM = SPACES AND WS-GL-ALUM-OK = 'Y' *> graduates still have ledger lines #mejares
               MOVE LED-STUD-ID TO ALUM-ID
               READ ALUMNI-FILE KEY IS ALUM-ID
                   NOT INVALID KEY
                       MOVE ALUM-PROGRAM TO WS-GL-PROGRAM
               END-READ
           END-IF
           MOVE WS-GL-PROGRAM TO GLM-PROGRAM
           READ GLMAP-FILE KEY IS GLM-PROGRAM
               INVALID KEY
                   MOVE "*" TO GLM-PROGRAM
                   READ GLMAP-FILE KEY IS GLM-PROGRAM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-GL-FOUND
                   END-READ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GL-FOUND
           END-READ.

       GL-RELEASE-LINE. *> one ledger line as balanced postings by its type #mejares
           PERFORM GL-FIND-MAPPING
           IF WS-GL-FOUND NOT = 'Y' *> an unmapped line stops the whole run, never a silent skip #mejares
               ADD 1 TO WS-GL-UNMAPPED
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "UNMAPPED: " DELIMITED BY SIZE
                   LED-STUD-ID DELIMITED BY SIZE
                   " program " DELIMITED BY SIZE
                   WS-GL-PROGRAM DELIMITED BY SIZE
                   " type " DELIMITED BY SIZE
                   LED-TYPE DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   LED-DATE DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF GLM-SCHOLAR = SPACES *> optional rows fall back to their nearest required account #mejares
               MOVE GLM-ADJUST TO GLM-SCHOLAR
           END-IF
           IF GLM-LATE = SPACES
               MOVE GLM-FEES TO GLM-LATE
           END-IF
           MOVE LED-DATE TO GLS-DATE
           MOVE LED-AMOUNT TO WS-GL-POST-AMT
           EVALUATE LED-TYPE
               WHEN "A"
                   PERFORM GL-SPLIT-ASSESSMENT
                   MOVE GLM-RECEIVABLE TO WS-GL-POST-ACCT
                   MOVE LED-AMOUNT TO WS-GL-POST-AMT
                   PERFORM GL-RELEASE-DEBIT
                   MOVE GLM-TUITION TO WS-GL-POST-ACCT
                   MOVE WS-GL-TUIT-PART TO WS-GL-POST-AMT
                   PERFORM GL-RELEASE-CREDIT
                   MOVE GLM-FEES TO WS-GL-POST-ACCT
                   MOVE WS-GL-FEE-PART TO WS-GL-POST-AMT
                   PERFORM GL-RELEASE-CREDIT
               WHEN "J"
                   IF LED-SIGN = "-"
                       MOVE GLM-ADJUST TO WS-GL-POST-ACCT
                       PERFORM GL-RELEASE-DEBIT
                       MOVE GLM-RECEIVABLE TO WS-GL-POST-ACCT
                       PERFORM GL-RELEASE-CREDIT
                   ELSE
                       MOVE GLM-RECEIVABLE TO WS-GL-POST-ACCT
                       PERFORM GL-RELEASE-DEBIT
                       MOVE GLM-ADJUST TO WS-GL-POST-ACCT
                       PERFORM GL-RELEASE-CREDIT
                   END-IF
               WHEN "P"
                   MOVE GLM-CASH TO WS-GL-POST-ACCT
                   PERFORM GL-RELEASE-DEBIT
                   MOVE GLM-RECEIVABLE TO WS-GL-POST-ACCT
                   PERFORM GL-RELEASE-CREDIT
               WHEN "V"
                   MOVE GLM-RECEIVABLE TO WS-GL-POST-ACCT
                   PERFORM GL-RELEASE-DEBIT
                   MOVE GLM-CASH TO WS-GL-POST-ACCT
                   PERFORM GL-RELEASE-CREDIT
               WHEN "S"
                   MOVE GLM-SCHOLAR TO WS-GL-POST-ACCT
                   PERFORM GL-RELEASE-DEBIT
                   MOVE GLM-RECEIVABLE TO WS-GL-POST-ACCT
                   PERFORM GL-RELEASE-CREDIT
               WHEN "L"
                   MOVE GLM-RECEIVABLE TO WS-GL-POST-ACCT
                   PERFORM GL-RELEASE-DEBIT
                   MOVE GLM-LATE TO WS-GL-POST-ACCT
                   PERFORM GL-RELEASE-CREDIT
               WHEN OTHER *> a line of no known type carries no accounting meaning #mejares
                   ADD 1 TO WS-GL-UNMAPPED
                   MOVE SPACES TO WORK-REPORT-LINE
                   STRING "UNKNOWN LEDGER TYPE: " DELIMITED BY SIZE
                       LED-STUD-ID DELIMITED BY SIZE
                       " type " DELIMITED BY SIZE
                       LED-TYPE DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       LED-DATE DELIMITED BY SIZE
                       INTO WORK-REPORT-LINE
                   WRITE WORK-REPORT-LINE
           END-EVALUATE.

       GL-SPLIT-ASSESSMENT. *> tuition and fixed-fee parts of an assessment line #mejares
           MOVE 0 TO WS-GL-FEE-PART
           IF LED-FEE-PART IS NUMERIC *> the assessment run records its fixed-fee part #mejares
               MOVE LED-FEE-PART TO WS-GL-FEE-PART
           ELSE
               IF WS-GL-FEE-OK = 'Y' *> older lines: today's schedule is the best evidence left #mejares
                   MOVE WS-GL-PROGRAM TO FEE-PROGRAM
                   READ FEE-FILE KEY IS FEE-PROGRAM
                       NOT INVALID KEY
                           MOVE FEE-FIXED TO WS-GL-FEE-PART
                   END-READ
               END-IF
           END-IF
           IF WS-GL-FEE-PART > LED-AMOUNT
               MOVE LED-AMOUNT TO WS-GL-FEE-PART
           END-IF
           COMPUTE WS-GL-TUIT-PART = LED-AMOUNT - WS-GL-FEE-PART.

       GL-RELEASE-DEBIT. *> WS-GL-POST-AMT to WS-GL-POST-ACCT as a debit #mejares
           MOVE "D" TO GLS-DC
           PERFORM GL-RELEASE-ONE.

       GL-RELEASE-CREDIT. *> WS-GL-POST-AMT to WS-GL-POST-ACCT as a credit #mejares
           MOVE "C" TO GLS-DC
           PERFORM GL-RELEASE-ONE.

       GL-RELEASE-ONE. *> one posting into the sort; zero parts are dropped #mejares
           IF WS-GL-POST-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-POST-ACCT TO GLS-ACCOUNT
           MOVE WS-GL-POST-AMT TO GLS-AMOUNT
           RELEASE GL-SORT-RECORD.

       GL-SORT-WRITE. *> sums the postings per day and account into GLJOURNAL.TXT #mejares
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE "GLJOURNAL.TXT" TO WS-IFC-FILE
           PERFORM IFC-BEGIN
           MOVE WS-IFC-LINE TO GL-JOURNAL-CONTROL
           WRITE GL-JOURNAL-CONTROL
           IF WS-GL-UNMAPPED > 0 *> refused - the file goes out empty so nothing half-mapped is imported #mejares
               PERFORM GL-WRITE-JOURNAL-TRAILER
               CLOSE GL-JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GL-HAVE
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN GL-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-GL-HAVE = 'Y'
                           AND (GLS-DATE NOT = WS-GL-CUR-DATE
                           OR GLS-ACCOUNT NOT = WS-GL-CUR-ACCT
                           OR GLS-DC NOT = WS-GL-CUR-DC)
                           PERFORM GL-WRITE-JOURNAL-LINE
                           IF GLS-DATE NOT = WS-GL-CUR-DATE
                               PERFORM GL-CLOSE-DAY
                           END-IF
                       END-IF
                       IF WS-GL-HAVE NOT = 'Y'
                           MOVE GLS-DATE TO WS-GL-CUR-DATE
                           MOVE GLS-ACCOUNT TO WS-GL-CUR-ACCT
                           MOVE GLS-DC TO WS-GL-CUR-DC
                           MOVE 0 TO WS-GL-CUR-AMT
                           MOVE 'Y' TO WS-GL-HAVE
                       END-IF
                       ADD GLS-AMOUNT TO WS-GL-CUR-AMT
               END-RETURN
           END-PERFORM
           IF WS-GL-HAVE = 'Y'
               PERFORM GL-WRITE-JOURNAL-LINE
               PERFORM GL-CLOSE-DAY
           END-IF
           IF WS-GL-UNBALANCED > 0 *> refused as well - an out-of-balance day is only known at the end, so the file starts again empty #mejares
               CLOSE GL-JOURNAL-FILE
               OPEN OUTPUT GL-JOURNAL-FILE
               PERFORM IFC-BEGIN
               MOVE WS-IFC-LINE TO GL-JOURNAL-CONTROL
               WRITE GL-JOURNAL-CONTROL
           END-IF
           PERFORM GL-WRITE-JOURNAL-TRAILER
           CLOSE GL-JOURNAL-FILE.

       GL-WRITE-JOURNAL-TRAILER. *> the count and debit/credit totals the accounting import checks #mejares
           PERFORM IFC-FINISH
           MOVE WS-IFC-LINE TO GL-JOURNAL-CONTROL
           WRITE GL-JOURNAL-CONTROL.

       GL-WRITE-JOURNAL-LINE. *> one summed day/account/side as a journal line #mejares
           ADD 1 TO WS-GL-JRN-LINES
           ADD 1 TO WS-GL-DAY-LINE
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-GL-CUR-DATE TO JRN-DATE
           MOVE WS-GL-DAY-LINE TO JRN-LINE-NO
           MOVE WS-GL-CUR-ACCT TO JRN-ACCOUNT
           MOVE WS-GL-CUR-DC TO JRN-DC
           MOVE WS-GL-CUR-AMT TO JRN-AMOUNT
           MOVE "STUDENT LEDGER DAILY SUMMARY" TO JRN-DESC
           WRITE GL-JOURNAL-RECORD
           MOVE GL-JOURNAL-RECORD TO WS-IFC-TEXT
           PERFORM IFC-COUNT-LINE
           IF WS-GL-CUR-DC = "D"
               ADD WS-GL-CUR-AMT TO WS-GL-DAY-DR
           ELSE
               ADD WS-GL-CUR-AMT TO WS-GL-DAY-CR
           END-IF
           PERFORM GL-ADD-ACCOUNT-TOTAL
           MOVE WS-GL-CUR-AMT TO WS-GL-AMT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-GL-CUR-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GL-DAY-LINE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GL-CUR-ACCT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-GL-CUR-DC DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-GL-AMT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 'N' TO WS-GL-HAVE.

       GL-CLOSE-DAY. *> the day's debit and credit totals, which must agree #mejares
           ADD 1 TO WS-GL-DAYS
           MOVE WS-GL-DAY-DR TO WS-GL-AMT-EDIT
           MOVE WS-GL-DAY-CR TO WS-GL-AMT-EDIT2
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  day " DELIMITED BY SIZE
               WS-GL-CUR-DATE DELIMITED BY SIZE
               "  debits " DELIMITED BY SIZE
               WS-GL-AMT-EDIT DELIMITED BY SIZE
               "  credits " DELIMITED BY SIZE
               WS-GL-AMT-EDIT2 DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-GL-DAY-DR NOT = WS-GL-DAY-CR
               ADD 1 TO WS-GL-UNBALANCED
               MOVE "  ** THIS DAY IS OUT OF BALANCE - DO NOT IMPORT **"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-GL-DAY-DR
           MOVE 0 TO WS-GL-DAY-CR
           MOVE 0 TO WS-GL-DAY-LINE.

       GL-ADD-ACCOUNT-TOTAL. *> the run's running totals per account for the sign-off section #mejares
           MOVE 0 TO WS-GLT-HIT
           PERFORM VARYING WS-GLT-I FROM 1 BY 1
               UNTIL WS-GLT-I > WS-GLT-COUNT OR WS-GLT-HIT > 0
               IF WS-GLT-ACCT(WS-GLT-I) = WS-GL-CUR-ACCT
                   MOVE WS-GLT-I TO WS-GLT-HIT
               END-IF
           END-PERFORM
           IF WS-GLT-HIT = 0
               IF WS-GLT-COUNT NOT < 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GLT-COUNT
               MOVE WS-GLT-COUNT TO WS-GLT-HIT
               MOVE WS-GL-CUR-ACCT TO WS-GLT-ACCT(WS-GLT-HIT)
               MOVE 0 TO WS-GLT-DR(WS-GLT-HIT)
               MOVE 0 TO WS-GLT-CR(WS-GLT-HIT)
           END-IF
           IF WS-GL-CUR-DC = "D"
               ADD WS-GL-CUR-AMT TO WS-GLT-DR(WS-GLT-HIT)
           ELSE
               ADD WS-GL-CUR-AMT TO WS-GLT-CR(WS-GLT-HIT)
           END-IF.

       GL-WRITE-CONTROL-TOTALS. *> per-account totals and the run's verdict for both offices to sign #mejares
           MOVE "CONTROL TOTALS BY ACCOUNT" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "ACCOUNT             DEBITS           CREDITS"
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-GL-DAY-DR
           MOVE 0 TO WS-GL-DAY-CR
           PERFORM VARYING WS-GLT-I FROM 1 BY 1
               UNTIL WS-GLT-I > WS-GLT-COUNT
               MOVE WS-GLT-DR(WS-GLT-I) TO WS-GL-AMT-EDIT
               MOVE WS-GLT-CR(WS-GLT-I) TO WS-GL-AMT-EDIT2
               MOVE SPACES TO WORK-REPORT-LINE
               STRING WS-GLT-ACCT(WS-GLT-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-GL-AMT-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-GL-AMT-EDIT2 DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               ADD WS-GLT-DR(WS-GLT-I) TO WS-GL-DAY-DR
               ADD WS-GLT-CR(WS-GLT-I) TO WS-GL-DAY-CR
           END-PERFORM
           MOVE WS-GL-DAY-DR TO WS-GL-AMT-EDIT
           MOVE WS-GL-DAY-CR TO WS-GL-AMT-EDIT2
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "TOTAL       " DELIMITED BY SIZE
               WS-GL-AMT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-GL-AMT-EDIT2 DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Ledger lines read: " DELIMITED BY SIZE
               WS-GL-LINES DELIMITED BY SIZE
               "  Journal lines: " DELIMITED BY SIZE
               WS-GL-JRN-LINES DELIMITED BY SIZE
               "  Days: " DELIMITED BY SIZE
               WS-GL-DAYS DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-GL-UNMAPPED > 0
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "RUN REFUSED - " DELIMITED BY SIZE
                   WS-GL-UNMAPPED DELIMITED BY SIZE
                   " line(s) could not be mapped; " DELIMITED BY SIZE
                   "GLJOURNAL.TXT is empty" DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               MOVE "Fix the mapping and rerun - the same days go again"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           IF WS-GL-UNBALANCED > 0
               MOVE "RUN REFUSED - a day is out of balance; the same day
      -            "s go again on the next run" TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "Bursar: ______________   Accounting: ______________"
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT.

       ADMISSIONS-MENU. *> 66. APPLICANTS AND ADMISSIONS - from application to a student number #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "     APPLICANTS AND ADMISSIONS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Capture New Applicant          |"
           DISPLAY "|2| Update Applicant / Exam Score  |"
           DISPLAY "|3| List Applicants                |"
           DISPLAY "|4| Admission Cut-offs (Supervisor)|"
           DISPLAY "|5| Run Admission Decisions        |"
           DISPLAY "|6| Set a Decision by Hand         |"
           DISPLAY "|7| Convert Admitted to Students   |"
           DISPLAY "|8| Admission Yield Report         |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-ADMMAINT-OPTION
           EVALUATE WS-ADMMAINT-OPTION
               WHEN 1 PERFORM APPLICANT-CAPTURE
               WHEN 2 PERFORM APPLICANT-UPDATE
               WHEN 3 PERFORM APPLICANT-LIST
               WHEN 4 PERFORM CUTOFF-MAINT
               WHEN 5 PERFORM ADMISSION-DECISION-RUN
               WHEN 6 PERFORM ADMISSION-DECIDE-BY-HAND
               WHEN 7 PERFORM ADMISSION-CONVERT-RUN
               WHEN 8 PERFORM ADMISSION-YIELD-REPORT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       GET-APPLICANT-TERM. *> the intake term an applicant is for - ENTER takes the open term #mejares
           PERFORM LOAD-TERM-CONTROL
           MOVE SPACES TO WS-APL-TERM-INPUT
           DISPLAY "Intake term [" FUNCTION TRIM(WS-OPEN-TERM) "]: "
               NO ADVANCING
           ACCEPT WS-APL-TERM-INPUT
           IF WS-APL-TERM-INPUT = SPACES
               MOVE WS-OPEN-TERM TO WS-APL-TERM-INPUT
           END-IF.

       GET-EXAM-SCORE. *> a score 0-999 under WS-APL-SCORE-PROMPT; ENTER leaves WS-APL-SCORE-OK at N #mejares
           MOVE 'N' TO WS-APL-SCORE-OK
           MOVE 'N' TO WS-APL-SCORE-DONE
           PERFORM UNTIL WS-APL-SCORE-DONE = 'Y'
               DISPLAY FUNCTION TRIM(WS-APL-SCORE-PROMPT) " "
                   NO ADVANCING
               MOVE SPACES TO WS-APL-SCORE-INPUT
               ACCEPT WS-APL-SCORE-INPUT
               IF WS-APL-SCORE-INPUT = SPACES
                   MOVE 'Y' TO WS-APL-SCORE-DONE
               ELSE
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-APL-SCORE-INPUT)) = 0
                       AND FUNCTION NUMVAL(WS-APL-SCORE-INPUT) >= 0
                       AND FUNCTION NUMVAL(WS-APL-SCORE-INPUT) <= 999
                       MOVE FUNCTION NUMVAL(WS-APL-SCORE-INPUT)
                           TO WS-APL-SCORE
                       MOVE 'Y' TO WS-APL-SCORE-OK
                       MOVE 'Y' TO WS-APL-SCORE-DONE
                   ELSE
                       DISPLAY " "
                       DISPLAY GREEN "The score is a whole number "
                           "from 0 to 999." RST
                   END-IF
               END-IF
           END-PERFORM.

       OPEN-APPLICANT-FILE. *> the applicant file open I-O, created on first use #mejares
           OPEN I-O APPLICANT-FILE
           IF APLSTATUS = "35" *> first applicant ever - create the file #mejares
               OPEN OUTPUT APPLICANT-FILE
               CLOSE APPLICANT-FILE
               OPEN I-O APPLICANT-FILE
           END-IF.

       APPLICANT-CAPTURE. *> one new applicant under the next control number #mejares
           PERFORM OPEN-APPLICANT-FILE
           IF APLSTATUS NOT = "00"
               CALL "FSTATMSG" USING APLSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "        NEW APPLICANT" RST
           DISPLAY "------------------------------------"
           PERFORM GET-APPLICANT-TERM
           PERFORM GET-REQUIRED-NAME *> the profile prompts are the student ones - same rules, same messages #mejares
           PERFORM GET-REQUIRED-PROGRAM
           PERFORM GET-VALID-EMAIL
           PERFORM GET-VALID-CONTACT
           PERFORM GET-VALID-BIRTHDATE
           PERFORM GET-VALID-SEX
           PERFORM GET-REQUIRED-ADDRESS
           PERFORM GET-CONSENT-ANSWER
           MOVE WS-APL-EXAM-PROMPT TO WS-APL-SCORE-PROMPT
           PERFORM GET-EXAM-SCORE
           PERFORM DRAW-APPLICANT-NUMBER
           IF WS-APL-OK NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "No applicant number could be drawn - "
                   "applicant NOT saved." RST
               CLOSE APPLICANT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-NAME TO APL-NAME
           MOVE STUD-PROGRAM TO APL-PROGRAM
           MOVE WS-APL-TERM-INPUT TO APL-TERM
           MOVE STUD-EMAIL TO APL-EMAIL
           MOVE STUD-CONTACT-NO TO APL-CONTACT-NO
           MOVE STUD-BIRTHDATE TO APL-BIRTHDATE
           MOVE STUD-SEX TO APL-SEX
           MOVE STUD-ADDRESS TO APL-ADDRESS
           MOVE WS-CONSENT-ANSWER TO APL-CONSENT
           ACCEPT APL-APPLIED-DATE FROM DATE YYYYMMDD
           MOVE 0 TO APL-EXAM-SCORE
           MOVE "N" TO APL-EXAM-TAKEN
           IF WS-APL-SCORE-OK = 'Y'
               MOVE WS-APL-SCORE TO APL-EXAM-SCORE
               MOVE "Y" TO APL-EXAM-TAKEN
           END-IF
           MOVE "N" TO APL-STATUS
           MOVE SPACES TO APL-DECIDED-BY
           MOVE 0 TO APL-DECIDED-DATE
           MOVE SPACES TO APL-STUD-ID
           WRITE APPLICANT-RECORD
           IF APLSTATUS NOT = "00"
               CALL "FSTATMSG" USING APLSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           ELSE
               MOVE APL-NO TO STUD-ID *> applicant number in the ID column until there is a student #mejares
               MOVE "APLNEW" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY GREEN "Applicant saved as control no. " APL-NO
                   "." RST
           END-IF
           CLOSE APPLICANT-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DRAW-APPLICANT-NUMBER. *> the next applicant control number from the APPLCNT series into APL-NO; Y in WS-APL-OK when one was drawn #mejares
           MOVE "APPLCNT" TO WS-CTL-SERIES
           PERFORM DRAW-CONTROL-NUMBER
           MOVE WS-CTL-OK TO WS-APL-OK
           IF WS-APL-OK = 'Y'
               MOVE WS-CTL-NUMBER TO APL-NO
           END-IF.

       FETCH-APPLICANT. *> one applicant by control number off the open file; Y in WS-APL-FOUND #mejares
           MOVE 'N' TO WS-APL-FOUND
           DISPLAY "Applicant control no.: " NO ADVANCING
           MOVE SPACES TO WS-APL-NO-INPUT
           ACCEPT WS-APL-NO-INPUT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-APL-NO-INPUT))
               NOT = 0
               DISPLAY " "
               DISPLAY GREEN "That is not a control number." RST
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-APL-NO-INPUT) TO APL-NO
           READ APPLICANT-FILE KEY IS APL-NO
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such applicant." RST
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APL-FOUND
           END-READ.

       APPLICANT-STATUS-WORD. *> APL-STATUS spelled out #mejares
           EVALUATE TRUE
               WHEN APL-PENDING MOVE "PENDING" TO WS-APL-STATUS-WORD
               WHEN APL-ADMITTED MOVE "ADMITTED" TO WS-APL-STATUS-WORD
               WHEN APL-WAITLISTED
                   MOVE "WAITLISTED" TO WS-APL-STATUS-WORD
               WHEN APL-DENIED MOVE "DENIED" TO WS-APL-STATUS-WORD
               WHEN APL-CONVERTED
                   MOVE "CONVERTED" TO WS-APL-STATUS-WORD
               WHEN OTHER MOVE "?" TO WS-APL-STATUS-WORD
           END-EVALUATE.

       APPLICANT-UPDATE. *> exam score, program choice and contact details; a changed score or program reopens the decision #mejares
           OPEN I-O APPLICANT-FILE
           IF APLSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No applicants on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-APPLICANT
           IF WS-APL-FOUND NOT = 'Y'
               CLOSE APPLICANT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           IF APL-CONVERTED *> after conversion the student record is the one to maintain #mejares
               DISPLAY " "
               DISPLAY GREEN "Already a student (" APL-STUD-ID
                   ") - update the student profile instead." RST
               CLOSE APPLICANT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLICANT-STATUS-WORD
           DISPLAY " "
           DISPLAY "Name    : " APL-NAME
           DISPLAY "Program : " APL-PROGRAM "   Term: " APL-TERM
           DISPLAY "Score   : " APL-EXAM-SCORE " (taken: "
               APL-EXAM-TAKEN ")   Status: " WS-APL-STATUS-WORD
           DISPLAY "ENTER keeps the value shown."
           MOVE 'N' TO WS-APL-REOPEN
           MOVE WS-APL-EXAM-PROMPT TO WS-APL-SCORE-PROMPT
           PERFORM GET-EXAM-SCORE
           IF WS-APL-SCORE-OK = 'Y'
               IF NOT APL-HAS-SCORE OR WS-APL-SCORE NOT = APL-EXAM-SCORE
                   MOVE 'Y' TO WS-APL-REOPEN
               END-IF
               MOVE WS-APL-SCORE TO APL-EXAM-SCORE
               MOVE "Y" TO APL-EXAM-TAKEN
           END-IF
           DISPLAY "First-choice program [" APL-PROGRAM "]: "
               NO ADVANCING
           MOVE SPACES TO WS-PROGRAM-LOOKUP
           ACCEPT WS-PROGRAM-LOOKUP
           IF WS-PROGRAM-LOOKUP NOT = SPACES
               AND WS-PROGRAM-LOOKUP NOT = APL-PROGRAM
               PERFORM VALIDATE-PROGRAM-CODE
               IF WS-PROGRAM-VALID = 'Y'
                   MOVE WS-PROGRAM-LOOKUP TO APL-PROGRAM
                   MOVE 'Y' TO WS-APL-REOPEN
               ELSE
                   DISPLAY GREEN "Program code is not on the program "
                       "reference - kept " APL-PROGRAM "." RST
               END-IF
           END-IF
           DISPLAY "Email [" FUNCTION TRIM(APL-EMAIL) "]: "
               NO ADVANCING
           MOVE SPACES TO STUD-EMAIL
           ACCEPT STUD-EMAIL
           IF STUD-EMAIL NOT = SPACES
               MOVE 0 TO WS-EMAIL-AT-COUNT
               MOVE 0 TO WS-EMAIL-DOT-COUNT
               INSPECT STUD-EMAIL TALLYING WS-EMAIL-AT-COUNT FOR ALL "@"
               INSPECT STUD-EMAIL TALLYING WS-EMAIL-DOT-COUNT
                   FOR ALL "."
               IF WS-EMAIL-AT-COUNT = 1 AND WS-EMAIL-DOT-COUNT >= 1
                   AND STUD-EMAIL(1:1) NOT = "@"
                   MOVE STUD-EMAIL TO APL-EMAIL
               ELSE
                   DISPLAY GREEN "Invalid email - kept the old one."
                       RST
               END-IF
           END-IF
           DISPLAY "Contact [" FUNCTION TRIM(APL-CONTACT-NO) "]: "
               NO ADVANCING
           MOVE SPACES TO STUD-CONTACT-NO
           ACCEPT STUD-CONTACT-NO
           IF STUD-CONTACT-NO NOT = SPACES
               IF STUD-CONTACT-NO IS NUMERIC
                   MOVE STUD-CONTACT-NO TO APL-CONTACT-NO
               ELSE
                   DISPLAY GREEN "Digits only - kept the old number."
                       RST
               END-IF
           END-IF
           IF WS-APL-REOPEN = 'Y' AND NOT APL-PENDING *> a decided applicant with a new score or program is decided again #mejares
               MOVE "N" TO APL-STATUS
               MOVE SPACES TO APL-DECIDED-BY
               MOVE 0 TO APL-DECIDED-DATE
               DISPLAY GREEN "The admission decision is reopened." RST
           END-IF
           REWRITE APPLICANT-RECORD
           CLOSE APPLICANT-FILE
           MOVE APL-NO TO STUD-ID
           MOVE "APLUPD" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Applicant " APL-NO " updated." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       APPLICANT-LIST. *> every applicant, or one intake term's #mejares
           OPEN INPUT APPLICANT-FILE
           IF APLSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No applicants on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-APPLICANT-TERM
           DISPLAY " "
           DISPLAY "NO.   NAME                           PROG  SCORE "
               "STATUS     STUDENT"
           DISPLAY "------------------------------------"
           MOVE 0 TO WS-ADM-READ
           MOVE 'N' TO WS-APL-EOF
           PERFORM UNTIL WS-APL-EOF = 'Y'
               READ APPLICANT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APL-EOF
                   NOT AT END
                       IF APL-TERM = WS-APL-TERM-INPUT
                           ADD 1 TO WS-ADM-READ
                           PERFORM APPLICANT-STATUS-WORD
                           IF APL-HAS-SCORE
                               MOVE APL-EXAM-SCORE TO WS-APL-SCORE-SHOW
                           ELSE
                               MOVE "  -" TO WS-APL-SCORE-SHOW
                           END-IF
                           DISPLAY APL-NO " " APL-NAME " "
                               APL-PROGRAM " " WS-APL-SCORE-SHOW
                               "   " WS-APL-STATUS-WORD " "
                               APL-STUD-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICANT-FILE
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] " WS-ADM-READ " applicant(s) for "
               FUNCTION TRIM(WS-APL-TERM-INPUT) "." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CUTOFF-MAINT. *> admission cut-off scores per program code #mejares
           IF NOT OPER-SUPERVISOR *> who gets in is the admissions committee's call #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may set admission "
                   "cut-offs." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUTOFF-FILE
           IF CUTSTATUS = "35" *> first cut-off ever - create the table #mejares
               OPEN OUTPUT CUTOFF-FILE
               CLOSE CUTOFF-FILE
               OPEN I-O CUTOFF-FILE
           END-IF
           IF CUTSTATUS NOT = "00"
               CALL "FSTATMSG" USING CUTSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "PROG  ADMIT AT  WAITLIST AT"
           MOVE 'N' TO WS-APL-EOF
           PERFORM UNTIL WS-APL-EOF = 'Y'
               READ CUTOFF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APL-EOF
                   NOT AT END
                       DISPLAY CUT-PROGRAM "     " CUT-ADMIT
                           "        " CUT-WAITLIST
               END-READ
           END-PERFORM
           DISPLAY " "
           DISPLAY "Program code to set (ENTER to leave): "
               NO ADVANCING
           MOVE SPACES TO WS-PROGRAM-LOOKUP
           ACCEPT WS-PROGRAM-LOOKUP
           IF WS-PROGRAM-LOOKUP = SPACES
               CLOSE CUTOFF-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-PROGRAM-CODE
           IF WS-PROGRAM-VALID NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "Program code is not an active code on "
                   "the program reference." RST
               CLOSE CUTOFF-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROGRAM-LOOKUP TO CUT-PROGRAM
           MOVE 'N' TO WS-APL-FOUND
           READ CUTOFF-FILE KEY IS CUT-PROGRAM
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APL-FOUND
           END-READ
           MOVE "Admit at score (ENTER to leave):"
               TO WS-APL-SCORE-PROMPT
           PERFORM GET-EXAM-SCORE
           IF WS-APL-SCORE-OK NOT = 'Y'
               CLOSE CUTOFF-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APL-SCORE TO CUT-ADMIT
           MOVE "Waitlist at score:" TO WS-APL-SCORE-PROMPT
           PERFORM GET-EXAM-SCORE
           IF WS-APL-SCORE-OK NOT = 'Y'
               OR WS-APL-SCORE > CUT-ADMIT *> the waitlist band sits below the admit line #mejares
               DISPLAY " "
               DISPLAY GREEN "The waitlist score must be given and "
                   "not above the admit score." RST
               CLOSE CUTOFF-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APL-SCORE TO CUT-WAITLIST
           MOVE WS-OPERATOR-ID TO CUT-SET-BY
           ACCEPT CUT-SET-DATE FROM DATE YYYYMMDD
           IF WS-APL-FOUND = 'Y'
               REWRITE CUTOFF-RECORD
           ELSE
               WRITE CUTOFF-RECORD
           END-IF
           CLOSE CUTOFF-FILE
           MOVE SPACES TO STUD-ID
           MOVE "ADMCUT" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Cut-offs saved for " CUT-PROGRAM "." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       ADMISSION-DECISION-RUN. *> 66/ADMDEC: pending applicants with a score decided against their program's cut-offs #mejares
           IF NOT BATCH-MODE AND NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may run admission "
                   "decisions." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ADM-READ
           MOVE 0 TO WS-ADM-DONE
           MOVE 0 TO WS-ADM-SKIPPED
           OPEN I-O APPLICANT-FILE
           IF APLSTATUS NOT = "00"
               DISPLAY "[SYSTEM] No applicants on file."
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUTOFF-FILE
           IF CUTSTATUS NOT = "00"
               DISPLAY "[SYSTEM] No admission cut-offs on file."
               CLOSE APPLICANT-FILE
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "ADMDECIDE.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ADMISSION DECISIONS - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "NO.   NAME                           PROG  SCORE DECISI
      -        "ON" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 'N' TO WS-APL-EOF
           PERFORM UNTIL WS-APL-EOF = 'Y'
               READ APPLICANT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APL-EOF
                   NOT AT END
                       IF APL-PENDING AND APL-HAS-SCORE *> no score yet means no decision yet #mejares
                           ADD 1 TO WS-ADM-READ
                           PERFORM ADMISSION-DECIDE-ONE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Considered: " DELIMITED BY SIZE
               WS-ADM-READ DELIMITED BY SIZE
               "  Decided: " DELIMITED BY SIZE
               WS-ADM-DONE DELIMITED BY SIZE
               "  No cut-off for the program: " DELIMITED BY SIZE
               WS-ADM-SKIPPED DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE CUTOFF-FILE
           CLOSE APPLICANT-FILE
           IF WS-ADM-SKIPPED > 0 AND WS-RUN-RC < 4 *> applicants left undecided must not look clean #mejares
               MOVE 4 TO WS-RUN-RC
           END-IF
           DISPLAY "[SYSTEM] Admission decisions: " WS-ADM-DONE
               " decided, " WS-ADM-SKIPPED " without a cut-off."
           DISPLAY "[SYSTEM] Register written to ADMDECIDE.TXT"
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       ADMISSION-DECIDE-ONE. *> one scored applicant against the cut-offs; the letter queues with it #mejares
           MOVE APL-PROGRAM TO CUT-PROGRAM
           READ CUTOFF-FILE KEY IS CUT-PROGRAM
               INVALID KEY
                   ADD 1 TO WS-ADM-SKIPPED
                   MOVE SPACES TO WORK-REPORT-LINE
                   STRING APL-NO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       APL-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       APL-PROGRAM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       APL-EXAM-SCORE DELIMITED BY SIZE
                       "   NO CUT-OFF - LEFT PENDING" DELIMITED BY SIZE
                       INTO WORK-REPORT-LINE
                   WRITE WORK-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN APL-EXAM-SCORE >= CUT-ADMIT
                   MOVE "A" TO APL-STATUS
               WHEN APL-EXAM-SCORE >= CUT-WAITLIST
                   MOVE "W" TO APL-STATUS
               WHEN OTHER
                   MOVE "D" TO APL-STATUS
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO APL-DECIDED-BY
           ACCEPT APL-DECIDED-DATE FROM DATE YYYYMMDD
           REWRITE APPLICANT-RECORD
           ADD 1 TO WS-ADM-DONE
           PERFORM ADMISSION-AUDIT-AND-LETTER
           PERFORM APPLICANT-STATUS-WORD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING APL-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APL-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APL-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APL-EXAM-SCORE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-APL-STATUS-WORD DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       ADMISSION-AUDIT-AND-LETTER. *> audits the decision on APPLICANT-RECORD and queues the matching letter #mejares
           MOVE APL-NO TO STUD-ID
           MOVE "ADMDEC" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           MOVE APL-NO TO STUD-ID *> the outbox carries the applicant number; the spooler looks it up #mejares
           MOVE SPACES TO WS-NTF-TEXT
           EVALUATE TRUE
               WHEN APL-ADMITTED
                   MOVE "APPADMIT" TO WS-NTF-EVENT
                   STRING "Admitted to " DELIMITED BY SIZE
                       FUNCTION TRIM(APL-PROGRAM) DELIMITED BY SIZE
                       " for " DELIMITED BY SIZE
                       FUNCTION TRIM(APL-TERM) DELIMITED BY SIZE
                       ". Submit your admission papers."
                           DELIMITED BY SIZE
                       INTO WS-NTF-TEXT
               WHEN APL-WAITLISTED
                   MOVE "APPWAIT" TO WS-NTF-EVENT
                   STRING "Waitlisted for " DELIMITED BY SIZE
                       FUNCTION TRIM(APL-PROGRAM) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(APL-TERM) DELIMITED BY SIZE
                       ". We will write again." DELIMITED BY SIZE
                       INTO WS-NTF-TEXT
               WHEN OTHER
                   MOVE "APPDENY" TO WS-NTF-EVENT
                   STRING "We regret we cannot admit you to "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(APL-PROGRAM) DELIMITED BY SIZE
                       " for " DELIMITED BY SIZE
                       FUNCTION TRIM(APL-TERM) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO WS-NTF-TEXT
           END-EVALUATE
           PERFORM QUEUE-NOTIFICATION.

       ADMISSION-DECIDE-BY-HAND. *> the committee's own call on one applicant - a waitlist admitted, an appeal #mejares
           IF NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may set an admission "
                   "decision." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O APPLICANT-FILE
           IF APLSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No applicants on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-APPLICANT
           IF WS-APL-FOUND = 'Y' AND APL-CONVERTED
               DISPLAY " "
               DISPLAY GREEN "Already a student (" APL-STUD-ID
                   ") - the decision is final." RST
               MOVE 'N' TO WS-APL-FOUND
           END-IF
           IF WS-APL-FOUND NOT = 'Y'
               CLOSE APPLICANT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLICANT-STATUS-WORD
           DISPLAY "Applicant: " APL-NAME " " APL-PROGRAM " score "
               APL-EXAM-SCORE " - " WS-APL-STATUS-WORD
           DISPLAY "Decision (A=admit, W=waitlist, D=deny): "
               NO ADVANCING
           MOVE SPACE TO WS-APL-DECISION-INPUT
           ACCEPT WS-APL-DECISION-INPUT
           MOVE FUNCTION UPPER-CASE(WS-APL-DECISION-INPUT)
               TO WS-APL-DECISION-INPUT
           IF WS-APL-DECISION-INPUT NOT = "A"
               AND WS-APL-DECISION-INPUT NOT = "W"
               AND WS-APL-DECISION-INPUT NOT = "D"
               DISPLAY " "
               DISPLAY GREEN "Use A, W or D - nothing changed." RST
               CLOSE APPLICANT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-APL-DECISION-INPUT = APL-STATUS *> same decision - no second letter #mejares
               DISPLAY " "
               DISPLAY GREEN "That is already the decision." RST
               CLOSE APPLICANT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APL-DECISION-INPUT TO APL-STATUS
           MOVE WS-OPERATOR-ID TO APL-DECIDED-BY
           ACCEPT APL-DECIDED-DATE FROM DATE YYYYMMDD
           REWRITE APPLICANT-RECORD
           CLOSE APPLICANT-FILE
           PERFORM ADMISSION-AUDIT-AND-LETTER
           PERFORM APPLICANT-STATUS-WORD
           DISPLAY " "
           DISPLAY GREEN "Applicant " APL-NO " is now "
               WS-APL-STATUS-WORD " - letter queued." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       ADMISSION-CONVERT-RUN. *> 66/ADMCONV: admitted applicants become 1ST-year students under a documents hold #mejares
           IF NOT BATCH-MODE AND NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may convert "
                   "applicants." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ADM-READ
           MOVE 0 TO WS-ADM-DONE
           MOVE 0 TO WS-ADM-SKIPPED
           OPEN I-O APPLICANT-FILE
           IF APLSTATUS NOT = "00"
               DISPLAY "[SYSTEM] No applicants on file."
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN I-O STUDENT-FILE
           IF FILESTATUS = "35" *> first students ever may well be these #mejares
               OPEN OUTPUT STUDENT-FILE
               CLOSE STUDENT-FILE
               OPEN I-O STUDENT-FILE
           END-IF
           OPEN I-O HOLD-FILE
           IF HLDSTATUS = "35" *> first hold ever - create the file #mejares
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF FILESTATUS NOT = "00" OR HLDSTATUS NOT = "00"
               DISPLAY "[SYSTEM] Could not open the student or hold "
                   "file - nothing converted."
               CLOSE APPLICANT-FILE
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "ADMCONV.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ADMITTED APPLICANTS CONVERTED TO STUDENTS - "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "APPL. STUDENT NAME                           PROG  TE
      -        "RM" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 'N' TO WS-APL-EOF
           PERFORM UNTIL WS-APL-EOF = 'Y'
               READ APPLICANT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APL-EOF
                   NOT AT END
                       IF APL-ADMITTED
                           ADD 1 TO WS-ADM-READ
                           PERFORM ADMISSION-CONVERT-ONE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Admitted: " DELIMITED BY SIZE
               WS-ADM-READ DELIMITED BY SIZE
               "  Converted: " DELIMITED BY SIZE
               WS-ADM-DONE DELIMITED BY SIZE
               "  Not converted: " DELIMITED BY SIZE
               WS-ADM-SKIPPED DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE HOLD-FILE
           CLOSE STUDENT-FILE
           CLOSE APPLICANT-FILE
           IF WS-ADM-SKIPPED > 0 AND WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF
           DISPLAY "[SYSTEM] Conversion: " WS-ADM-DONE " converted, "
               WS-ADM-SKIPPED " not converted."
           DISPLAY "[SYSTEM] Register written to ADMCONV.TXT"
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       ADMISSION-CONVERT-ONE. *> one admitted applicant onto the student file, held for documents #mejares
           PERFORM ASSIGN-NEXT-STUDENT-ID
           IF WS-SEQ-OK NOT = 'Y' *> the ID range is spent - the registrar must open a new prefix #mejares
               ADD 1 TO WS-ADM-SKIPPED
               MOVE SPACES TO WORK-REPORT-LINE
               STRING APL-NO DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   APL-NAME DELIMITED BY SIZE
                   "  NO STUDENT ID AVAILABLE - see ID SEQUENCE"
                       DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE APL-NAME TO STUD-NAME
           MOVE APL-PROGRAM TO STUD-PROGRAM
           MOVE "1ST" TO STUD-YEAR-LVL
           MOVE 0 TO STUD-GPA
           MOVE APL-EMAIL TO STUD-EMAIL
           MOVE APL-CONTACT-NO TO STUD-CONTACT-NO
           MOVE APL-CONSENT TO STUD-CONSENT
           MOVE 0 TO STUD-GRADE-COUNT
           PERFORM CLEAR-GRADE-TABLE
           MOVE "A" TO STUD-STATUS
           MOVE SPACES TO STUD-ADVISER *> assigned later on the ADVISERS screen #mejares
           ACCEPT STUD-STATUS-DATE FROM DATE YYYYMMDD
           MOVE APL-BIRTHDATE TO STUD-BIRTHDATE
           MOVE APL-SEX TO STUD-SEX
           MOVE APL-ADDRESS TO STUD-ADDRESS
           WRITE STUDENT-PROFILE
           IF FILESTATUS NOT = "00"
               ADD 1 TO WS-ADM-SKIPPED
               MOVE SPACES TO WORK-REPORT-LINE
               STRING APL-NO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STUD-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   APL-NAME DELIMITED BY SIZE
                   "  STUDENT WRITE FAILED - status " DELIMITED BY SIZE
                   FILESTATUS DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "ADMCNV" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           MOVE STUD-ID TO HLD-STUD-ID
           MOVE "D" TO HLD-CODE
           MOVE WS-ADM-HOLD-REASON TO HLD-REASON
           MOVE WS-OPERATOR-ID TO HLD-PLACED-BY
           ACCEPT HLD-DATE FROM DATE YYYYMMDD
           WRITE HOLD-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "HOLD" TO WS-AUDIT-OPERATION
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE
           MOVE "C" TO APL-STATUS
           MOVE STUD-ID TO APL-STUD-ID
           REWRITE APPLICANT-RECORD
           ADD 1 TO WS-ADM-DONE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING APL-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STUD-ID DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               APL-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APL-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APL-TERM DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       ADMISSION-YIELD-REPORT. *> applied, admitted and actually enrolled per program for one intake term #mejares
           OPEN INPUT APPLICANT-FILE
           IF APLSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No applicants on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-APPLICANT-TERM
           MOVE 'N' TO WS-YLD-ENR-OK
           MOVE WS-APL-TERM-INPUT TO WS-HST-TERM *> an intake term already moved is read off its history file #mejares
           MOVE SPACE TO WS-HST-MODE
           PERFORM OPEN-ENROLL-FOR-TERM
           IF ENRSTATUS = "00"
               MOVE 'Y' TO WS-YLD-ENR-OK
           END-IF
           MOVE 0 TO WS-YLD-COUNT
           MOVE 'N' TO WS-APL-EOF
           PERFORM UNTIL WS-APL-EOF = 'Y'
               READ APPLICANT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APL-EOF
                   NOT AT END
                       IF APL-TERM = WS-APL-TERM-INPUT
                           PERFORM YIELD-TALLY-ONE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-YLD-ENR-OK = 'Y'
               CLOSE ENROLL-FILE
           END-IF
           CLOSE APPLICANT-FILE
           MOVE "ADMYIELD.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ADMISSION YIELD - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APL-TERM-INPUT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "PROG  APPLIED ADMITTED WAITLIST  DENIED CONVERTED ENR
      -        "OLLED YIELD%" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-YLD-I FROM 1 BY 1
               UNTIL WS-YLD-I > WS-YLD-COUNT
               IF WS-YLD-ADMITTED(WS-YLD-I) > 0
                   COMPUTE WS-YLD-PCT ROUNDED =
                       WS-YLD-ENROLLED(WS-YLD-I) * 100
                       / WS-YLD-ADMITTED(WS-YLD-I)
               ELSE
                   MOVE 0 TO WS-YLD-PCT
               END-IF
               MOVE WS-YLD-PCT TO WS-YLD-PCT-EDIT
               MOVE SPACES TO WORK-REPORT-LINE
               STRING WS-YLD-PROG(WS-YLD-I) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-YLD-APPLIED(WS-YLD-I) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-YLD-ADMITTED(WS-YLD-I) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-YLD-WAITED(WS-YLD-I) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-YLD-DENIED(WS-YLD-I) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-YLD-CONVERTED(WS-YLD-I) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-YLD-ENROLLED(WS-YLD-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-YLD-PCT-EDIT DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               DISPLAY WORK-REPORT-LINE(1:78)
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "ADMITTED counts converted applicants; YIELD% is enrol
      -        "led over admitted." TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           DISPLAY GREEN "[SYSTEM] Report written to ADMYIELD.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       YIELD-TALLY-ONE. *> one applicant into its program's row of the yield table #mejares
           MOVE 0 TO WS-YLD-HIT
           PERFORM VARYING WS-YLD-I FROM 1 BY 1
               UNTIL WS-YLD-I > WS-YLD-COUNT OR WS-YLD-HIT > 0
               IF WS-YLD-PROG(WS-YLD-I) = APL-PROGRAM
                   MOVE WS-YLD-I TO WS-YLD-HIT
               END-IF
           END-PERFORM
           IF WS-YLD-HIT = 0
               IF WS-YLD-COUNT NOT < 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-YLD-COUNT
               MOVE WS-YLD-COUNT TO WS-YLD-HIT
               MOVE APL-PROGRAM TO WS-YLD-PROG(WS-YLD-HIT)
               MOVE 0 TO WS-YLD-APPLIED(WS-YLD-HIT)
               MOVE 0 TO WS-YLD-ADMITTED(WS-YLD-HIT)
               MOVE 0 TO WS-YLD-WAITED(WS-YLD-HIT)
               MOVE 0 TO WS-YLD-DENIED(WS-YLD-HIT)
               MOVE 0 TO WS-YLD-CONVERTED(WS-YLD-HIT)
               MOVE 0 TO WS-YLD-ENROLLED(WS-YLD-HIT)
           END-IF
           ADD 1 TO WS-YLD-APPLIED(WS-YLD-HIT)
           EVALUATE TRUE
               WHEN APL-ADMITTED
                   ADD 1 TO WS-YLD-ADMITTED(WS-YLD-HIT)
               WHEN APL-CONVERTED
                   ADD 1 TO WS-YLD-ADMITTED(WS-YLD-HIT)
                   ADD 1 TO WS-YLD-CONVERTED(WS-YLD-HIT)
                   PERFORM YIELD-CHECK-ENROLLED
                   IF WS-YLD-IS-ENROLLED = 'Y'
                       ADD 1 TO WS-YLD-ENROLLED(WS-YLD-HIT)
                   END-IF
               WHEN APL-WAITLISTED
                   ADD 1 TO WS-YLD-WAITED(WS-YLD-HIT)
               WHEN APL-DENIED
                   ADD 1 TO WS-YLD-DENIED(WS-YLD-HIT)
           END-EVALUATE.

       YIELD-CHECK-ENROLLED. *> Y when the converted applicant holds any seat in the intake term #mejares
           MOVE 'N' TO WS-YLD-IS-ENROLLED
           IF WS-YLD-ENR-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE APL-STUD-ID TO ENR-ST-STUD-ID *> only the student's own seats that term #mejares
           MOVE APL-TERM TO ENR-ST-TERM
           START ENROLL-FILE KEY IS = ENR-STUD-TERM
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ENROLL-FILE NEXT RECORD
               NOT AT END
                   MOVE 'Y' TO WS-YLD-IS-ENROLLED
           END-READ.

       TRANSFER-CREDIT-MENU. *> 67. TRANSFER CREDITS - courses passed elsewhere, credited as our own #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "         TRANSFER CREDITS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Credit an Outside Course       |"
           DISPLAY "|2| Withdraw a Credit (Supervisor) |"
           DISPLAY "|3| List a Student's Credits       |"
           DISPLAY "|4| Print Evaluation Sheet         |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-TCRMAINT-OPTION
           EVALUATE WS-TCRMAINT-OPTION
               WHEN 1 PERFORM TRANSFER-CREDIT-ADD
               WHEN 2 PERFORM TRANSFER-CREDIT-REMOVE
               WHEN 3 PERFORM TRANSFER-CREDIT-LIST
               WHEN 4 PERFORM TRANSFER-CREDIT-SHEET
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       TCR-FETCH-STUDENT. *> the student keyed in, off the master or the alumni file; Y in WS-TCR-FOUND #mejares
           MOVE 'N' TO WS-TCR-FOUND
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               PERFORM DISPLAY-STUDENT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY *> a graduate's evaluation sheet can still be reprinted #mejares
                   PERFORM TRANSCRIPT-TRY-ALUMNI
                   IF WS-TRN-ALUM = 'Y'
                       MOVE 'Y' TO WS-TCR-FOUND
                   END-IF
               NOT INVALID KEY
                   IF NOT STUDENT-DELETED
                       MOVE 'Y' TO WS-TCR-FOUND
                   END-IF
           END-READ
           CLOSE STUDENT-FILE
           IF WS-TCR-FOUND NOT = 'Y'
               PERFORM DISPLAY-STUDENT-NOT-FOUND
           END-IF.

       TRANSFER-CREDIT-ADD. *> one outside course credited as a catalog course, with the units granted #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "      CREDIT AN OUTSIDE COURSE" RST
           DISPLAY "------------------------------------"
           PERFORM TCR-FETCH-STUDENT
           IF WS-TCR-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Student : " STUD-NAME " " STUD-PROGRAM
           DISPLAY "Credited as (our course code): " NO ADVANCING
           MOVE SPACES TO WS-TCR-COURSE-INPUT
           ACCEPT WS-TCR-COURSE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TCR-COURSE-INPUT)
               TO WS-TCR-COURSE-INPUT
           OPEN INPUT COURSE-FILE
           IF CRSSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "The course catalog is empty." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TCR-COURSE-INPUT TO CRS-CODE
           READ COURSE-FILE KEY IS CRS-CODE
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such course in the catalog." RST
                   CLOSE COURSE-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           CLOSE COURSE-FILE
           DISPLAY "  " CRS-TITLE " - " CRS-UNITS " unit(s)"
           OPEN I-O TRANSFER-CREDIT-FILE
           IF TCRSTATUS = "35" *> first credit ever - create the file #mejares
               OPEN OUTPUT TRANSFER-CREDIT-FILE
               CLOSE TRANSFER-CREDIT-FILE
               OPEN I-O TRANSFER-CREDIT-FILE
           END-IF
           IF TCRSTATUS NOT = "00"
               CALL "FSTATMSG" USING TCRSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO TCR-STUD-ID
           MOVE CRS-CODE TO TCR-COURSE
           READ TRANSFER-CREDIT-FILE KEY IS TCR-KEY
               NOT INVALID KEY *> one credit per course - withdraw the old one to re-evaluate #mejares
                   DISPLAY " "
                   DISPLAY GREEN "Already credited from "
                       FUNCTION TRIM(TCR-SCHOOL) "." RST
                   CLOSE TRANSFER-CREDIT-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO TCR-SCHOOL
           PERFORM UNTIL TCR-SCHOOL NOT = SPACES
               DISPLAY "School where it was passed: " NO ADVANCING
               ACCEPT TCR-SCHOOL
           END-PERFORM
           MOVE SPACES TO TCR-OUT-COURSE
           PERFORM UNTIL TCR-OUT-COURSE NOT = SPACES
               DISPLAY "Their course code: " NO ADVANCING
               ACCEPT TCR-OUT-COURSE
           END-PERFORM
           MOVE SPACES TO TCR-OUT-TITLE
           DISPLAY "Their course title: " NO ADVANCING
           ACCEPT TCR-OUT-TITLE
           MOVE SPACES TO TCR-OUT-GRADE
           PERFORM UNTIL TCR-OUT-GRADE NOT = SPACES
               DISPLAY "Grade earned there: " NO ADVANCING
               ACCEPT TCR-OUT-GRADE
           END-PERFORM
           MOVE CRS-UNITS TO TCR-UNITS
           DISPLAY "Units granted [" CRS-UNITS "]: " NO ADVANCING
           MOVE SPACES TO WS-CRS-UNITS-INPUT
           ACCEPT WS-CRS-UNITS-INPUT
           IF WS-CRS-UNITS-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-CRS-UNITS-INPUT)) = 0
                   AND FUNCTION NUMVAL(WS-CRS-UNITS-INPUT) > 0
                   MOVE FUNCTION NUMVAL(WS-CRS-UNITS-INPUT)
                       TO TCR-UNITS
               ELSE
                   DISPLAY GREEN "Not a unit count - the catalog "
                       "units are granted." RST
               END-IF
           END-IF
           MOVE WS-OPERATOR-ID TO TCR-EVALUATOR
           ACCEPT TCR-EVAL-DATE FROM DATE YYYYMMDD
           WRITE TRANSFER-CREDIT-RECORD
           IF TCRSTATUS NOT = "00"
               CALL "FSTATMSG" USING TCRSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           ELSE
               MOVE "XCRED" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY GREEN FUNCTION TRIM(TCR-COURSE) " credited - "
                   TCR-UNITS " unit(s)." RST
           END-IF
           CLOSE TRANSFER-CREDIT-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       TRANSFER-CREDIT-REMOVE. *> takes back a credit entered in error or overturned on review #mejares
           IF NOT OPER-SUPERVISOR *> a signed crediting is undone by a supervisor only #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may withdraw a "
                   "credit." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           DISPLAY "Credited course code: " NO ADVANCING
           MOVE SPACES TO WS-TCR-COURSE-INPUT
           ACCEPT WS-TCR-COURSE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TCR-COURSE-INPUT)
               TO WS-TCR-COURSE-INPUT
           OPEN I-O TRANSFER-CREDIT-FILE
           IF TCRSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No transfer credits on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO TCR-STUD-ID
           MOVE WS-TCR-COURSE-INPUT TO TCR-COURSE
           READ TRANSFER-CREDIT-FILE KEY IS TCR-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such credit for that student." RST
                   CLOSE TRANSFER-CREDIT-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "  " TCR-OUT-COURSE " " TCR-OUT-GRADE " from "
               FUNCTION TRIM(TCR-SCHOOL)
           DISPLAY "Withdraw this credit? (Y/N): " NO ADVANCING
           MOVE SPACE TO WS-TCR-CONFIRM
           ACCEPT WS-TCR-CONFIRM
           IF FUNCTION UPPER-CASE(WS-TCR-CONFIRM) NOT = "Y"
               CLOSE TRANSFER-CREDIT-FILE
               EXIT PARAGRAPH
           END-IF
           DELETE TRANSFER-CREDIT-FILE RECORD
           CLOSE TRANSFER-CREDIT-FILE
           MOVE "XCRDEL" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Credit withdrawn." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       TRANSFER-CREDIT-LIST. *> one student's credits on the screen #mejares
           PERFORM TCR-FETCH-STUDENT
           IF WS-TCR-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Student : " STUD-NAME " " STUD-PROGRAM
           DISPLAY "OUR CODE UNITS  THEIR CODE GRADE SCHOOL"
           DISPLAY "------------------------------------"
           MOVE 0 TO WS-TCR-COUNT
           MOVE 0 TO WS-TCR-UNITS
           MOVE 'N' TO WS-TCR-OPEN
           MOVE 'Y' TO WS-TCR-EOF
           OPEN INPUT TRANSFER-CREDIT-FILE
           IF TCRSTATUS = "00"
               MOVE 'Y' TO WS-TCR-OPEN
               PERFORM TCR-START-STUDENT
           END-IF
           PERFORM UNTIL WS-TCR-EOF = 'Y'
               READ TRANSFER-CREDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TCR-EOF
                   NOT AT END
                       IF TCR-STUD-ID NOT = STUD-ID
                           MOVE 'Y' TO WS-TCR-EOF
                       ELSE
                           ADD 1 TO WS-TCR-COUNT
                           ADD TCR-UNITS TO WS-TCR-UNITS
                           DISPLAY TCR-COURSE " " TCR-UNITS "     "
                               TCR-OUT-COURSE " " TCR-OUT-GRADE " "
                               FUNCTION TRIM(TCR-SCHOOL)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TCR-OPEN = 'Y'
               CLOSE TRANSFER-CREDIT-FILE
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] " WS-TCR-COUNT " credit(s), "
               WS-TCR-UNITS " unit(s)." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       TCR-START-STUDENT. *> positions the open credit file on STUD-ID's first credit; WS-TCR-EOF when none #mejares
           MOVE STUD-ID TO TCR-STUD-ID
           MOVE LOW-VALUES TO TCR-COURSE
           MOVE 'N' TO WS-TCR-EOF
           START TRANSFER-CREDIT-FILE KEY IS NOT LESS THAN TCR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TCR-EOF
           END-START.

       TRANSFER-CREDIT-SHEET. *> the evaluation sheet the dean signs, to XFEREVAL.TXT #mejares
           PERFORM TCR-FETCH-STUDENT
           IF WS-TCR-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSFER-CREDIT-FILE
           IF TCRSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No transfer credits on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-PROGRAM TO WS-PROGRAM-LOOKUP
           PERFORM VALIDATE-PROGRAM-CODE
           MOVE "XFEREVAL.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "PUP-T TRANSFER CREDIT EVALUATION - "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Student ID : " DELIMITED BY SIZE
               STUD-ID DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Name       : " DELIMITED BY SIZE
               STUD-NAME DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Program    : " DELIMITED BY SIZE
               STUD-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROGRAM-FULL-NAME DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "SCHOOL                         THEIR CODE TITLE      
      -        "                    GRADE CREDITED AS UNITS EVALUATOR DA
      -        "TE" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-TCR-COUNT
           MOVE 0 TO WS-TCR-UNITS
           PERFORM TCR-START-STUDENT
           PERFORM UNTIL WS-TCR-EOF = 'Y'
               READ TRANSFER-CREDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TCR-EOF
                   NOT AT END
                       IF TCR-STUD-ID NOT = STUD-ID
                           MOVE 'Y' TO WS-TCR-EOF
                       ELSE
                           ADD 1 TO WS-TCR-COUNT
                           ADD TCR-UNITS TO WS-TCR-UNITS
                           MOVE SPACES TO WORK-REPORT-LINE
                           STRING TCR-SCHOOL DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               TCR-OUT-COURSE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               TCR-OUT-TITLE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               TCR-OUT-GRADE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               TCR-COURSE DELIMITED BY SIZE
                               "     " DELIMITED BY SIZE
                               TCR-UNITS DELIMITED BY SIZE
                               "    " DELIMITED BY SIZE
                               TCR-EVALUATOR DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               TCR-EVAL-DATE DELIMITED BY SIZE
                               INTO WORK-REPORT-LINE
                           WRITE WORK-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-CREDIT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Courses credited: " DELIMITED BY SIZE
               WS-TCR-COUNT DELIMITED BY SIZE
               "   Units credited: " DELIMITED BY SIZE
               WS-TCR-UNITS DELIMITED BY SIZE
               "   (not counted in the grade average)" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "Evaluated by: ____________________   Approved: _______
      -        "_____________ Dean" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-TCR-COUNT
               " credit(s) written to XFEREVAL.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       TRANSCRIPT-CREDIT-LINES. *> the credits-earned-elsewhere block; units only, never in the average #mejares
           MOVE 0 TO WS-TCR-COUNT
           MOVE 0 TO WS-TCR-UNITS
           OPEN INPUT TRANSFER-CREDIT-FILE
           IF TCRSTATUS NOT = "00" *> no credits on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           PERFORM TCR-START-STUDENT
           PERFORM UNTIL WS-TCR-EOF = 'Y'
               READ TRANSFER-CREDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TCR-EOF
                   NOT AT END
                       IF TCR-STUD-ID NOT = STUD-ID
                           MOVE 'Y' TO WS-TCR-EOF
                       ELSE
                           PERFORM TRANSCRIPT-ONE-CREDIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-CREDIT-FILE.

       TRANSCRIPT-ONE-CREDIT-LINE. *> one credited course, the block heading ahead of the first #mejares
           IF WS-TCR-COUNT = 0
               IF WS-REPORT-LINE-COUNT + 3 > WS-REPORT-PAGE-SIZE
                   PERFORM TRANSCRIPT-PAGE-HEADER
               END-IF
               MOVE SPACES TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               MOVE "CREDITS EARNED ELSEWHERE" TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               MOVE "  CREDITED AS UNITS  GRADE  COURSE      SCHOOL"
                   TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               ADD 3 TO WS-REPORT-LINE-COUNT
           END-IF
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-PAGE-SIZE
               PERFORM TRANSCRIPT-PAGE-HEADER
           END-IF
           ADD 1 TO WS-TCR-COUNT
           ADD TCR-UNITS TO WS-TCR-UNITS
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "  " DELIMITED BY SIZE
               TCR-COURSE DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               TCR-UNITS DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               TCR-OUT-GRADE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TCR-OUT-COURSE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TCR-SCHOOL DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           ADD 1 TO WS-REPORT-LINE-COUNT.

       CHECK-ONE-PREREQ-CREDIT. *> Y in WS-PRQ-PASS when WS-PRQ-CODE was credited from another school #mejares
           OPEN INPUT TRANSFER-CREDIT-FILE
           IF TCRSTATUS NOT = "00" *> no credits on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TT-STUD-ID TO TCR-STUD-ID
           MOVE WS-PRQ-CODE TO TCR-COURSE
           READ TRANSFER-CREDIT-FILE KEY IS TCR-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRQ-PASS
           END-READ
           CLOSE TRANSFER-CREDIT-FILE.

       DA-COLLECT-CREDITS. *> credited courses count as passed, at the units granted, once each #mejares
           OPEN INPUT TRANSFER-CREDIT-FILE
           IF TCRSTATUS NOT = "00" *> no credits on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           PERFORM TCR-START-STUDENT
           PERFORM UNTIL WS-TCR-EOF = 'Y'
               READ TRANSFER-CREDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TCR-EOF
                   NOT AT END
                       IF TCR-STUD-ID NOT = STUD-ID
                           MOVE 'Y' TO WS-TCR-EOF
                       ELSE
                           PERFORM DA-KEEP-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-CREDIT-FILE.

       DA-KEEP-ONE-CREDIT. *> the credit in the record area onto the seat table as a pass #mejares
           MOVE 'N' TO WS-DA-DUP
           PERFORM VARYING WS-DA-J FROM 1 BY 1
               UNTIL WS-DA-J > WS-DA-SEAT-COUNT
               IF WS-DA-SEAT-COURSE(WS-DA-J) = TCR-COURSE
                   AND WS-DA-SEAT-STATE(WS-DA-J) = "C" *> passed here as well - its units are already in #mejares
                   MOVE 'Y' TO WS-DA-DUP
               END-IF
           END-PERFORM
           IF WS-DA-DUP = 'N'
               ADD TCR-UNITS TO WS-DA-UNITS-EARNED
           END-IF
           IF WS-DA-SEAT-COUNT >= 150
               MOVE 'Y' TO WS-DA-TRUNC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DA-SEAT-COUNT
           MOVE TCR-COURSE TO WS-DA-SEAT-COURSE(WS-DA-SEAT-COUNT)
           MOVE "CREDITED" TO WS-DA-SEAT-TERM(WS-DA-SEAT-COUNT)
           MOVE TCR-OUT-GRADE TO WS-DA-SEAT-GRADE(WS-DA-SEAT-COUNT)
           MOVE "C" TO WS-DA-SEAT-STATE(WS-DA-SEAT-COUNT).

       UNIT-LOAD-MENU. *> 68. UNIT LOAD AND OVERLOADS - how much a student may carry, and the dean's exceptions #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       UNIT LOAD AND OVERLOADS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Set a Load Rule (Supervisor)   |"
           DISPLAY "|2| List Load Rules                |"
           DISPLAY "|3| Grant Overload Permit (Supv.)  |"
           DISPLAY "|4| Revoke Overload Permit (Supv.) |"
           DISPLAY "|5| List Permits for a Term        |"
           DISPLAY "|6| Over/Under-Load Report         |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-LODMAINT-OPTION
           EVALUATE WS-LODMAINT-OPTION
               WHEN 1 PERFORM LOAD-RULE-SET
               WHEN 2 PERFORM LOAD-RULE-LIST
               WHEN 3 PERFORM OVERLOAD-GRANT
               WHEN 4 PERFORM OVERLOAD-REVOKE
               WHEN 5 PERFORM OVERLOAD-LIST
               WHEN 6 PERFORM LOAD-EXCEPTION-REPORT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       LOAD-STANDING-WORD. *> WS-LOAD-STANDING spelled out #mejares
           EVALUATE WS-LOAD-STANDING
               WHEN "H" MOVE "HONORS" TO WS-LOAD-STANDING-WORD
               WHEN "R" MOVE "REGULAR" TO WS-LOAD-STANDING-WORD
               WHEN "P" MOVE "PROBATION" TO WS-LOAD-STANDING-WORD
               WHEN OTHER MOVE "ANY" TO WS-LOAD-STANDING-WORD
           END-EVALUATE.

       LOAD-RULE-SET. *> the normal and maximum load for one year level and standing #mejares
           IF NOT OPER-SUPERVISOR *> load limits are the dean's policy #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may set load rules."
                   RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Year level (1ST-5TH, IRREG): " NO ADVANCING
           MOVE SPACES TO WS-LDR-YEAR-INPUT
           ACCEPT WS-LDR-YEAR-INPUT
           MOVE FUNCTION UPPER-CASE(WS-LDR-YEAR-INPUT)
               TO WS-LDR-YEAR-INPUT
           IF NOT WS-LDR-YEAR-VALID
               DISPLAY " "
               DISPLAY GREEN "Not a year-level code." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Standing (H=honors, R=regular, P=probation, "
               "*=any): " NO ADVANCING
           MOVE SPACE TO WS-LDR-STANDING-INPUT
           ACCEPT WS-LDR-STANDING-INPUT
           MOVE FUNCTION UPPER-CASE(WS-LDR-STANDING-INPUT)
               TO WS-LDR-STANDING-INPUT
           IF NOT WS-LDR-STANDING-VALID
               DISPLAY " "
               DISPLAY GREEN "Use H, R, P or *." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Normal minimum units: " NO ADVANCING
           MOVE SPACES TO WS-LDR-UNITS-INPUT
           ACCEPT WS-LDR-UNITS-INPUT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LDR-UNITS-INPUT))
               NOT = 0
               OR FUNCTION NUMVAL(WS-LDR-UNITS-INPUT) > 99
               DISPLAY " "
               DISPLAY GREEN "Units are a whole number up to 99." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LDR-UNITS-INPUT) TO WS-LDR-MIN
           DISPLAY "Maximum units without a permit: " NO ADVANCING
           MOVE SPACES TO WS-LDR-UNITS-INPUT
           ACCEPT WS-LDR-UNITS-INPUT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LDR-UNITS-INPUT))
               NOT = 0
               OR FUNCTION NUMVAL(WS-LDR-UNITS-INPUT) > 99
               OR FUNCTION NUMVAL(WS-LDR-UNITS-INPUT) < WS-LDR-MIN
               OR FUNCTION NUMVAL(WS-LDR-UNITS-INPUT) = 0
               DISPLAY " "
               DISPLAY GREEN "The maximum must be at least the "
                   "minimum, and at most 99." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LOAD-RULE-FILE
           IF LDRSTATUS = "35" *> first rule ever - create the table #mejares
               OPEN OUTPUT LOAD-RULE-FILE
               CLOSE LOAD-RULE-FILE
               OPEN I-O LOAD-RULE-FILE
           END-IF
           IF LDRSTATUS NOT = "00"
               CALL "FSTATMSG" USING LDRSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LDR-YEAR-INPUT TO LDR-YEAR
           MOVE WS-LDR-STANDING-INPUT TO LDR-STANDING
           MOVE 'N' TO WS-LOAD-RULE-FOUND
           READ LOAD-RULE-FILE KEY IS LDR-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAD-RULE-FOUND
           END-READ
           MOVE WS-LDR-MIN TO LDR-MIN-UNITS
           MOVE FUNCTION NUMVAL(WS-LDR-UNITS-INPUT) TO LDR-MAX-UNITS
           MOVE WS-OPERATOR-ID TO LDR-SET-BY
           ACCEPT LDR-SET-DATE FROM DATE YYYYMMDD
           IF WS-LOAD-RULE-FOUND = 'Y'
               REWRITE LOAD-RULE-RECORD
           ELSE
               WRITE LOAD-RULE-RECORD
           END-IF
           CLOSE LOAD-RULE-FILE
           MOVE SPACES TO STUD-ID
           MOVE "LOADRL" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Load rule saved: " LDR-YEAR " " LDR-STANDING
               " - " LDR-MIN-UNITS " to " LDR-MAX-UNITS " units." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       LOAD-RULE-LIST. *> every load rule on file #mejares
           OPEN INPUT LOAD-RULE-FILE
           IF LDRSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No load rules on file - no limit is "
                   "enforced." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "YEAR  STANDING   NORMAL MIN  MAXIMUM"
           DISPLAY "------------------------------------"
           MOVE 'N' TO WS-LOAD-EOF
           PERFORM UNTIL WS-LOAD-EOF = 'Y'
               READ LOAD-RULE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAD-EOF
                   NOT AT END
                       MOVE LDR-STANDING TO WS-LOAD-STANDING
                       PERFORM LOAD-STANDING-WORD
                       DISPLAY LDR-YEAR " " WS-LOAD-STANDING-WORD
                           " " LDR-MIN-UNITS "          "
                           LDR-MAX-UNITS
               END-READ
           END-PERFORM
           CLOSE LOAD-RULE-FILE
           DISPLAY "------------------------------------"
           MOVE WS-HONOR-THRESHOLD TO WS-GPA-EDIT
           MOVE WS-FAIL-THRESHOLD TO WS-TRN-CUM-EDIT
           DISPLAY "Standing comes from the GPA: honors at or better "
               "than " WS-GPA-EDIT ", probation worse than "
               WS-TRN-CUM-EDIT "."
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       OVERLOAD-GRANT. *> a supervisor's permit for extra units in one term #mejares
           IF NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may approve an "
                   "overload." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-SECTION-TERM
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               PERFORM DISPLAY-STUDENT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           MOVE 'N' TO WS-LOAD-RULE-FOUND
           READ STUDENT-FILE KEY IS STUD-ID
               NOT INVALID KEY
                   IF NOT STUDENT-DELETED
                       MOVE 'Y' TO WS-LOAD-RULE-FOUND
                   END-IF
           END-READ
           CLOSE STUDENT-FILE
           IF WS-LOAD-RULE-FOUND NOT = 'Y'
               PERFORM DISPLAY-STUDENT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO WS-TT-STUD-ID
           MOVE STUD-YEAR-LVL TO WS-LOAD-YEAR
           MOVE STUD-GPA TO WS-LOAD-GPA
           PERFORM LOAD-FIND-RULE
           PERFORM LOAD-SUM-TERM-UNITS
           DISPLAY "Student : " STUD-NAME " " STUD-YEAR-LVL
           IF WS-LOAD-RULE-FOUND = 'Y'
               DISPLAY "Carrying " WS-LOAD-UNITS " unit(s) in "
                   FUNCTION TRIM(WS-ENR-TERM-INPUT) "; the limit is "
                   WS-LOAD-MAX "."
           ELSE
               DISPLAY "Carrying " WS-LOAD-UNITS " unit(s) in "
                   FUNCTION TRIM(WS-ENR-TERM-INPUT)
                   "; no load rule covers this student."
           END-IF
           DISPLAY "Extra units allowed: " NO ADVANCING
           MOVE SPACES TO WS-LDR-UNITS-INPUT
           ACCEPT WS-LDR-UNITS-INPUT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LDR-UNITS-INPUT))
               NOT = 0
               OR FUNCTION NUMVAL(WS-LDR-UNITS-INPUT) = 0
               OR FUNCTION NUMVAL(WS-LDR-UNITS-INPUT) > 99
               DISPLAY " "
               DISPLAY GREEN "Extra units are a whole number from 1 "
                   "to 99 - no permit written." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OVP-REASON-INPUT
           PERFORM UNTIL WS-OVP-REASON-INPUT NOT = SPACES
               DISPLAY "Reason: " NO ADVANCING
               ACCEPT WS-OVP-REASON-INPUT
           END-PERFORM
           OPEN I-O OVERLOAD-FILE
           IF OVPSTATUS = "35" *> first permit ever - create the register #mejares
               OPEN OUTPUT OVERLOAD-FILE
               CLOSE OVERLOAD-FILE
               OPEN I-O OVERLOAD-FILE
           END-IF
           IF OVPSTATUS NOT = "00"
               CALL "FSTATMSG" USING OVPSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO OVP-STUD-ID
           MOVE WS-ENR-TERM-INPUT TO OVP-TERM
           MOVE 'N' TO WS-OVP-FOUND
           READ OVERLOAD-FILE KEY IS OVP-KEY
               NOT INVALID KEY *> a second permit for the term replaces the first #mejares
                   MOVE 'Y' TO WS-OVP-FOUND
           END-READ
           MOVE FUNCTION NUMVAL(WS-LDR-UNITS-INPUT) TO OVP-EXTRA-UNITS
           MOVE WS-OVP-REASON-INPUT TO OVP-REASON
           MOVE WS-OPERATOR-ID TO OVP-APPROVED-BY
           ACCEPT OVP-DATE FROM DATE YYYYMMDD
           IF WS-OVP-FOUND = 'Y'
               REWRITE OVERLOAD-RECORD
           ELSE
               WRITE OVERLOAD-RECORD
           END-IF
           CLOSE OVERLOAD-FILE
           MOVE "OVLPMT" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Overload permit recorded: " OVP-EXTRA-UNITS
               " extra unit(s) for " FUNCTION TRIM(OVP-TERM) "." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       OVERLOAD-REVOKE. *> withdraws a permit; seats already taken stay for the dean's review #mejares
           IF NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may revoke an "
                   "overload permit." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-SECTION-TERM
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           OPEN I-O OVERLOAD-FILE
           IF OVPSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No overload permits on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO OVP-STUD-ID
           MOVE WS-ENR-TERM-INPUT TO OVP-TERM
           READ OVERLOAD-FILE KEY IS OVP-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No permit for that student and term."
                       RST
                   CLOSE OVERLOAD-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           DELETE OVERLOAD-FILE RECORD
           CLOSE OVERLOAD-FILE
           MOVE "OVLREV" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Permit revoked." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       OVERLOAD-LIST. *> the permit register for one term #mejares
           PERFORM GET-SECTION-TERM
           OPEN INPUT OVERLOAD-FILE
           IF OVPSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No overload permits on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "ID    EXTRA REASON                         BY      "
               "  DATE"
           DISPLAY "------------------------------------"
           MOVE 0 TO WS-LOAD-LISTED
           MOVE 'N' TO WS-LOAD-EOF
           PERFORM UNTIL WS-LOAD-EOF = 'Y'
               READ OVERLOAD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAD-EOF
                   NOT AT END
                       IF OVP-TERM = WS-ENR-TERM-INPUT
                           ADD 1 TO WS-LOAD-LISTED
                           DISPLAY OVP-STUD-ID " " OVP-EXTRA-UNITS
                               "    " OVP-REASON " " OVP-APPROVED-BY
                               " " OVP-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERLOAD-FILE
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] " WS-LOAD-LISTED " permit(s) for "
               FUNCTION TRIM(WS-ENR-TERM-INPUT) "." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CHECK-UNIT-LOAD. *> Y in WS-LOAD-OK when WS-ENR-COURSE-INPUT keeps WS-TT-STUD-ID within limit plus permit #mejares
      * The caller leaves the student's year level and GPA in
      * WS-LOAD-YEAR and WS-LOAD-GPA. No rule for the year level means
      * no limit, as with an empty catalog and the prerequisites. #mejares
           MOVE 'Y' TO WS-LOAD-OK
           PERFORM LOAD-FIND-RULE
           IF WS-LOAD-RULE-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SUM-TERM-UNITS
           MOVE 0 TO WS-LOAD-TARGET-UNITS
           OPEN INPUT COURSE-FILE
           IF CRSSTATUS = "00"
               MOVE WS-ENR-COURSE-INPUT TO CRS-CODE
               READ COURSE-FILE KEY IS CRS-CODE
                   NOT INVALID KEY
                       MOVE CRS-UNITS TO WS-LOAD-TARGET-UNITS
               END-READ
               CLOSE COURSE-FILE
           END-IF
           ADD WS-LOAD-TARGET-UNITS TO WS-LOAD-UNITS
           PERFORM LOAD-FIND-PERMIT
           IF WS-LOAD-UNITS > WS-LOAD-MAX + WS-LOAD-EXTRA
               MOVE 'N' TO WS-LOAD-OK
           END-IF.

       LOAD-FIND-RULE. *> the rule for WS-LOAD-YEAR at the standing WS-LOAD-GPA earns, or the year's any-standing row #mejares
           MOVE 'N' TO WS-LOAD-RULE-FOUND
           MOVE 0 TO WS-LOAD-MIN
           MOVE 0 TO WS-LOAD-MAX
           EVALUATE TRUE
               WHEN WS-LOAD-GPA = WS-GPA-UNGRADED *> no GPA yet - a freshman carries the regular load #mejares
                   MOVE "R" TO WS-LOAD-STANDING
               WHEN WS-LOAD-GPA = 0
                   MOVE "R" TO WS-LOAD-STANDING
               WHEN WS-LOAD-GPA <= WS-HONOR-THRESHOLD
                   MOVE "H" TO WS-LOAD-STANDING
               WHEN WS-LOAD-GPA > WS-FAIL-THRESHOLD
                   MOVE "P" TO WS-LOAD-STANDING
               WHEN OTHER
                   MOVE "R" TO WS-LOAD-STANDING
           END-EVALUATE
           OPEN INPUT LOAD-RULE-FILE
           IF LDRSTATUS NOT = "00" *> no rules on file - no limit #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAD-YEAR TO LDR-YEAR
           MOVE WS-LOAD-STANDING TO LDR-STANDING
           READ LOAD-RULE-FILE KEY IS LDR-KEY
               INVALID KEY
                   MOVE "*" TO LDR-STANDING
                   READ LOAD-RULE-FILE KEY IS LDR-KEY
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-LOAD-RULE-FOUND
                   END-READ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAD-RULE-FOUND
           END-READ
           IF WS-LOAD-RULE-FOUND = 'Y'
               MOVE LDR-MIN-UNITS TO WS-LOAD-MIN
               MOVE LDR-MAX-UNITS TO WS-LOAD-MAX
           END-IF
           CLOSE LOAD-RULE-FILE.

       LOAD-FIND-PERMIT. *> extra units WS-TT-STUD-ID may carry in WS-ENR-TERM-INPUT #mejares
           MOVE 0 TO WS-LOAD-EXTRA
           OPEN INPUT OVERLOAD-FILE
           IF OVPSTATUS NOT = "00" *> no permits on file #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TT-STUD-ID TO OVP-STUD-ID
           MOVE WS-ENR-TERM-INPUT TO OVP-TERM
           READ OVERLOAD-FILE KEY IS OVP-KEY
               NOT INVALID KEY
                   MOVE OVP-EXTRA-UNITS TO WS-LOAD-EXTRA
           END-READ
           CLOSE OVERLOAD-FILE.

       LOAD-SUM-TERM-UNITS. *> units of WS-TT-STUD-ID's seats in WS-ENR-TERM-INPUT, into WS-LOAD-UNITS #mejares
           MOVE 0 TO WS-LOAD-UNITS
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS NOT = "00" *> no enrollments on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TRN-CRS-AVAIL
           OPEN INPUT COURSE-FILE
           IF CRSSTATUS = "00"
               MOVE 'Y' TO WS-TRN-CRS-AVAIL
           END-IF
           MOVE WS-ENR-TERM-INPUT TO ENR-TERM
           MOVE SPACES TO ENR-COURSE
           MOVE SPACES TO ENR-SECTION
           MOVE SPACES TO ENR-STUD-ID
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-TERM NOT = WS-ENR-TERM-INPUT
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           IF ENR-STUD-ID = WS-TT-STUD-ID
                               AND WS-TRN-CRS-AVAIL = 'Y'
                               MOVE ENR-COURSE TO CRS-CODE
                               READ COURSE-FILE KEY IS CRS-CODE
                                   NOT INVALID KEY
                                       ADD CRS-UNITS TO WS-LOAD-UNITS
                               END-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRN-CRS-AVAIL = 'Y'
               CLOSE COURSE-FILE
           END-IF
           CLOSE ENROLL-FILE.

       LOAD-EXCEPTION-REPORT. *> 68/LOADRPT: every enrolled student over or under the normal load, for the dean #mejares
           MOVE "LOADRPT" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           IF BATCH-MODE
               PERFORM LOAD-TERM-CONTROL
               MOVE WS-OPEN-TERM TO WS-ENR-TERM-INPUT
           ELSE
               PERFORM GET-SECTION-TERM
           END-IF
           MOVE 0 TO WS-LOAD-READ
           MOVE 0 TO WS-LOAD-OVER
           MOVE 0 TO WS-LOAD-UNDER
           MOVE 0 TO WS-LOAD-NOPERMIT
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] No student file - nothing to review."
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "LOADRPT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "UNIT LOAD EXCEPTIONS - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENR-TERM-INPUT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE
           MOVE "ID    NAME                           YEAR  STND UNITS
      -        " NORMAL  MAX PERMIT  FINDING" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 'N' TO WS-LOAD-EOF
           PERFORM UNTIL WS-LOAD-EOF = 'Y'
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAD-EOF
                   NOT AT END
                       IF STUDENT-ACTIVE
                           PERFORM LOAD-REVIEW-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Enrolled students: " DELIMITED BY SIZE
               WS-LOAD-READ DELIMITED BY SIZE
               "  Over: " DELIMITED BY SIZE
               WS-LOAD-OVER DELIMITED BY SIZE
               " (without a permit: " DELIMITED BY SIZE
               WS-LOAD-NOPERMIT DELIMITED BY SIZE
               ")  Under: " DELIMITED BY SIZE
               WS-LOAD-UNDER DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           IF WS-LOAD-NOPERMIT > 0 AND WS-RUN-RC < 4 *> a load nobody approved needs the dean before billing #mejares
               MOVE 4 TO WS-RUN-RC
           END-IF
           DISPLAY "[SYSTEM] Load review: " WS-LOAD-OVER " over, "
               WS-LOAD-UNDER " under, " WS-LOAD-NOPERMIT
               " over without a permit."
           DISPLAY "[SYSTEM] Report written to LOADRPT.TXT"
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       LOAD-REVIEW-ONE-STUDENT. *> one active student's term load against the rule, a line when outside it #mejares
           MOVE STUD-ID TO WS-TT-STUD-ID
           PERFORM LOAD-SUM-TERM-UNITS
           IF WS-LOAD-UNITS = 0 *> not enrolled this term #mejares
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAD-READ
           MOVE STUD-YEAR-LVL TO WS-LOAD-YEAR
           MOVE STUD-GPA TO WS-LOAD-GPA
           PERFORM LOAD-FIND-RULE
           IF WS-LOAD-RULE-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FIND-PERMIT
           EVALUATE TRUE
               WHEN WS-LOAD-UNITS > WS-LOAD-MAX + WS-LOAD-EXTRA
                   ADD 1 TO WS-LOAD-OVER
                   ADD 1 TO WS-LOAD-NOPERMIT
                   MOVE "OVER - NO PERMIT COVERS IT" TO WS-LOAD-FINDING
               WHEN WS-LOAD-UNITS > WS-LOAD-MAX
                   ADD 1 TO WS-LOAD-OVER
                   MOVE "OVER - WITHIN PERMIT" TO WS-LOAD-FINDING
               WHEN WS-LOAD-UNITS < WS-LOAD-MIN
                   ADD 1 TO WS-LOAD-UNDER
                   MOVE "UNDER NORMAL LOAD" TO WS-LOAD-FINDING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING STUD-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STUD-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STUD-YEAR-LVL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOAD-STANDING DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-LOAD-UNITS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LOAD-MIN DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-LOAD-MAX DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-LOAD-EXTRA DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-LOAD-FINDING DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       CALENDAR-MENU. *> 69. ACADEMIC CALENDAR - the dated windows each term's work has to fall inside #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "         ACADEMIC CALENDAR" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Set a Window (Supervisor)      |"
           DISPLAY "|2| List a Term's Calendar         |"
           DISPLAY "|3| Remove a Window (Supervisor)   |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-CALMAINT-OPTION
           EVALUATE WS-CALMAINT-OPTION
               WHEN 1 PERFORM CALENDAR-SET
               WHEN 2 PERFORM CALENDAR-LIST
               WHEN 3 PERFORM CALENDAR-REMOVE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       CALENDAR-WINDOW-WORD. *> WS-CAL-WINDOW-INPUT spelled out #mejares
           EVALUATE WS-CAL-WINDOW-INPUT
               WHEN "PRE" MOVE "PRE-ENLISTMENT" TO WS-CAL-WINDOW-WORD
               WHEN "REG" MOVE "REGULAR ENROLLMENT"
                   TO WS-CAL-WINDOW-WORD
               WHEN "LATE" MOVE "LATE ENROLLMENT"
                   TO WS-CAL-WINDOW-WORD
               WHEN "ADD" MOVE "ADD/DROP" TO WS-CAL-WINDOW-WORD
               WHEN "WDR" MOVE "WITHDRAWAL" TO WS-CAL-WINDOW-WORD
               WHEN "GRD" MOVE "GRADE ENCODING" TO WS-CAL-WINDOW-WORD
               WHEN "INC" MOVE "INC COMPLETION" TO WS-CAL-WINDOW-WORD
               WHEN "EXAM" MOVE "FINAL EXAMINATIONS"
                   TO WS-CAL-WINDOW-WORD
               WHEN OTHER MOVE WS-CAL-WINDOW-INPUT
                   TO WS-CAL-WINDOW-WORD
           END-EVALUATE.

       GET-CALENDAR-WINDOW. *> the window code, re-asked until it is one on the list #mejares
           MOVE SPACES TO WS-CAL-WINDOW-INPUT
           PERFORM UNTIL WS-CAL-WINDOW-VALID
               DISPLAY "Window (PRE, REG, LATE, ADD, WDR, GRD, INC, "
                   "EXAM): " NO ADVANCING
               MOVE SPACES TO WS-CAL-WINDOW-INPUT
               ACCEPT WS-CAL-WINDOW-INPUT
               MOVE FUNCTION UPPER-CASE(WS-CAL-WINDOW-INPUT)
                   TO WS-CAL-WINDOW-INPUT
               IF NOT WS-CAL-WINDOW-VALID
                   DISPLAY " "
                   DISPLAY GREEN "Not a calendar window." RST
               END-IF
           END-PERFORM.

       CALENDAR-SET. *> opens or moves one window of a term's calendar #mejares
           IF NOT OPER-SUPERVISOR *> the calendar is the registrar's to publish #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may set the calendar."
                   RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-SECTION-TERM
           PERFORM GET-CALENDAR-WINDOW
           MOVE SPACES TO WS-CAL-DATE-INPUT
           PERFORM UNTIL WS-CAL-DATE-INPUT IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-CAL-DATE-INPUT)) = 0
               DISPLAY "Opens on (YYYYMMDD): " NO ADVANCING
               ACCEPT WS-CAL-DATE-INPUT
           END-PERFORM
           MOVE WS-CAL-DATE-INPUT TO WS-CAL-START-INPUT
           MOVE SPACES TO WS-CAL-DATE-INPUT
           PERFORM UNTIL WS-CAL-DATE-INPUT IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-CAL-DATE-INPUT)) = 0
               AND FUNCTION NUMVAL(WS-CAL-DATE-INPUT)
                   NOT < WS-CAL-START-INPUT
               DISPLAY "Closes on (YYYYMMDD, not before it opens): "
                   NO ADVANCING
               ACCEPT WS-CAL-DATE-INPUT
           END-PERFORM
           MOVE 0 TO WS-CAL-SURCHARGE
           IF WS-CAL-WINDOW-INPUT = "LATE" *> only a late seat carries a surcharge #mejares
               DISPLAY "Late surcharge (0 for none): " NO ADVANCING
               MOVE SPACES TO WS-CAL-AMT-INPUT
               ACCEPT WS-CAL-AMT-INPUT
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CAL-AMT-INPUT))
                   NOT = 0
                   OR FUNCTION NUMVAL(WS-CAL-AMT-INPUT) < 0
                   OR FUNCTION NUMVAL(WS-CAL-AMT-INPUT) > 99999.99
                   DISPLAY " "
                   DISPLAY GREEN "Not a valid amount." RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-CAL-AMT-INPUT)
                   TO WS-CAL-SURCHARGE
           END-IF
           OPEN I-O CALENDAR-FILE
           IF CALSTATUS = "35" *> first window ever - create the calendar #mejares
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           IF CALSTATUS NOT = "00"
               CALL "FSTATMSG" USING CALSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO CAL-TERM
           MOVE WS-CAL-WINDOW-INPUT TO CAL-WINDOW
           MOVE 'N' TO WS-CAL-FOUND
           READ CALENDAR-FILE KEY IS CAL-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CAL-FOUND
           END-READ
           MOVE WS-CAL-START-INPUT TO CAL-START
           MOVE WS-CAL-DATE-INPUT TO CAL-END
           MOVE WS-CAL-SURCHARGE TO CAL-SURCHARGE
           MOVE WS-OPERATOR-ID TO CAL-SET-BY
           ACCEPT CAL-SET-DATE FROM DATE YYYYMMDD
           IF WS-CAL-FOUND = 'Y'
               REWRITE CALENDAR-RECORD
           ELSE
               WRITE CALENDAR-RECORD
           END-IF
           CLOSE CALENDAR-FILE
           MOVE SPACES TO STUD-ID
           MOVE "CALSET" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           PERFORM CALENDAR-WINDOW-WORD
           DISPLAY " "
           DISPLAY GREEN FUNCTION TRIM(WS-CAL-WINDOW-WORD) " for "
               FUNCTION TRIM(CAL-TERM) " runs " CAL-START " to "
               CAL-END "." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CALENDAR-LIST. *> every window on file for one term #mejares
           PERFORM GET-SECTION-TERM
           MOVE 'Y' TO WS-CAL-EOF
           MOVE 'N' TO WS-CAL-FOUND
           OPEN INPUT CALENDAR-FILE
           IF CALSTATUS = "00"
               MOVE 'Y' TO WS-CAL-FOUND
               MOVE 'N' TO WS-CAL-EOF
               MOVE WS-ENR-TERM-INPUT TO CAL-TERM
               MOVE SPACES TO CAL-WINDOW
               START CALENDAR-FILE KEY IS NOT LESS THAN CAL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CAL-EOF
               END-START
           END-IF
           ACCEPT WS-CAL-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-CAL-DG-CT
           DISPLAY " "
           DISPLAY "CALENDAR FOR " FUNCTION TRIM(WS-ENR-TERM-INPUT)
           DISPLAY "WINDOW               OPENS     CLOSES"
           DISPLAY "------------------------------------"
           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       IF CAL-TERM NOT = WS-ENR-TERM-INPUT
                           MOVE 'Y' TO WS-CAL-EOF
                       ELSE
                           ADD 1 TO WS-CAL-DG-CT
                           MOVE CAL-WINDOW TO WS-CAL-WINDOW-INPUT
                           PERFORM CALENDAR-WINDOW-WORD
                           MOVE CAL-SURCHARGE TO WS-CAL-AMT-EDIT
                           IF CAL-START NOT > WS-CAL-TODAY
                               AND CAL-END NOT < WS-CAL-TODAY
                               DISPLAY WS-CAL-WINDOW-WORD " "
                                   CAL-START "  " CAL-END "  OPEN"
                           ELSE
                               DISPLAY WS-CAL-WINDOW-WORD " "
                                   CAL-START "  " CAL-END
                           END-IF
                           IF CAL-SURCHARGE > 0
                               DISPLAY "  late surcharge "
                                   WS-CAL-AMT-EDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAL-FOUND = 'Y'
               CLOSE CALENDAR-FILE
           END-IF
           DISPLAY "------------------------------------"
           IF WS-CAL-DG-CT = 0
               DISPLAY "No windows on file - the term runs without "
                   "calendar limits."
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CALENDAR-REMOVE. *> takes one window off a term's calendar - the action is unrestricted again #mejares
           IF NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may change the "
                   "calendar." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-SECTION-TERM
           PERFORM GET-CALENDAR-WINDOW
           OPEN I-O CALENDAR-FILE
           IF CALSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No calendar on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO CAL-TERM
           MOVE WS-CAL-WINDOW-INPUT TO CAL-WINDOW
           READ CALENDAR-FILE KEY IS CAL-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "That window is not on the term's "
                       "calendar." RST
                   CLOSE CALENDAR-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           DELETE CALENDAR-FILE RECORD
           CLOSE CALENDAR-FILE
           MOVE SPACES TO STUD-ID
           MOVE "CALDEL" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Window removed." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CHECK-CALENDAR-WINDOW. *> Y in WS-CAL-OK when today sits in one of WS-CAL-WANT for WS-CAL-TERM #mejares
           MOVE 'Y' TO WS-CAL-OK
           MOVE SPACES TO WS-CAL-HIT
           MOVE 'N' TO WS-CAL-DEFINED
           ACCEPT WS-CAL-TODAY FROM DATE YYYYMMDD
           OPEN INPUT CALENDAR-FILE
           IF CALSTATUS NOT = "00" *> no calendar kept - nothing to enforce #mejares
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1 UNTIL WS-CAL-IDX > 3
               IF WS-CAL-WANT(WS-CAL-IDX) NOT = SPACES
                   MOVE WS-CAL-TERM TO CAL-TERM
                   MOVE WS-CAL-WANT(WS-CAL-IDX) TO CAL-WINDOW
                   READ CALENDAR-FILE KEY IS CAL-KEY
                       NOT INVALID KEY
                           IF WS-CAL-DEFINED = 'N'
                               MOVE CAL-WINDOW TO WS-CAL-SHOW-WINDOW
                               MOVE CAL-START TO WS-CAL-SHOW-START
                               MOVE CAL-END TO WS-CAL-SHOW-END
                           END-IF
                           MOVE 'Y' TO WS-CAL-DEFINED
                           IF CAL-START NOT > WS-CAL-TODAY
                               AND CAL-END NOT < WS-CAL-TODAY
                               AND WS-CAL-HIT = SPACES
                               MOVE CAL-WINDOW TO WS-CAL-HIT
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-CAL-DEFINED = 'N' OR WS-CAL-HIT NOT = SPACES *> a term without these windows on file runs unrestricted #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CAL-OK
           MOVE WS-CAL-SHOW-WINDOW TO WS-CAL-WINDOW-INPUT
           PERFORM CALENDAR-WINDOW-WORD
           DISPLAY " "
           DISPLAY GREEN "No " FUNCTION TRIM(WS-CAL-ACTION) " for "
               FUNCTION TRIM(WS-CAL-TERM) " today - the "
               FUNCTION TRIM(WS-CAL-WINDOW-WORD) " window runs "
               WS-CAL-SHOW-START " to " WS-CAL-SHOW-END "." RST
           IF BATCH-MODE *> an unattended run has no one at the keyboard to override #mejares
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-SUPERVISOR *> only a supervisor's sign-on can stand behind a late exception #mejares
               DISPLAY GREEN "Only a supervisor may override the "
                   "calendar." RST
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supervisor override of the calendar? (Y/N): "
               NO ADVANCING
           MOVE SPACE TO WS-CAL-ANSWER
           ACCEPT WS-CAL-ANSWER
           IF WS-CAL-ANSWER = "Y" OR WS-CAL-ANSWER = "y"
               MOVE 'Y' TO WS-CAL-OK
               MOVE "CALOVR" TO WS-AUDIT-OPERATION *> the caller has STUD-ID set, or spaces for a whole section #mejares
               PERFORM WRITE-AUDIT-LOG
               DISPLAY GREEN "[SYSTEM] Calendar override recorded." RST
           END-IF.

       CHECK-LATE-SEAT. *> Y in WS-CAL-LATE once WS-CAL-TERM's late enrollment window has opened #mejares
           MOVE 'N' TO WS-CAL-LATE
           ACCEPT WS-CAL-TODAY FROM DATE YYYYMMDD
           OPEN INPUT CALENDAR-FILE
           IF CALSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAL-TERM TO CAL-TERM
           MOVE "LATE" TO CAL-WINDOW
           READ CALENDAR-FILE KEY IS CAL-KEY
               NOT INVALID KEY
                   IF CAL-START NOT > WS-CAL-TODAY *> an overridden seat after the window closed is late too #mejares
                       MOVE 'Y' TO WS-CAL-LATE
                   END-IF
           END-READ
           CLOSE CALENDAR-FILE.

       RECORD-LATE-SEAT. *> marks STUD-ID a late enrollee of WS-CAL-TERM - the first late seat only #mejares
           OPEN I-O LATE-SEAT-FILE
           IF LTSSTATUS = "35" *> first late enrollee ever - create the file #mejares
               OPEN OUTPUT LATE-SEAT-FILE
               CLOSE LATE-SEAT-FILE
               OPEN I-O LATE-SEAT-FILE
           END-IF
           IF LTSSTATUS NOT = "00"
               CALL "FSTATMSG" USING LTSSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Warning - late seat not marked: "
                   WS-ERROR-MESSAGE RST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAL-TERM TO LTS-TERM
           MOVE STUD-ID TO LTS-STUD-ID
           MOVE WS-ENR-COURSE-INPUT TO LTS-COURSE
           ACCEPT LTS-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO LTS-OPERATOR
           WRITE LATE-SEAT-RECORD
               INVALID KEY *> already late this term - one surcharge, not one per seat #mejares
                   CLOSE LATE-SEAT-FILE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE LATE-SEAT-FILE
           MOVE "LATEEN" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY GREEN "[SYSTEM] Late enrollment - the term's "
               "surcharge applies at assessment." RST.

       ASSESS-FIND-LATE-SURCHARGE. *> the open term's late surcharge, and whether anyone owes it #mejares
           MOVE 0 TO WS-CAL-SURCHARGE
           MOVE 'N' TO WS-CAL-LATE-AVAIL
           MOVE 0 TO WS-CAL-LATE-CT
           OPEN INPUT CALENDAR-FILE
           IF CALSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-TERM TO CAL-TERM
           MOVE "LATE" TO CAL-WINDOW
           READ CALENDAR-FILE KEY IS CAL-KEY
               NOT INVALID KEY
                   MOVE CAL-SURCHARGE TO WS-CAL-SURCHARGE
           END-READ
           CLOSE CALENDAR-FILE
           IF WS-CAL-SURCHARGE = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LATE-SEAT-FILE
           IF LTSSTATUS = "00"
               MOVE 'Y' TO WS-CAL-LATE-AVAIL
           END-IF.

       ASSESS-LATE-SURCHARGE. *> WS-CAL-LATE-AMT set when the student being assessed enrolled late #mejares
           MOVE 0 TO WS-CAL-LATE-AMT
           IF WS-CAL-LATE-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-TERM TO LTS-TERM
           MOVE STUD-ID TO LTS-STUD-ID
           READ LATE-SEAT-FILE KEY IS LTS-KEY
               NOT INVALID KEY
                   MOVE WS-CAL-SURCHARGE TO WS-CAL-LATE-AMT
                   ADD 1 TO WS-CAL-LATE-CT
           END-READ.

       DIGEST-CALENDAR-WEEK. *> windows opening or closing in the seven days from today #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "== CALENDAR WINDOWS THIS WEEK ==" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-CAL-DG-CT
           ACCEPT WS-CAL-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-CAL-WEEK-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CAL-TODAY) + 6)
           OPEN INPUT CALENDAR-FILE
           IF CALSTATUS NOT = "00"
               MOVE "  (no calendar on file)" TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CAL-EOF
           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       MOVE CAL-WINDOW TO WS-CAL-WINDOW-INPUT
                       PERFORM CALENDAR-WINDOW-WORD
                       IF CAL-START NOT < WS-CAL-TODAY
                           AND CAL-START NOT > WS-CAL-WEEK-END
                           ADD 1 TO WS-CAL-DG-CT
                           MOVE SPACES TO WORK-REPORT-LINE
                           STRING "  opens  " DELIMITED BY SIZE
                               CAL-START DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               CAL-TERM DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-CAL-WINDOW-WORD DELIMITED BY SIZE
                               INTO WORK-REPORT-LINE
                           WRITE WORK-REPORT-LINE
                       END-IF
                       IF CAL-END NOT < WS-CAL-TODAY
                           AND CAL-END NOT > WS-CAL-WEEK-END
                           ADD 1 TO WS-CAL-DG-CT
                           MOVE SPACES TO WORK-REPORT-LINE
                           STRING "  closes " DELIMITED BY SIZE
                               CAL-END DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               CAL-TERM DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-CAL-WINDOW-WORD DELIMITED BY SIZE
                               INTO WORK-REPORT-LINE
                           WRITE WORK-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-CAL-DG-CT = 0
               MOVE "  (nothing opens or closes this week)"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF.

       BLOCK-MENU. *> 70. BLOCK SECTIONING - freshmen seated by block instead of one seat at a time #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "          BLOCK SECTIONING" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Define a Block (Supervisor)    |"
           DISPLAY "|2| List Blocks for a Term         |"
           DISPLAY "|3| Remove a Block (Supervisor)    |"
           DISPLAY "|4| Run Block Sectioning (Supv.)   |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-BLKMAINT-OPTION
           EVALUATE WS-BLKMAINT-OPTION
               WHEN 1 PERFORM BLOCK-DEFINE
               WHEN 2 PERFORM BLOCK-LIST
               WHEN 3 PERFORM BLOCK-REMOVE
               WHEN 4 PERFORM BLOCK-SECTIONING-RUN
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       GET-BLOCK-KEYS. *> term, program and block code of one block #mejares
           PERFORM GET-SECTION-TERM
           MOVE SPACES TO WS-BLK-PROGRAM-INPUT
           PERFORM UNTIL WS-BLK-PROGRAM-INPUT NOT = SPACES
               DISPLAY "Program (e.g. BSIT): " NO ADVANCING
               ACCEPT WS-BLK-PROGRAM-INPUT
               MOVE FUNCTION UPPER-CASE(WS-BLK-PROGRAM-INPUT)
                   TO WS-BLK-PROGRAM-INPUT
           END-PERFORM
           MOVE SPACES TO WS-BLK-CODE-INPUT
           PERFORM UNTIL WS-BLK-CODE-INPUT NOT = SPACES
               DISPLAY "Block code (e.g. 1-1): " NO ADVANCING
               ACCEPT WS-BLK-CODE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-BLK-CODE-INPUT)
                   TO WS-BLK-CODE-INPUT
           END-PERFORM.

       BLOCK-DEFINE. *> a block's capacity and the sections every member takes #mejares
           IF NOT OPER-SUPERVISOR *> blocks decide hundreds of seats at once #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may define blocks." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-BLOCK-KEYS
           DISPLAY "Block capacity (students): " NO ADVANCING
           MOVE SPACES TO WS-BLK-CAP-INPUT
           ACCEPT WS-BLK-CAP-INPUT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-BLK-CAP-INPUT))
               NOT = 0
               OR FUNCTION NUMVAL(WS-BLK-CAP-INPUT) < 1
               OR FUNCTION NUMVAL(WS-BLK-CAP-INPUT) > 999
               DISPLAY " "
               DISPLAY GREEN "Capacity is a whole number from 1 to 999."
                   RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SECTION-FILE
           IF SECSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No sections on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Key the block's sections, ENTER alone on the "
               "course to finish (up to 8)."
           MOVE 0 TO WS-BLK-DEF-CT
           MOVE 'N' TO WS-BLK-EOF
           PERFORM UNTIL WS-BLK-EOF = 'Y' OR WS-BLK-DEF-CT >= 8
               PERFORM BLOCK-DEFINE-ONE-SECTION
           END-PERFORM
           CLOSE SECTION-FILE
           IF WS-BLK-DEF-CT = 0
               DISPLAY " "
               DISPLAY GREEN "A block needs at least one section - "
                   "nothing saved." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BLOCK-FILE
           IF BLKSTATUS = "35" *> first block ever - create the file #mejares
               OPEN OUTPUT BLOCK-FILE
               CLOSE BLOCK-FILE
               OPEN I-O BLOCK-FILE
           END-IF
           IF BLKSTATUS NOT = "00"
               CALL "FSTATMSG" USING BLKSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO BLK-TERM
           MOVE WS-BLK-PROGRAM-INPUT TO BLK-PROGRAM
           MOVE WS-BLK-CODE-INPUT TO BLK-CODE
           MOVE 'N' TO WS-BLK-FOUND
           READ BLOCK-FILE KEY IS BLK-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BLK-FOUND
           END-READ
           IF WS-BLK-FOUND = 'N' *> a redefined block keeps the count of students already placed #mejares
               MOVE 0 TO BLK-SEATED
           END-IF
           MOVE FUNCTION NUMVAL(WS-BLK-CAP-INPUT) TO BLK-CAPACITY
           MOVE WS-BLK-DEF-CT TO BLK-SECT-COUNT
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1 UNTIL WS-BLK-IDX > 8
               IF WS-BLK-IDX > WS-BLK-DEF-CT
                   MOVE SPACES TO BLK-COURSE(WS-BLK-IDX)
                   MOVE SPACES TO BLK-SECTION(WS-BLK-IDX)
               ELSE
                   MOVE WS-BLK-DEF-COURSE(WS-BLK-IDX)
                       TO BLK-COURSE(WS-BLK-IDX)
                   MOVE WS-BLK-DEF-SECT(WS-BLK-IDX)
                       TO BLK-SECTION(WS-BLK-IDX)
               END-IF
           END-PERFORM
           MOVE WS-OPERATOR-ID TO BLK-SET-BY
           ACCEPT BLK-SET-DATE FROM DATE YYYYMMDD
           IF WS-BLK-FOUND = 'Y'
               REWRITE BLOCK-RECORD
           ELSE
               WRITE BLOCK-RECORD
           END-IF
           CLOSE BLOCK-FILE
           MOVE SPACES TO STUD-ID
           MOVE "BLKSET" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Block " FUNCTION TRIM(BLK-CODE) " of "
               FUNCTION TRIM(BLK-PROGRAM) " saved: " BLK-SECT-COUNT
               " section(s), room for " BLK-CAPACITY "." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       BLOCK-DEFINE-ONE-SECTION. *> one section of the block, checked against the term and the others #mejares
           COMPUTE WS-BLK-NEXT = WS-BLK-DEF-CT + 1
           DISPLAY "  Course " WS-BLK-NEXT " (ENTER to finish): "
               NO ADVANCING
           MOVE SPACES TO WS-ENR-COURSE-INPUT
           ACCEPT WS-ENR-COURSE-INPUT
           IF WS-ENR-COURSE-INPUT = SPACES
               MOVE 'Y' TO WS-BLK-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ENR-COURSE-INPUT)
               TO WS-ENR-COURSE-INPUT
           DISPLAY "  Section: " NO ADVANCING
           MOVE SPACES TO WS-ENR-SECT-INPUT
           ACCEPT WS-ENR-SECT-INPUT
           MOVE FUNCTION UPPER-CASE(WS-ENR-SECT-INPUT)
               TO WS-ENR-SECT-INPUT
           MOVE WS-ENR-TERM-INPUT TO SEC-TERM
           MOVE WS-ENR-COURSE-INPUT TO SEC-COURSE
           MOVE WS-ENR-SECT-INPUT TO SEC-SECTION
           READ SECTION-FILE KEY IS SEC-KEY
               INVALID KEY
                   DISPLAY GREEN "  No such section for that term."
                       RST
                   EXIT PARAGRAPH
           END-READ
           MOVE SEC-DAYS TO WS-NEW-DAYS
           MOVE SEC-START TO WS-NEW-START
           MOVE SEC-END TO WS-NEW-END
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
               UNTIL WS-BLK-IDX > WS-BLK-DEF-CT
               IF WS-BLK-DEF-COURSE(WS-BLK-IDX) = WS-ENR-COURSE-INPUT
                   DISPLAY GREEN "  That course is already in the "
                       "block." RST
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-DAY-HIT
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
                   IF WS-NEW-DAYS(WS-DAY-IDX:1) NOT = SPACE
                       INSPECT WS-BLK-DEF-DAYS(WS-BLK-IDX)
                           TALLYING WS-DAY-HIT
                           FOR ALL WS-NEW-DAYS(WS-DAY-IDX:1)
                   END-IF
               END-PERFORM
               IF WS-DAY-HIT > 0 *> a block nobody can attend in full is no block #mejares
                   AND WS-NEW-START < WS-BLK-DEF-END(WS-BLK-IDX)
                   AND WS-BLK-DEF-START(WS-BLK-IDX) < WS-NEW-END
                   DISPLAY GREEN "  Meets at the same time as "
                       FUNCTION TRIM(WS-BLK-DEF-COURSE(WS-BLK-IDX))
                       " " WS-BLK-DEF-SECT(WS-BLK-IDX) "." RST
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-BLK-DEF-CT
           MOVE WS-ENR-COURSE-INPUT TO WS-BLK-DEF-COURSE(WS-BLK-DEF-CT)
           MOVE WS-ENR-SECT-INPUT TO WS-BLK-DEF-SECT(WS-BLK-DEF-CT)
           MOVE WS-NEW-DAYS TO WS-BLK-DEF-DAYS(WS-BLK-DEF-CT)
           MOVE WS-NEW-START TO WS-BLK-DEF-START(WS-BLK-DEF-CT)
           MOVE WS-NEW-END TO WS-BLK-DEF-END(WS-BLK-DEF-CT).

       BLOCK-LIST. *> every block of a term with its sections and fill #mejares
           PERFORM GET-SECTION-TERM
           MOVE 'Y' TO WS-BLK-EOF
           MOVE 'N' TO WS-BLK-FOUND
           OPEN INPUT BLOCK-FILE
           IF BLKSTATUS = "00"
               MOVE 'Y' TO WS-BLK-FOUND
               MOVE 'N' TO WS-BLK-EOF
               MOVE WS-ENR-TERM-INPUT TO BLK-TERM
               MOVE SPACES TO BLK-PROGRAM
               MOVE SPACES TO BLK-CODE
               START BLOCK-FILE KEY IS NOT LESS THAN BLK-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BLK-EOF
               END-START
           END-IF
           MOVE 0 TO WS-BLK-TAB-CT
           DISPLAY " "
           DISPLAY "BLOCKS FOR " FUNCTION TRIM(WS-ENR-TERM-INPUT)
           DISPLAY "------------------------------------"
           PERFORM UNTIL WS-BLK-EOF = 'Y'
               READ BLOCK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BLK-EOF
                   NOT AT END
                       IF BLK-TERM NOT = WS-ENR-TERM-INPUT
                           MOVE 'Y' TO WS-BLK-EOF
                       ELSE
                           ADD 1 TO WS-BLK-TAB-CT
                           DISPLAY BLK-PROGRAM " " BLK-CODE "  "
                               BLK-SEATED "/" BLK-CAPACITY " placed"
                           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                               UNTIL WS-BLK-IDX > BLK-SECT-COUNT
                               DISPLAY "    " BLK-COURSE(WS-BLK-IDX)
                                   " " BLK-SECTION(WS-BLK-IDX)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BLK-FOUND = 'Y'
               CLOSE BLOCK-FILE
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] " WS-BLK-TAB-CT " block(s)." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       BLOCK-REMOVE. *> takes an unused block off the term #mejares
           IF NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may remove blocks." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-BLOCK-KEYS
           OPEN I-O BLOCK-FILE
           IF BLKSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No blocks on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO BLK-TERM
           MOVE WS-BLK-PROGRAM-INPUT TO BLK-PROGRAM
           MOVE WS-BLK-CODE-INPUT TO BLK-CODE
           READ BLOCK-FILE KEY IS BLK-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such block for that term." RST
                   CLOSE BLOCK-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           IF BLK-SEATED > 0 *> its roster would point at a block that is gone #mejares
               DISPLAY " "
               DISPLAY GREEN "Students are already placed in this "
                   "block - it stays." RST
               CLOSE BLOCK-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DELETE BLOCK-FILE RECORD
           CLOSE BLOCK-FILE
           MOVE SPACES TO STUD-ID
           MOVE "BLKDEL" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Block removed." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       BLOCK-SECTIONING-RUN. *> 70/BLOCKSEC: every unenrolled 1ST-year student seated in a block #mejares
      * Students are spread over their program's blocks, the emptiest
      * block first. A student is seated in every section of the block
      * or in none: each section passes the same capacity, hold,
      * prerequisite and clash checks a counter enrollment does, and
      * the block as a whole must fit the unit load. Whoever cannot be
      * placed is listed on BLOCKEXC.TXT with the reason; the rosters
      * go to BLOCKROS.TXT. #mejares
           IF BATCH-MODE
               PERFORM LOAD-TERM-CONTROL
               MOVE WS-OPEN-TERM TO WS-ENR-TERM-INPUT
               MOVE SPACES TO WS-BLK-PROGRAM-INPUT
           ELSE
               IF NOT OPER-SUPERVISOR
                   DISPLAY " "
                   DISPLAY GREEN "Only a supervisor may run block "
                       "sectioning." RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
               PERFORM GET-SECTION-TERM
               DISPLAY "Program (ENTER for every program): "
                   NO ADVANCING
               MOVE SPACES TO WS-BLK-PROGRAM-INPUT
               ACCEPT WS-BLK-PROGRAM-INPUT
               MOVE FUNCTION UPPER-CASE(WS-BLK-PROGRAM-INPUT)
                   TO WS-BLK-PROGRAM-INPUT
           END-IF
           MOVE 0 TO WS-BLK-READ
           MOVE 0 TO WS-BLK-PLACED
           MOVE 0 TO WS-BLK-EXC-CT
           MOVE 0 TO WS-BLK-ALREADY
           PERFORM BLK-LOAD-TERM-BLOCKS
           IF WS-BLK-TAB-CT = 0
               DISPLAY " "
               DISPLAY GREEN "[SYSTEM] No blocks defined for "
                   FUNCTION TRIM(WS-ENR-TERM-INPUT)
                   " - nothing to section." RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM BLK-COLLECT-CANDIDATES
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Sectioning " WS-BLK-CAND-CT
               " first-year student(s) into " WS-BLK-TAB-CT
               " block(s)..." RST
           PERFORM VARYING WS-BLK-CI FROM 1 BY 1
               UNTIL WS-BLK-CI > WS-BLK-CAND-CT
               PERFORM BLK-PLACE-ONE-STUDENT
           END-PERFORM
           PERFORM BLK-WRITE-EXCEPTIONS
           PERFORM BLK-WRITE-ROSTERS
           IF WS-BLK-EXC-CT > 0 AND WS-RUN-RC < 4 *> unplaced freshmen need the registrar before registration week #mejares
               MOVE 4 TO WS-RUN-RC
           END-IF
           DISPLAY GREEN "[SYSTEM] Block sectioning: " WS-BLK-PLACED
               " placed, " WS-BLK-EXC-CT " on the exception list, "
               WS-BLK-ALREADY " already enrolled." RST
           DISPLAY GREEN "[SYSTEM] Rosters on BLOCKROS.TXT, exceptions "
               "on BLOCKEXC.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       BLK-LOAD-TERM-BLOCKS. *> the term's blocks (one program's, when keyed) into the work table #mejares
           MOVE 0 TO WS-BLK-TAB-CT
           OPEN INPUT BLOCK-FILE
           IF BLKSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO BLK-TERM
           MOVE WS-BLK-PROGRAM-INPUT TO BLK-PROGRAM
           MOVE SPACES TO BLK-CODE
           MOVE 'N' TO WS-BLK-EOF
           START BLOCK-FILE KEY IS NOT LESS THAN BLK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BLK-EOF
           END-START
           PERFORM UNTIL WS-BLK-EOF = 'Y'
               READ BLOCK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BLK-EOF
                   NOT AT END
                       IF BLK-TERM NOT = WS-ENR-TERM-INPUT
                           OR (WS-BLK-PROGRAM-INPUT NOT = SPACES
                           AND BLK-PROGRAM NOT = WS-BLK-PROGRAM-INPUT)
                           MOVE 'Y' TO WS-BLK-EOF
                       ELSE
                           IF WS-BLK-TAB-CT < 40
                               ADD 1 TO WS-BLK-TAB-CT
                               MOVE BLOCK-RECORD
                                   TO WS-BT-BLOCK(WS-BLK-TAB-CT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE.

       BLK-COLLECT-CANDIDATES. *> active 1ST-year students of a blocked program, read once up front #mejares
           MOVE 0 TO WS-BLK-CAND-CT
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BLK-EOF
           PERFORM UNTIL WS-BLK-EOF = 'Y'
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BLK-EOF
                   NOT AT END
                       IF STUDENT-ACTIVE AND STUD-YEAR-LVL = "1ST"
                           PERFORM BLK-KEEP-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE.

       BLK-KEEP-ONE-CANDIDATE. *> kept when the student's program has at least one block #mejares
           MOVE 'N' TO WS-BLK-FOUND
           PERFORM VARYING WS-BLK-TI FROM 1 BY 1
               UNTIL WS-BLK-TI > WS-BLK-TAB-CT
               IF WS-BT-PROGRAM(WS-BLK-TI) = STUD-PROGRAM
                   MOVE 'Y' TO WS-BLK-FOUND
               END-IF
           END-PERFORM
           IF WS-BLK-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-BLK-CAND-CT >= 1500 *> the rest wait for a second run #mejares
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BLK-CAND-CT
           MOVE STUD-ID TO WS-BC-ID(WS-BLK-CAND-CT)
           MOVE STUD-NAME TO WS-BC-NAME(WS-BLK-CAND-CT)
           MOVE STUD-PROGRAM TO WS-BC-PROGRAM(WS-BLK-CAND-CT)
           MOVE STUD-GPA TO WS-BC-GPA(WS-BLK-CAND-CT).

       BLK-PLACE-ONE-STUDENT. *> one candidate into the emptiest block that takes them, or onto the exceptions #mejares
           MOVE WS-BC-ID(WS-BLK-CI) TO STUD-ID
           MOVE WS-BC-ID(WS-BLK-CI) TO WS-TT-STUD-ID
           PERFORM BLK-CHECK-HAS-SEAT
           IF WS-BLK-HAS-SEAT = 'Y' *> already seated by hand - the block run leaves them be #mejares
               ADD 1 TO WS-BLK-ALREADY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BLK-READ
           MOVE SPACES TO WS-BLK-REASON
           MOVE WS-BC-ID(WS-BLK-CI) TO WS-HLD-STUD
           PERFORM CHECK-BLOCKING-HOLD
           IF WS-HLD-FOUND = 'Y'
               STRING FUNCTION TRIM(WS-HLD-WORD) DELIMITED BY SIZE
                   " hold placed by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HLD-BY) DELIMITED BY SIZE
                   INTO WS-BLK-REASON
               PERFORM BLK-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BLK-TI FROM 1 BY 1
               UNTIL WS-BLK-TI > WS-BLK-TAB-CT
               MOVE 'N' TO WS-BT-TRIED(WS-BLK-TI)
           END-PERFORM
           MOVE 'N' TO WS-BLK-OK
           MOVE 1 TO WS-BLK-BEST
           PERFORM UNTIL WS-BLK-OK = 'Y' OR WS-BLK-BEST = 0
               PERFORM BLK-PICK-BLOCK
               IF WS-BLK-BEST > 0
                   MOVE 'Y' TO WS-BT-TRIED(WS-BLK-BEST)
                   PERFORM BLK-CHECK-BLOCK
               END-IF
           END-PERFORM
           IF WS-BLK-OK NOT = 'Y'
               IF WS-BLK-REASON = SPACES
                   MOVE "every block of the program is full"
                       TO WS-BLK-REASON
               END-IF
               PERFORM BLK-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM BLK-SEAT-STUDENT.

       BLK-CHECK-HAS-SEAT. *> Y in WS-BLK-HAS-SEAT when WS-TT-STUD-ID holds any seat in the term #mejares
           MOVE 'N' TO WS-BLK-HAS-SEAT
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TT-STUD-ID TO ENR-ST-STUD-ID *> only the student's own seats this term #mejares
           MOVE WS-ENR-TERM-INPUT TO ENR-ST-TERM
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-STUD-TERM
               INVALID KEY
                   CLOSE ENROLL-FILE
                   EXIT PARAGRAPH
           END-START
           READ ENROLL-FILE NEXT RECORD
               NOT AT END
                   IF ENR-ST-STUD-ID = WS-TT-STUD-ID
                       AND ENR-ST-TERM = WS-ENR-TERM-INPUT
                       MOVE 'Y' TO WS-BLK-HAS-SEAT
                   END-IF
           END-READ
           CLOSE ENROLL-FILE.

       BLK-PICK-BLOCK. *> the untried block of the student's program with the fewest placed, room left #mejares
           MOVE 0 TO WS-BLK-BEST
           PERFORM VARYING WS-BLK-TI FROM 1 BY 1
               UNTIL WS-BLK-TI > WS-BLK-TAB-CT
               IF WS-BT-PROGRAM(WS-BLK-TI) = WS-BC-PROGRAM(WS-BLK-CI)
                   AND WS-BT-TRIED(WS-BLK-TI) = 'N'
                   AND WS-BT-SEATED(WS-BLK-TI)
                       < WS-BT-CAPACITY(WS-BLK-TI)
                   IF WS-BLK-BEST = 0
                       MOVE WS-BLK-TI TO WS-BLK-BEST
                   ELSE
                       IF WS-BT-SEATED(WS-BLK-TI)
                           < WS-BT-SEATED(WS-BLK-BEST)
                           MOVE WS-BLK-TI TO WS-BLK-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BLK-CHECK-BLOCK. *> Y in WS-BLK-OK when every section of block WS-BLK-BEST takes the student #mejares
           MOVE 'Y' TO WS-BLK-OK
           OPEN INPUT SECTION-FILE
           IF SECSTATUS NOT = "00"
               MOVE 'N' TO WS-BLK-OK
               MOVE "no sections on file" TO WS-BLK-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
               UNTIL WS-BLK-IDX > WS-BT-SECT-COUNT(WS-BLK-BEST)
               OR WS-BLK-OK NOT = 'Y'
               PERFORM BLK-CHECK-ONE-SECTION
           END-PERFORM
           CLOSE SECTION-FILE
           IF WS-BLK-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE "1ST" TO WS-LOAD-YEAR *> the whole block against the load - the student holds no other seat #mejares
           MOVE WS-BC-GPA(WS-BLK-CI) TO WS-LOAD-GPA
           PERFORM LOAD-FIND-RULE
           IF WS-LOAD-RULE-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LOAD-UNITS
           OPEN INPUT COURSE-FILE
           IF CRSSTATUS = "00"
               PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BT-SECT-COUNT(WS-BLK-BEST)
                   MOVE WS-BT-COURSE(WS-BLK-BEST WS-BLK-IDX)
                       TO CRS-CODE
                   READ COURSE-FILE KEY IS CRS-CODE
                       NOT INVALID KEY
                           ADD CRS-UNITS TO WS-LOAD-UNITS
                   END-READ
               END-PERFORM
               CLOSE COURSE-FILE
           END-IF
           PERFORM LOAD-FIND-PERMIT
           IF WS-LOAD-UNITS > WS-LOAD-MAX + WS-LOAD-EXTRA
               MOVE 'N' TO WS-BLK-OK
               MOVE SPACES TO WS-BLK-REASON
               STRING "block " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BT-CODE(WS-BLK-BEST))
                   DELIMITED BY SIZE
                   " is " DELIMITED BY SIZE
                   WS-LOAD-UNITS DELIMITED BY SIZE
                   " units, over the limit of " DELIMITED BY SIZE
                   WS-LOAD-MAX DELIMITED BY SIZE
                   INTO WS-BLK-REASON
           END-IF.

       BLK-CHECK-ONE-SECTION. *> capacity, prerequisites and clash for one section of the block #mejares
           MOVE WS-BT-COURSE(WS-BLK-BEST WS-BLK-IDX)
               TO WS-ENR-COURSE-INPUT
           MOVE WS-BT-SECTION(WS-BLK-BEST WS-BLK-IDX)
               TO WS-ENR-SECT-INPUT
           MOVE WS-ENR-TERM-INPUT TO SEC-TERM
           MOVE WS-ENR-COURSE-INPUT TO SEC-COURSE
           MOVE WS-ENR-SECT-INPUT TO SEC-SECTION
           MOVE SPACES TO WS-BLK-REASON
           READ SECTION-FILE KEY IS SEC-KEY
               INVALID KEY
                   MOVE 'N' TO WS-BLK-OK
                   STRING FUNCTION TRIM(WS-ENR-COURSE-INPUT)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ENR-SECT-INPUT)
                       DELIMITED BY SIZE
                       " is no longer offered" DELIMITED BY SIZE
                       INTO WS-BLK-REASON
                   EXIT PARAGRAPH
           END-READ
           IF SEC-ENROLLED >= SEC-CAPACITY
               MOVE 'N' TO WS-BLK-OK
               STRING FUNCTION TRIM(WS-ENR-COURSE-INPUT)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENR-SECT-INPUT) DELIMITED BY SIZE
                   " is full" DELIMITED BY SIZE
                   INTO WS-BLK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SEC-DAYS TO WS-NEW-DAYS
           MOVE SEC-START TO WS-NEW-START
           MOVE SEC-END TO WS-NEW-END
           PERFORM CHECK-PREREQS-FOR-ENROLL
           IF WS-PRQ-OK NOT = 'Y'
               MOVE 'N' TO WS-BLK-OK
               STRING "no passing mark for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PRQ-MISSING) DELIMITED BY SIZE
                   ", prerequisite of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENR-COURSE-INPUT) DELIMITED BY SIZE
                   INTO WS-BLK-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TIMETABLE-CLASH
           IF WS-CLASH-FOUND = 'Y'
               MOVE 'N' TO WS-BLK-OK
               STRING FUNCTION TRIM(WS-ENR-COURSE-INPUT)
                   DELIMITED BY SIZE
                   " clashes with " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLASH-COURSE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLASH-SECT) DELIMITED BY SIZE
                   INTO WS-BLK-REASON
           END-IF.

       BLK-SEAT-STUDENT. *> every seat of block WS-BLK-BEST written, counted and audited #mejares
      * All the block or none of it: a seat or the membership that
      * cannot be written takes back the seats already written, and the
      * student goes on the exceptions instead of being counted. #mejares
           MOVE 0 TO WS-BLK-WRITTEN
           MOVE 'N' TO WS-BLK-FAIL
           OPEN I-O SECTION-FILE
           IF SECSTATUS NOT = "00"
               MOVE "the section file could not be opened" TO
                   WS-BLK-REASON
               PERFORM BLK-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ENROLL-FILE
           IF ENRSTATUS = "35" *> first enrollment ever - create the file #mejares
               OPEN OUTPUT ENROLL-FILE
               CLOSE ENROLL-FILE
               OPEN I-O ENROLL-FILE
           END-IF
           IF ENRSTATUS NOT = "00"
               CLOSE SECTION-FILE
               MOVE "the enrollment file could not be opened" TO
                   WS-BLK-REASON
               PERFORM BLK-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
               UNTIL WS-BLK-IDX > WS-BT-SECT-COUNT(WS-BLK-BEST)
               OR WS-BLK-FAIL = 'Y'
               MOVE WS-ENR-TERM-INPUT TO ENR-TERM
               MOVE WS-BT-COURSE(WS-BLK-BEST WS-BLK-IDX) TO ENR-COURSE
               MOVE WS-BT-SECTION(WS-BLK-BEST WS-BLK-IDX)
                   TO ENR-SECTION
               MOVE WS-TT-STUD-ID TO ENR-STUD-ID
               MOVE SPACES TO ENR-GRADE
               MOVE SPACE TO ENR-GRADE-STATUS
               MOVE ENR-STUD-ID TO ENR-ST-STUD-ID
               MOVE ENR-TERM TO ENR-ST-TERM
               WRITE ENROLL-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-BLK-FAIL
                   NOT INVALID KEY
                       MOVE ENR-TERM TO SEC-TERM
                       MOVE ENR-COURSE TO SEC-COURSE
                       MOVE ENR-SECTION TO SEC-SECTION
                       READ SECTION-FILE WITH LOCK KEY IS SEC-KEY
                           INVALID KEY
                               MOVE 'Y' TO WS-BLK-FAIL
                           NOT INVALID KEY
                               ADD 1 TO SEC-ENROLLED
                               REWRITE SECTION-RECORD
                               IF SECSTATUS NOT = "00"
                                   MOVE 'Y' TO WS-BLK-FAIL
                               END-IF
                       END-READ
                       IF WS-BLK-FAIL = 'Y' *> uncounted - this seat goes now, the earlier ones below #mejares
                           DELETE ENROLL-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       ELSE
                           ADD 1 TO WS-BLK-WRITTEN
                       END-IF
               END-WRITE
           END-PERFORM
           IF WS-BLK-FAIL = 'Y' *> named while the failed seat is still in the record area #mejares
               MOVE SPACES TO WS-BLK-REASON
               STRING "seat in " DELIMITED BY SIZE
                   FUNCTION TRIM(ENR-COURSE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ENR-SECTION) DELIMITED BY SIZE
                   " could not be written - none kept" DELIMITED BY SIZE
                   INTO WS-BLK-REASON
           END-IF
           CLOSE ENROLL-FILE
           CLOSE SECTION-FILE
           IF WS-BLK-FAIL = 'Y'
               PERFORM BLK-UNDO-SEATS
               PERFORM BLK-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BLOCK-MEMBER-FILE
           IF BKMSTATUS = "35" *> first block placement ever - create the file #mejares
               OPEN OUTPUT BLOCK-MEMBER-FILE
               CLOSE BLOCK-MEMBER-FILE
               OPEN I-O BLOCK-MEMBER-FILE
           END-IF
           IF BKMSTATUS = "00"
               MOVE WS-ENR-TERM-INPUT TO BKM-TERM
               MOVE WS-BT-PROGRAM(WS-BLK-BEST) TO BKM-PROGRAM
               MOVE WS-BT-CODE(WS-BLK-BEST) TO BKM-CODE
               MOVE WS-TT-STUD-ID TO BKM-STUD-ID
               ACCEPT BKM-DATE FROM DATE YYYYMMDD
               MOVE WS-OPERATOR-ID TO BKM-OPERATOR
               WRITE BLOCK-MEMBER-RECORD
               IF BKMSTATUS NOT = "00"
                   MOVE 'Y' TO WS-BLK-FAIL
               END-IF
               CLOSE BLOCK-MEMBER-FILE
           ELSE
               MOVE 'Y' TO WS-BLK-FAIL
           END-IF
           IF WS-BLK-FAIL = 'Y'
               PERFORM BLK-UNDO-SEATS
               MOVE "membership could not be written - no seats kept"
                   TO WS-BLK-REASON
               PERFORM BLK-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TT-STUD-ID TO STUD-ID
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1 *> audited only once the whole block stands #mejares
               UNTIL WS-BLK-IDX > WS-BLK-WRITTEN
               MOVE WS-ENR-TERM-INPUT TO ENR-TERM
               MOVE WS-BT-COURSE(WS-BLK-BEST WS-BLK-IDX) TO ENR-COURSE
               MOVE WS-BT-SECTION(WS-BLK-BEST WS-BLK-IDX)
                   TO ENR-SECTION
               MOVE "ENROLL" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           END-PERFORM
           ADD 1 TO WS-BT-SEATED(WS-BLK-BEST)
           OPEN I-O BLOCK-FILE
           IF BLKSTATUS = "00"
               MOVE WS-ENR-TERM-INPUT TO BLK-TERM
               MOVE WS-BT-PROGRAM(WS-BLK-BEST) TO BLK-PROGRAM
               MOVE WS-BT-CODE(WS-BLK-BEST) TO BLK-CODE
               READ BLOCK-FILE KEY IS BLK-KEY
                   NOT INVALID KEY
                       MOVE WS-BT-SEATED(WS-BLK-BEST) TO BLK-SEATED
                       REWRITE BLOCK-RECORD
               END-READ
               CLOSE BLOCK-FILE
           END-IF
           ADD 1 TO WS-BLK-PLACED
           MOVE WS-TT-STUD-ID TO STUD-ID
           MOVE "ENROLLED" TO WS-NTF-EVENT *> one notice for the whole block, not one per seat #mejares
           MOVE SPACES TO WS-NTF-TEXT
           STRING "Enrollment confirmed: block " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BT-CODE(WS-BLK-BEST)) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BT-PROGRAM(WS-BLK-BEST))
               DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENR-TERM-INPUT) DELIMITED BY SIZE
               INTO WS-NTF-TEXT
           PERFORM QUEUE-NOTIFICATION.

       BLK-UNDO-SEATS. *> the first WS-BLK-WRITTEN seats of block WS-BLK-BEST deleted and given back to their sections #mejares
           OPEN I-O SECTION-FILE
           OPEN I-O ENROLL-FILE
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
               UNTIL WS-BLK-IDX > WS-BLK-WRITTEN
               MOVE WS-ENR-TERM-INPUT TO ENR-TERM
               MOVE WS-BT-COURSE(WS-BLK-BEST WS-BLK-IDX) TO ENR-COURSE
               MOVE WS-BT-SECTION(WS-BLK-BEST WS-BLK-IDX)
                   TO ENR-SECTION
               MOVE WS-TT-STUD-ID TO ENR-STUD-ID
               READ ENROLL-FILE WITH LOCK KEY IS ENR-KEY
                   NOT INVALID KEY
                       DELETE ENROLL-FILE RECORD
               END-READ
               MOVE ENR-TERM TO SEC-TERM
               MOVE ENR-COURSE TO SEC-COURSE
               MOVE ENR-SECTION TO SEC-SECTION
               READ SECTION-FILE WITH LOCK KEY IS SEC-KEY
                   NOT INVALID KEY
                       IF SEC-ENROLLED > 0
                           SUBTRACT 1 FROM SEC-ENROLLED
                           REWRITE SECTION-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           CLOSE SECTION-FILE
           MOVE 0 TO WS-BLK-WRITTEN.

       BLK-ADD-EXCEPTION. *> the candidate and WS-BLK-REASON onto the exception table #mejares
           IF WS-BLK-EXC-CT >= 1500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BLK-EXC-CT
           MOVE WS-BC-ID(WS-BLK-CI) TO WS-BE-ID(WS-BLK-EXC-CT)
           MOVE WS-BC-NAME(WS-BLK-CI) TO WS-BE-NAME(WS-BLK-EXC-CT)
           MOVE WS-BC-PROGRAM(WS-BLK-CI)
               TO WS-BE-PROGRAM(WS-BLK-EXC-CT)
           MOVE WS-BLK-REASON TO WS-BE-REASON(WS-BLK-EXC-CT).

       BLK-WRITE-EXCEPTIONS. *> BLOCKEXC.TXT - the first-years the registrar still has to seat by hand #mejares
           MOVE "BLOCKEXC.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "BLOCK SECTIONING EXCEPTIONS - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENR-TERM-INPUT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "ID    NAME                           PROG  REASON"
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-BLK-TI FROM 1 BY 1
               UNTIL WS-BLK-TI > WS-BLK-EXC-CT
               MOVE SPACES TO WORK-REPORT-LINE
               STRING WS-BE-ID(WS-BLK-TI) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BE-NAME(WS-BLK-TI) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BE-PROGRAM(WS-BLK-TI) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BE-REASON(WS-BLK-TI) DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Candidates: " DELIMITED BY SIZE
               WS-BLK-READ DELIMITED BY SIZE
               "  Placed: " DELIMITED BY SIZE
               WS-BLK-PLACED DELIMITED BY SIZE
               "  Exceptions: " DELIMITED BY SIZE
               WS-BLK-EXC-CT DELIMITED BY SIZE
               "  Already enrolled: " DELIMITED BY SIZE
               WS-BLK-ALREADY DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT.

       BLK-WRITE-ROSTERS. *> BLOCKROS.TXT - every block's sections and members, names alongside #mejares
           MOVE "BLOCKROS.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "BLOCK ROSTERS - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENR-TERM-INPUT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 'N' TO WS-BLK-STUD-AVAIL
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS = "00"
               MOVE 'Y' TO WS-BLK-STUD-AVAIL
           END-IF
           MOVE 'N' TO WS-BLK-FOUND
           OPEN INPUT BLOCK-MEMBER-FILE
           IF BKMSTATUS = "00"
               MOVE 'Y' TO WS-BLK-FOUND
           END-IF
           PERFORM VARYING WS-BLK-TI FROM 1 BY 1
               UNTIL WS-BLK-TI > WS-BLK-TAB-CT
               PERFORM BLK-WRITE-ONE-ROSTER
           END-PERFORM
           IF WS-BLK-FOUND = 'Y'
               CLOSE BLOCK-MEMBER-FILE
           END-IF
           IF WS-BLK-STUD-AVAIL = 'Y'
               CLOSE STUDENT-FILE
           END-IF
           PERFORM CLOSE-WORK-REPORT.

       BLK-WRITE-ONE-ROSTER. *> one block: heading, its sections, then its members #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "BLOCK " DELIMITED BY SIZE
               WS-BT-PROGRAM(WS-BLK-TI) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BT-CODE(WS-BLK-TI) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BT-SEATED(WS-BLK-TI) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-BT-CAPACITY(WS-BLK-TI) DELIMITED BY SIZE
               " placed" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           MOVE "  Sections:" TO WORK-REPORT-LINE
           MOVE 13 TO WS-BLK-COL
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
               UNTIL WS-BLK-IDX > WS-BT-SECT-COUNT(WS-BLK-TI)
               MOVE WS-BT-COURSE(WS-BLK-TI WS-BLK-IDX)
                   TO WORK-REPORT-LINE(WS-BLK-COL:8)
               MOVE WS-BT-SECTION(WS-BLK-TI WS-BLK-IDX)
                   TO WORK-REPORT-LINE(WS-BLK-COL + 9:3)
               ADD 13 TO WS-BLK-COL
           END-PERFORM
           WRITE WORK-REPORT-LINE
           IF WS-BLK-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO BKM-TERM
           MOVE WS-BT-PROGRAM(WS-BLK-TI) TO BKM-PROGRAM
           MOVE WS-BT-CODE(WS-BLK-TI) TO BKM-CODE
           MOVE SPACES TO BKM-STUD-ID
           MOVE 'N' TO WS-BLK-EOF
           START BLOCK-MEMBER-FILE KEY IS NOT LESS THAN BKM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BLK-EOF
           END-START
           PERFORM UNTIL WS-BLK-EOF = 'Y'
               READ BLOCK-MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BLK-EOF
                   NOT AT END
                       IF BKM-TERM NOT = WS-ENR-TERM-INPUT
                           OR BKM-PROGRAM NOT = WS-BT-PROGRAM(WS-BLK-TI)
                           OR BKM-CODE NOT = WS-BT-CODE(WS-BLK-TI)
                           MOVE 'Y' TO WS-BLK-EOF
                       ELSE
                           PERFORM BLK-WRITE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

       BLK-WRITE-ONE-MEMBER. *> one roster line, name pulled from the master #mejares
           MOVE SPACES TO STUD-NAME
           IF WS-BLK-STUD-AVAIL = 'Y'
               MOVE BKM-STUD-ID TO STUD-ID
               READ STUDENT-FILE KEY IS STUD-ID
                   INVALID KEY
                       MOVE SPACES TO STUD-NAME
               END-READ
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
               BKM-STUD-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STUD-NAME DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       DISSOLVE-MENU. *> 71. UNDER-ENROLLED SECTIONS - minimums per course and the dissolution run #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "      UNDER-ENROLLED SECTIONS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Set a Course Minimum (Supv.)   |"
           DISPLAY "|2| List Course Minimums           |"
           DISPLAY "|3| Dissolution Run (Supervisor)   |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-DSVMAINT-OPTION
           EVALUATE WS-DSVMAINT-OPTION
               WHEN 1 PERFORM COURSE-MINIMUM-SET
               WHEN 2 PERFORM COURSE-MINIMUM-LIST
               WHEN 3 PERFORM DISSOLUTION-RUN
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       COURSE-MINIMUM-SET. *> the fewest students a course's section may run with - * sets the default #mejares
           IF NOT OPER-SUPERVISOR *> which classes run is the deans' call #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may set minimums." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Course Code (* for every other course): "
               NO ADVANCING
           MOVE SPACES TO WS-ENR-COURSE-INPUT
           ACCEPT WS-ENR-COURSE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-ENR-COURSE-INPUT)
               TO WS-ENR-COURSE-INPUT
           IF WS-ENR-COURSE-INPUT = SPACES
               DISPLAY " "
               DISPLAY GREEN "A course code is required." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-ENR-COURSE-INPUT NOT = "*"
               OPEN INPUT COURSE-FILE
               MOVE 'N' TO WS-CMN-FOUND
               IF CRSSTATUS = "00"
                   MOVE WS-ENR-COURSE-INPUT TO CRS-CODE
                   READ COURSE-FILE KEY IS CRS-CODE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CMN-FOUND
                   END-READ
                   CLOSE COURSE-FILE
               END-IF
               IF WS-CMN-FOUND NOT = 'Y'
                   DISPLAY " "
                   DISPLAY GREEN "That course is not in the catalog."
                       RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Minimum students (0 to clear): " NO ADVANCING
           MOVE SPACES TO WS-CMN-INPUT
           ACCEPT WS-CMN-INPUT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CMN-INPUT)) NOT = 0
               OR FUNCTION NUMVAL(WS-CMN-INPUT) < 0
               OR FUNCTION NUMVAL(WS-CMN-INPUT) > 999
               DISPLAY " "
               DISPLAY GREEN "A whole number from 0 to 999." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O COURSE-MIN-FILE
           IF CMNSTATUS = "35" *> first minimum ever - create the table #mejares
               OPEN OUTPUT COURSE-MIN-FILE
               CLOSE COURSE-MIN-FILE
               OPEN I-O COURSE-MIN-FILE
           END-IF
           IF CMNSTATUS NOT = "00"
               CALL "FSTATMSG" USING CMNSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-COURSE-INPUT TO CMN-CODE
           MOVE 'N' TO WS-CMN-FOUND
           READ COURSE-MIN-FILE KEY IS CMN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CMN-FOUND
           END-READ
           EVALUATE TRUE
               WHEN FUNCTION NUMVAL(WS-CMN-INPUT) = 0
                   AND WS-CMN-FOUND = 'Y'
                   DELETE COURSE-MIN-FILE RECORD
               WHEN FUNCTION NUMVAL(WS-CMN-INPUT) = 0
                   CONTINUE
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(WS-CMN-INPUT) TO CMN-MIN-ENROLL
                   MOVE WS-OPERATOR-ID TO CMN-SET-BY
                   ACCEPT CMN-SET-DATE FROM DATE YYYYMMDD
                   IF WS-CMN-FOUND = 'Y'
                       REWRITE COURSE-MIN-RECORD
                   ELSE
                       WRITE COURSE-MIN-RECORD
                   END-IF
           END-EVALUATE
           CLOSE COURSE-MIN-FILE
           MOVE SPACES TO STUD-ID
           MOVE "CRSMIN" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Minimum for " FUNCTION TRIM(CMN-CODE)
               " saved." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       COURSE-MINIMUM-LIST. *> every minimum on file #mejares
           OPEN INPUT COURSE-MIN-FILE
           IF CMNSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No minimums on file - no section is "
                   "ever under-enrolled." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "COURSE    MINIMUM  SET BY    ON"
           DISPLAY "------------------------------------"
           MOVE 'N' TO WS-DSV-EOF
           PERFORM UNTIL WS-DSV-EOF = 'Y'
               READ COURSE-MIN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DSV-EOF
                   NOT AT END
                       DISPLAY CMN-CODE "  " CMN-MIN-ENROLL "      "
                           CMN-SET-BY "  " CMN-SET-DATE
               END-READ
           END-PERFORM
           CLOSE COURSE-MIN-FILE
           DISPLAY "------------------------------------"
           DISPLAY "A * row applies to every course without its own."
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DISSOLUTION-RUN. *> 71/UNDERENR: open-term sections under their minimum, dissolved on confirmation #mejares
      * The list is always printed to DISSOLVE.TXT. Only a supervisor
      * at the screen can confirm the dissolution; the scheduled run
      * prints the list for the deans and stops there. Each student of
      * a dissolved section moves to another section of the course that
      * has room and no clash, or loses the seat with the drop credit
      * and a notice. The section record goes, so the instructor's
      * load no longer counts it. #mejares
           IF NOT BATCH-MODE AND NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may run the "
                   "dissolution." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERM-CONTROL
           MOVE 0 TO WS-DSV-CT
           MOVE 0 TO WS-DSV-SEATS
           MOVE 0 TO WS-DSV-MOVED
           MOVE 0 TO WS-DSV-DROPPED
           MOVE 0 TO WS-DSV-KEPT
           IF WS-OPEN-TERM = SPACES
               DISPLAY " "
               DISPLAY GREEN "No open term on the term control file."
                   RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-TERM TO WS-DSV-TERM
           PERFORM DSV-FIND-SECTIONS
           MOVE "DISSOLVE.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "SECTION DISSOLUTION REGISTER - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DSV-TERM) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "COURSE   SECT  ENROLLED  MINIMUM  INSTRUCTOR"
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           DISPLAY " "
           DISPLAY "UNDER-ENROLLED SECTIONS, "
               FUNCTION TRIM(WS-DSV-TERM)
           DISPLAY "------------------------------------"
           PERFORM VARYING WS-DSV-I FROM 1 BY 1
               UNTIL WS-DSV-I > WS-DSV-CT
               DISPLAY WS-DSV-COURSE(WS-DSV-I) " "
                   WS-DSV-SECT(WS-DSV-I) "  "
                   WS-DSV-ENROLLED(WS-DSV-I) " of minimum "
                   WS-DSV-MIN(WS-DSV-I)
           END-PERFORM
           DISPLAY "------------------------------------"
           IF WS-DSV-CT = 0
               MOVE "  (no open-term section is under its minimum)"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               PERFORM CLOSE-WORK-REPORT
               DISPLAY GREEN "[SYSTEM] No section is under its "
                   "minimum." RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DSV-ANSWER
           IF NOT BATCH-MODE
               DISPLAY "Dissolve these " WS-DSV-CT " section(s)? "
                   "(Y/N): " NO ADVANCING
               ACCEPT WS-DSV-ANSWER
           END-IF
           IF WS-DSV-ANSWER NOT = "Y" AND WS-DSV-ANSWER NOT = "y"
               PERFORM VARYING WS-DSV-I FROM 1 BY 1
                   UNTIL WS-DSV-I > WS-DSV-CT
                   PERFORM DSV-WRITE-SECTION-LINE
               END-PERFORM
               MOVE SPACES TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               MOVE "Listed only - nothing was dissolved."
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               PERFORM CLOSE-WORK-REPORT
               IF WS-RUN-RC < 4 *> sections still waiting on the deans' decision #mejares
                   MOVE 4 TO WS-RUN-RC
               END-IF
               DISPLAY GREEN "[SYSTEM] " WS-DSV-CT " section(s) listed "
                   "on DISSOLVE.TXT - nothing dissolved." RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DSV-I FROM 1 BY 1
               UNTIL WS-DSV-I > WS-DSV-CT
               PERFORM DSV-DISSOLVE-ONE-SECTION
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Sections dissolved: " DELIMITED BY SIZE
               WS-DSV-CT DELIMITED BY SIZE
               "  Seats: " DELIMITED BY SIZE
               WS-DSV-SEATS DELIMITED BY SIZE
               "  Re-seated: " DELIMITED BY SIZE
               WS-DSV-MOVED DELIMITED BY SIZE
               "  Dropped: " DELIMITED BY SIZE
               WS-DSV-DROPPED DELIMITED BY SIZE
               "  Kept: " DELIMITED BY SIZE
               WS-DSV-KEPT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           DISPLAY GREEN "[SYSTEM] " WS-DSV-CT " section(s) dissolved: "
               WS-DSV-MOVED " re-seated, " WS-DSV-DROPPED
               " dropped. Register on DISSOLVE.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DSV-FIND-SECTIONS. *> the open term's sections below their course minimum, into the work table #mejares
           OPEN INPUT COURSE-MIN-FILE
           IF CMNSTATUS NOT = "00" *> no minimums - nothing is under-enrolled #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DSV-DEFAULT
           MOVE "*" TO CMN-CODE
           READ COURSE-MIN-FILE KEY IS CMN-CODE
               NOT INVALID KEY
                   MOVE CMN-MIN-ENROLL TO WS-DSV-DEFAULT
           END-READ
           OPEN INPUT SECTION-FILE
           IF SECSTATUS NOT = "00"
               CLOSE COURSE-MIN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DSV-TERM TO SEC-TERM
           MOVE SPACES TO SEC-COURSE
           MOVE SPACES TO SEC-SECTION
           MOVE 'N' TO WS-DSV-EOF
           START SECTION-FILE KEY IS NOT LESS THAN SEC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSV-EOF
           END-START
           PERFORM UNTIL WS-DSV-EOF = 'Y'
               READ SECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DSV-EOF
                   NOT AT END
                       IF SEC-TERM NOT = WS-DSV-TERM
                           MOVE 'Y' TO WS-DSV-EOF
                       ELSE
                           PERFORM DSV-TEST-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-FILE
           CLOSE COURSE-MIN-FILE.

       DSV-TEST-ONE-SECTION. *> one section against its course's minimum, or the default #mejares
           MOVE WS-DSV-DEFAULT TO WS-DSV-NEED
           MOVE SEC-COURSE TO CMN-CODE
           READ COURSE-MIN-FILE KEY IS CMN-CODE
               NOT INVALID KEY
                   MOVE CMN-MIN-ENROLL TO WS-DSV-NEED
           END-READ
           IF WS-DSV-NEED = 0 OR SEC-ENROLLED NOT < WS-DSV-NEED
               EXIT PARAGRAPH
           END-IF
           IF WS-DSV-CT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DSV-CT
           MOVE SEC-COURSE TO WS-DSV-COURSE(WS-DSV-CT)
           MOVE SEC-SECTION TO WS-DSV-SECT(WS-DSV-CT)
           MOVE SEC-ENROLLED TO WS-DSV-ENROLLED(WS-DSV-CT)
           MOVE WS-DSV-NEED TO WS-DSV-MIN(WS-DSV-CT)
           MOVE SEC-INSTRUCTOR TO WS-DSV-FAC(WS-DSV-CT).

       DSV-WRITE-SECTION-LINE. *> the register line for section WS-DSV-I #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-DSV-COURSE(WS-DSV-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DSV-SECT(WS-DSV-I) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-DSV-ENROLLED(WS-DSV-I) DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-DSV-MIN(WS-DSV-I) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-DSV-FAC(WS-DSV-I) DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       DSV-DISSOLVE-ONE-SECTION. *> every seat of section WS-DSV-I moved or dropped, then the section goes #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM DSV-WRITE-SECTION-LINE
           MOVE WS-DSV-TERM TO WS-ENR-TERM-INPUT
           MOVE 0 TO WS-DSV-SCT
           MOVE 0 TO WS-DSV-STUCK
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS = "00"
               MOVE WS-DSV-TERM TO ENR-TERM
               MOVE WS-DSV-COURSE(WS-DSV-I) TO ENR-COURSE
               MOVE WS-DSV-SECT(WS-DSV-I) TO ENR-SECTION
               MOVE SPACES TO ENR-STUD-ID
               MOVE 'N' TO WS-ENR-EOF
               START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ENR-EOF
               END-START
               PERFORM UNTIL WS-ENR-EOF = 'Y'
                   READ ENROLL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ENR-EOF
                       NOT AT END
                           IF ENR-TERM NOT = WS-DSV-TERM
                             OR ENR-COURSE NOT = WS-DSV-COURSE(WS-DSV-I)
                             OR ENR-SECTION NOT = WS-DSV-SECT(WS-DSV-I)
                               MOVE 'Y' TO WS-ENR-EOF
                           ELSE
                               IF WS-DSV-SCT < 999
                                   ADD 1 TO WS-DSV-SCT
                                   MOVE ENR-STUD-ID
                                       TO WS-DSV-STUD(WS-DSV-SCT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF
           PERFORM VARYING WS-DSV-J FROM 1 BY 1
               UNTIL WS-DSV-J > WS-DSV-SCT
               PERFORM DSV-MOVE-ONE-STUDENT
           END-PERFORM
           IF WS-DSV-STUCK > 0 *> a seat still on file keeps its section - put right by hand and run again #mejares
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "    section kept - " DELIMITED BY SIZE
                   WS-DSV-STUCK DELIMITED BY SIZE
                   " seat(s) could not be released" DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               ADD 1 TO WS-DSV-KEPT
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM DSV-CLEAR-WAITLIST
           OPEN I-O SECTION-FILE
           IF SECSTATUS = "00"
               MOVE WS-DSV-TERM TO SEC-TERM
               MOVE WS-DSV-COURSE(WS-DSV-I) TO SEC-COURSE
               MOVE WS-DSV-SECT(WS-DSV-I) TO SEC-SECTION
               READ SECTION-FILE WITH LOCK KEY IS SEC-KEY
                   NOT INVALID KEY
                       DELETE SECTION-FILE RECORD
               END-READ
               CLOSE SECTION-FILE
           END-IF
           OPEN I-O EXAM-SLOT-FILE *> its final exam goes with it, or the room checks would still see it #mejares
           IF EXSSTATUS = "00"
               MOVE WS-DSV-TERM TO EXS-TERM
               MOVE WS-DSV-COURSE(WS-DSV-I) TO EXS-COURSE
               MOVE WS-DSV-SECT(WS-DSV-I) TO EXS-SECTION
               READ EXAM-SLOT-FILE KEY IS EXS-KEY
                   NOT INVALID KEY
                       DELETE EXAM-SLOT-FILE RECORD
               END-READ
               CLOSE EXAM-SLOT-FILE
           END-IF
           MOVE SPACES TO STUD-ID
           MOVE "SECDSV" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           IF WS-DSV-FAC(WS-DSV-I) NOT = SPACES *> the section no longer counts on the teaching load #mejares
               MOVE WS-DSV-FAC(WS-DSV-I) TO WS-FAC-LOOKUP
               PERFORM FETCH-FACULTY-NAME
               MOVE 0 TO WS-DSV-UNITS
               OPEN INPUT COURSE-FILE
               IF CRSSTATUS = "00"
                   MOVE WS-DSV-COURSE(WS-DSV-I) TO CRS-CODE
                   READ COURSE-FILE KEY IS CRS-CODE
                       NOT INVALID KEY
                           MOVE CRS-UNITS TO WS-DSV-UNITS
                   END-READ
                   CLOSE COURSE-FILE
               END-IF
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "    load freed: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FAC-NAME-HOLD) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-DSV-FAC(WS-DSV-I) DELIMITED BY SIZE
                   ") - " DELIMITED BY SIZE
                   WS-DSV-UNITS DELIMITED BY SIZE
                   " unit(s)" DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF.

       DSV-MOVE-ONE-STUDENT. *> one seat of the dissolved section: same course elsewhere, or dropped #mejares
           ADD 1 TO WS-DSV-SEATS
           MOVE WS-DSV-STUD(WS-DSV-J) TO STUD-ID
           MOVE WS-DSV-STUD(WS-DSV-J) TO WS-TT-STUD-ID
           MOVE WS-DSV-COURSE(WS-DSV-I) TO WS-ENR-COURSE-INPUT
           MOVE 'N' TO WS-DSV-GONE
           OPEN I-O ENROLL-FILE *> the old seat goes first so it cannot clash with its replacement #mejares
           IF ENRSTATUS = "00"
               MOVE WS-DSV-TERM TO ENR-TERM
               MOVE WS-DSV-COURSE(WS-DSV-I) TO ENR-COURSE
               MOVE WS-DSV-SECT(WS-DSV-I) TO ENR-SECTION
               MOVE STUD-ID TO ENR-STUD-ID
               READ ENROLL-FILE WITH LOCK KEY IS ENR-KEY
                   NOT INVALID KEY
                       DELETE ENROLL-FILE RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-DSV-GONE
                       END-DELETE
               END-READ
               CLOSE ENROLL-FILE
           END-IF
           IF WS-DSV-GONE NOT = 'Y' *> still seated here - nothing moved, nothing dropped #mejares
               ADD 1 TO WS-DSV-STUCK
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "    " DELIMITED BY SIZE
                   STUD-ID DELIMITED BY SIZE
                   "  seat could not be released - left as it was"
                   DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "DROP" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           PERFORM DSV-FIND-TARGET
           IF WS-DSV-TARGET NOT = SPACES
               PERFORM DSV-RESEAT
               IF WS-DSV-OK = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-DSV-COURSE(WS-DSV-I) TO WS-ENR-COURSE-INPUT
           PERFORM DROP-FEE-ADJUSTMENT *> the credit the counter used to forget #mejares
           ADD 1 TO WS-DSV-DROPPED
           MOVE "SECDROP" TO WS-NTF-EVENT
           MOVE SPACES TO WS-NTF-TEXT
           STRING FUNCTION TRIM(WS-DSV-COURSE(WS-DSV-I))
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DSV-SECT(WS-DSV-I)) DELIMITED BY SIZE
               " dissolved - seat dropped, fees adjusted"
               DELIMITED BY SIZE
               INTO WS-NTF-TEXT
           PERFORM QUEUE-NOTIFICATION
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
               STUD-ID DELIMITED BY SIZE
               "  dropped - no section of the course with room and "
               DELIMITED BY SIZE
               "no clash; drop credit raised" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       DSV-FIND-TARGET. *> the first other section of the course with room that does not clash #mejares
           MOVE SPACES TO WS-DSV-TARGET
           MOVE 0 TO WS-DSV-ALT-CT
           OPEN INPUT SECTION-FILE
           IF SECSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DSV-TERM TO SEC-TERM
           MOVE WS-DSV-COURSE(WS-DSV-I) TO SEC-COURSE
           MOVE SPACES TO SEC-SECTION
           MOVE 'N' TO WS-DSV-EOF
           START SECTION-FILE KEY IS NOT LESS THAN SEC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSV-EOF
           END-START
           PERFORM UNTIL WS-DSV-EOF = 'Y'
               READ SECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DSV-EOF
                   NOT AT END
                       IF SEC-TERM NOT = WS-DSV-TERM
                           OR SEC-COURSE NOT = WS-DSV-COURSE(WS-DSV-I)
                           MOVE 'Y' TO WS-DSV-EOF
                       ELSE
                           PERFORM DSV-KEEP-ONE-ALTERNATIVE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-DSV-K FROM 1 BY 1
               UNTIL WS-DSV-K > WS-DSV-ALT-CT
               OR WS-DSV-TARGET NOT = SPACES
               MOVE WS-DSV-ALT-SECT(WS-DSV-K) TO WS-ENR-SECT-INPUT
               MOVE WS-DSV-ALT-DAYS(WS-DSV-K) TO WS-NEW-DAYS
               MOVE WS-DSV-ALT-START(WS-DSV-K) TO WS-NEW-START
               MOVE WS-DSV-ALT-END(WS-DSV-K) TO WS-NEW-END
               PERFORM CHECK-TIMETABLE-CLASH
               IF WS-CLASH-FOUND NOT = 'Y'
                   MOVE WS-DSV-ALT-SECT(WS-DSV-K) TO WS-DSV-TARGET
               END-IF
           END-PERFORM
           CLOSE SECTION-FILE.

       DSV-KEEP-ONE-ALTERNATIVE. *> a section with room that is not itself being dissolved #mejares
           IF SEC-ENROLLED >= SEC-CAPACITY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DSV-K FROM 1 BY 1
               UNTIL WS-DSV-K > WS-DSV-CT
               IF WS-DSV-COURSE(WS-DSV-K) = SEC-COURSE
                   AND WS-DSV-SECT(WS-DSV-K) = SEC-SECTION
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DSV-ALT-CT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DSV-ALT-CT
           MOVE SEC-SECTION TO WS-DSV-ALT-SECT(WS-DSV-ALT-CT)
           MOVE SEC-DAYS TO WS-DSV-ALT-DAYS(WS-DSV-ALT-CT)
           MOVE SEC-START TO WS-DSV-ALT-START(WS-DSV-ALT-CT)
           MOVE SEC-END TO WS-DSV-ALT-END(WS-DSV-ALT-CT).

       DSV-RESEAT. *> the student into section WS-DSV-TARGET, counted, audited and told #mejares
           MOVE 'N' TO WS-DSV-OK
           OPEN I-O SECTION-FILE
           IF SECSTATUS = "00"
               MOVE WS-DSV-TERM TO SEC-TERM
               MOVE WS-DSV-COURSE(WS-DSV-I) TO SEC-COURSE
               MOVE WS-DSV-TARGET TO SEC-SECTION
               READ SECTION-FILE WITH LOCK KEY IS SEC-KEY
                   NOT INVALID KEY
                       IF SEC-ENROLLED < SEC-CAPACITY
                           ADD 1 TO SEC-ENROLLED
                           REWRITE SECTION-RECORD
                           MOVE 'Y' TO WS-DSV-OK
                       END-IF
               END-READ
               CLOSE SECTION-FILE
           END-IF
           IF WS-DSV-OK NOT = 'Y' *> the room went since the scan - the caller drops instead #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DSV-OK
           OPEN I-O ENROLL-FILE
           IF ENRSTATUS = "00"
               MOVE WS-DSV-TERM TO ENR-TERM
               MOVE WS-DSV-COURSE(WS-DSV-I) TO ENR-COURSE
               MOVE WS-DSV-TARGET TO ENR-SECTION
               MOVE STUD-ID TO ENR-STUD-ID
               MOVE SPACES TO ENR-GRADE
               MOVE SPACE TO ENR-GRADE-STATUS
               MOVE ENR-STUD-ID TO ENR-ST-STUD-ID
               MOVE ENR-TERM TO ENR-ST-TERM
               WRITE ENROLL-RECORD
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DSV-OK
               END-WRITE
               CLOSE ENROLL-FILE
           END-IF
           IF WS-DSV-OK NOT = 'Y' *> no new seat - the count taken above goes back and the caller drops instead #mejares
               PERFORM DSV-RELEASE-TARGET
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DSV-MOVED
           MOVE "ENROLL" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           MOVE "SECMOVED" TO WS-NTF-EVENT
           MOVE SPACES TO WS-NTF-TEXT
           STRING FUNCTION TRIM(WS-DSV-COURSE(WS-DSV-I))
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DSV-SECT(WS-DSV-I)) DELIMITED BY SIZE
               " dissolved - you are now in section "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-DSV-TARGET) DELIMITED BY SIZE
               INTO WS-NTF-TEXT
           PERFORM QUEUE-NOTIFICATION
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
               STUD-ID DELIMITED BY SIZE
               "  re-seated in " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DSV-COURSE(WS-DSV-I)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DSV-TARGET DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       DSV-RELEASE-TARGET. *> gives back the seat counted in WS-DSV-TARGET for a write that failed #mejares
           OPEN I-O SECTION-FILE
           IF SECSTATUS = "00"
               MOVE WS-DSV-TERM TO SEC-TERM
               MOVE WS-DSV-COURSE(WS-DSV-I) TO SEC-COURSE
               MOVE WS-DSV-TARGET TO SEC-SECTION
               READ SECTION-FILE WITH LOCK KEY IS SEC-KEY
                   NOT INVALID KEY
                       IF SEC-ENROLLED > 0
                           SUBTRACT 1 FROM SEC-ENROLLED
                           REWRITE SECTION-RECORD
                       END-IF
               END-READ
               CLOSE SECTION-FILE
           END-IF.

       DSV-CLEAR-WAITLIST. *> the dissolved section's queue is cancelled with it #mejares
           MOVE 0 TO WS-DSV-WL-CT
           OPEN I-O WAITLIST-FILE
           IF WLSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DSV-TERM TO WL-TERM
           MOVE WS-DSV-COURSE(WS-DSV-I) TO WL-COURSE
           MOVE WS-DSV-SECT(WS-DSV-I) TO WL-SECTION
           MOVE 0 TO WL-SEQ
           MOVE 'N' TO WS-DSV-EOF
           START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSV-EOF
           END-START
           PERFORM UNTIL WS-DSV-EOF = 'Y'
               READ WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DSV-EOF
                   NOT AT END
                       IF WL-TERM NOT = WS-DSV-TERM
                           OR WL-COURSE NOT = WS-DSV-COURSE(WS-DSV-I)
                           OR WL-SECTION NOT = WS-DSV-SECT(WS-DSV-I)
                           MOVE 'Y' TO WS-DSV-EOF
                       ELSE
                           DELETE WAITLIST-FILE RECORD
                           ADD 1 TO WS-DSV-WL-CT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE
           IF WS-DSV-WL-CT > 0
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "    waitlist cancelled: " DELIMITED BY SIZE
                   WS-DSV-WL-CT DELIMITED BY SIZE
                   " entr(ies)" DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF.

       EXAM-MENU. *> 72. EXAM SCHEDULE - slots per section, conflicts, and the permits exam week runs on #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "     FINAL EXAMINATION SCHEDULE" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Set a Section's Exam Slot      |"
           DISPLAY "|2| Remove an Exam Slot            |"
           DISPLAY "|3| List a Term's Exam Schedule    |"
           DISPLAY "|4| Exam Conflict Check            |"
           DISPLAY "|5| Exam Permit Run (Supervisor)   |"
           DISPLAY "|6| Print One Student's Permit     |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-EXMMAINT-OPTION
           EVALUATE WS-EXMMAINT-OPTION
               WHEN 1 PERFORM EXAM-SLOT-SET
               WHEN 2 PERFORM EXAM-SLOT-REMOVE
               WHEN 3 PERFORM EXAM-SLOT-LIST
               WHEN 4 PERFORM EXAM-CONFLICT-CHECK
               WHEN 5 PERFORM EXAM-PERMIT-RUN
               WHEN 6 PERFORM EXAM-PERMIT-ONE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       EXAM-LOAD-SLOTS. *> WS-EXM-TERM's exam slots into the slot table #mejares
           MOVE 0 TO WS-EXM-SLOT-CT
           OPEN INPUT EXAM-SLOT-FILE
           IF EXSSTATUS NOT = "00" *> no slots on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXM-TERM TO EXS-TERM
           MOVE SPACES TO EXS-COURSE
           MOVE SPACES TO EXS-SECTION
           MOVE 'N' TO WS-EXM-EOF
           START EXAM-SLOT-FILE KEY IS NOT LESS THAN EXS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EXM-EOF
           END-START
           PERFORM UNTIL WS-EXM-EOF = 'Y'
               READ EXAM-SLOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EXM-EOF
                   NOT AT END
                       IF EXS-TERM NOT = WS-EXM-TERM
                           MOVE 'Y' TO WS-EXM-EOF
                       ELSE
                           IF WS-EXM-SLOT-CT < 600
                               ADD 1 TO WS-EXM-SLOT-CT
                               MOVE EXS-COURSE
                                   TO WS-XS-COURSE(WS-EXM-SLOT-CT)
                               MOVE EXS-SECTION
                                   TO WS-XS-SECT(WS-EXM-SLOT-CT)
                               MOVE EXS-DATE
                                   TO WS-XS-DATE(WS-EXM-SLOT-CT)
                               MOVE EXS-START
                                   TO WS-XS-START(WS-EXM-SLOT-CT)
                               MOVE EXS-END
                                   TO WS-XS-END(WS-EXM-SLOT-CT)
                               MOVE EXS-ROOM
                                   TO WS-XS-ROOM(WS-EXM-SLOT-CT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXAM-SLOT-FILE.

       EXAM-LOAD-WINDOW. *> WS-EXM-TERM's EXAM window off the calendar, zeros when none is set #mejares
           MOVE 0 TO WS-EXM-WIN-START
           MOVE 0 TO WS-EXM-WIN-END
           OPEN INPUT CALENDAR-FILE
           IF CALSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXM-TERM TO CAL-TERM
           MOVE "EXAM" TO CAL-WINDOW
           READ CALENDAR-FILE KEY IS CAL-KEY
               NOT INVALID KEY
                   MOVE CAL-START TO WS-EXM-WIN-START
                   MOVE CAL-END TO WS-EXM-WIN-END
           END-READ
           CLOSE CALENDAR-FILE.

       EXAM-FIND-SLOT. *> WS-EXM-K at ENR-COURSE/ENR-SECTION's slot in the table, 0 when it has none #mejares
           MOVE 0 TO WS-EXM-K
           PERFORM VARYING WS-EXM-I FROM 1 BY 1
               UNTIL WS-EXM-I > WS-EXM-SLOT-CT OR WS-EXM-K > 0
               IF WS-XS-COURSE(WS-EXM-I) = ENR-COURSE
                   AND WS-XS-SECT(WS-EXM-I) = ENR-SECTION
                   MOVE WS-EXM-I TO WS-EXM-K
               END-IF
           END-PERFORM.

       EXAM-SLOT-SET. *> date, time and room of one section's final, refused when a room or student would clash #mejares
           PERFORM GET-SECTION-KEYS
           MOVE 'N' TO WS-EXM-FOUND
           OPEN INPUT SECTION-FILE
           IF SECSTATUS = "00"
               MOVE WS-ENR-TERM-INPUT TO SEC-TERM
               MOVE WS-ENR-COURSE-INPUT TO SEC-COURSE
               MOVE WS-ENR-SECT-INPUT TO SEC-SECTION
               READ SECTION-FILE KEY IS SEC-KEY
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EXM-FOUND
                       MOVE SEC-ROOM TO WS-EXM-SEC-ROOM
               END-READ
               CLOSE SECTION-FILE
           END-IF
           IF WS-EXM-FOUND NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "That section is not offered that term."
                   RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO WS-EXM-TERM
           PERFORM EXAM-LOAD-WINDOW
           IF WS-EXM-WIN-START > 0
               DISPLAY "Exam week: " WS-EXM-WIN-START " to "
                   WS-EXM-WIN-END
           END-IF
           MOVE 'N' TO WS-EXM-OK
           PERFORM UNTIL WS-EXM-OK = 'Y'
               MOVE SPACES TO WS-EXM-DATE-INPUT
               DISPLAY "Exam Date (YYYYMMDD): " NO ADVANCING
               ACCEPT WS-EXM-DATE-INPUT
               MOVE 'Y' TO WS-EXM-OK
               IF WS-EXM-DATE-INPUT IS NOT NUMERIC
                   MOVE 'N' TO WS-EXM-OK
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-EXM-DATE-INPUT)) NOT = 0
                       MOVE 'N' TO WS-EXM-OK
                   END-IF
               END-IF
               IF WS-EXM-OK = 'Y' AND WS-EXM-WIN-START > 0 *> a published exam week bounds the slots #mejares
                   MOVE WS-EXM-DATE-INPUT TO WS-EXM-DATE
                   IF WS-EXM-DATE < WS-EXM-WIN-START
                       OR WS-EXM-DATE > WS-EXM-WIN-END
                       MOVE 'N' TO WS-EXM-OK
                   END-IF
               END-IF
               IF WS-EXM-OK NOT = 'Y'
                   DISPLAY " "
                   DISPLAY GREEN "Not a valid date inside exam week."
                       RST
               END-IF
           END-PERFORM
           MOVE WS-EXM-DATE-INPUT TO WS-EXM-DATE
           MOVE SPACES TO WS-SEC-START-INPUT
           MOVE SPACES TO WS-SEC-END-INPUT
           PERFORM UNTIL FUNCTION TEST-NUMVAL(FUNCTION TRIM(
               WS-SEC-START-INPUT)) = 0
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-SEC-END-INPUT)) = 0
               AND FUNCTION NUMVAL(WS-SEC-START-INPUT) <
                   FUNCTION NUMVAL(WS-SEC-END-INPUT)
               DISPLAY "Start Time (HHMM, e.g. 0800): " NO ADVANCING
               ACCEPT WS-SEC-START-INPUT
               DISPLAY "End Time   (HHMM, e.g. 1000): " NO ADVANCING
               ACCEPT WS-SEC-END-INPUT
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-SEC-START-INPUT)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-SEC-END-INPUT)) NOT = 0
                   OR FUNCTION NUMVAL(WS-SEC-START-INPUT) >=
                       FUNCTION NUMVAL(WS-SEC-END-INPUT)
                   DISPLAY " "
                   DISPLAY GREEN "Times must be HHMM and the start "
                       "must come before the end." RST
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-SEC-START-INPUT) TO WS-EXM-START
           MOVE FUNCTION NUMVAL(WS-SEC-END-INPUT) TO WS-EXM-END
           MOVE SPACES TO WS-EXM-ROOM
           DISPLAY "Room [" FUNCTION TRIM(WS-EXM-SEC-ROOM) "]: "
               NO ADVANCING
           ACCEPT WS-EXM-ROOM
           IF WS-EXM-ROOM = SPACES *> the class's own room unless exam week moves it #mejares
               MOVE WS-EXM-SEC-ROOM TO WS-EXM-ROOM
           END-IF
           PERFORM EXAM-LOAD-SLOTS
           PERFORM EXAM-CHECK-ROOM
           IF WS-EXM-ROOM-CT > 0
               DISPLAY " "
               DISPLAY GREEN "Room " FUNCTION TRIM(WS-EXM-ROOM)
                   " already holds " WS-EXM-CLASH-WITH
                   " at that time - slot not saved." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM EXAM-CHECK-SECTION-STUDENTS
           IF WS-EXM-CLASH-CT > 0
               DISPLAY " "
               DISPLAY GREEN WS-EXM-CLASH-CT
                   " student(s) would sit two exams at once - "
                   "slot not saved." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O EXAM-SLOT-FILE
           IF EXSSTATUS = "35" *> first exam slot ever - create the file #mejares
               OPEN OUTPUT EXAM-SLOT-FILE
               CLOSE EXAM-SLOT-FILE
               OPEN I-O EXAM-SLOT-FILE
           END-IF
           IF EXSSTATUS NOT = "00"
               CALL "FSTATMSG" USING EXSSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO EXS-TERM
           MOVE WS-ENR-COURSE-INPUT TO EXS-COURSE
           MOVE WS-ENR-SECT-INPUT TO EXS-SECTION
           MOVE 'N' TO WS-EXM-FOUND
           READ EXAM-SLOT-FILE KEY IS EXS-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EXM-FOUND
           END-READ
           MOVE WS-EXM-DATE TO EXS-DATE
           MOVE WS-EXM-START TO EXS-START
           MOVE WS-EXM-END TO EXS-END
           MOVE WS-EXM-ROOM TO EXS-ROOM
           MOVE WS-OPERATOR-ID TO EXS-SET-BY
           ACCEPT EXS-SET-DATE FROM DATE YYYYMMDD
           IF WS-EXM-FOUND = 'Y'
               REWRITE EXAM-SLOT-RECORD
           ELSE
               WRITE EXAM-SLOT-RECORD
           END-IF
           CLOSE EXAM-SLOT-FILE
           MOVE SPACES TO STUD-ID
           MOVE "EXMSET" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Exam slot saved." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       EXAM-CHECK-ROOM. *> another section already in WS-EXM-ROOM on that date at an overlapping time #mejares
           MOVE 0 TO WS-EXM-ROOM-CT
           MOVE SPACES TO WS-EXM-CLASH-WITH
           PERFORM VARYING WS-EXM-I FROM 1 BY 1
               UNTIL WS-EXM-I > WS-EXM-SLOT-CT
               IF WS-XS-ROOM(WS-EXM-I) = WS-EXM-ROOM
                   AND WS-XS-DATE(WS-EXM-I) = WS-EXM-DATE
                   AND WS-XS-START(WS-EXM-I) < WS-EXM-END
                   AND WS-EXM-START < WS-XS-END(WS-EXM-I)
                   AND (WS-XS-COURSE(WS-EXM-I) NOT = WS-ENR-COURSE-INPUT
                   OR WS-XS-SECT(WS-EXM-I) NOT = WS-ENR-SECT-INPUT)
                   ADD 1 TO WS-EXM-ROOM-CT
                   MOVE SPACES TO WS-EXM-CLASH-WITH
                   STRING FUNCTION TRIM(WS-XS-COURSE(WS-EXM-I))
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-XS-SECT(WS-EXM-I) DELIMITED BY SIZE
                       INTO WS-EXM-CLASH-WITH
               END-IF
           END-PERFORM.

       EXAM-CHECK-SECTION-STUDENTS. *> the section's students whose other exams overlap the new slot #mejares
           MOVE 0 TO WS-EXM-CLASH-CT
           MOVE 0 TO WS-EXM-STUD-CT
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS NOT = "00" *> nobody enrolled - nobody to clash #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO ENR-TERM
           MOVE WS-ENR-COURSE-INPUT TO ENR-COURSE
           MOVE WS-ENR-SECT-INPUT TO ENR-SECTION
           MOVE SPACES TO ENR-STUD-ID
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-TERM NOT = WS-ENR-TERM-INPUT
                           OR ENR-COURSE NOT = WS-ENR-COURSE-INPUT
                           OR ENR-SECTION NOT = WS-ENR-SECT-INPUT
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           IF WS-EXM-STUD-CT < 999
                               ADD 1 TO WS-EXM-STUD-CT
                               MOVE ENR-STUD-ID
                                   TO WS-EXM-STUD(WS-EXM-STUD-CT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXM-STUD-CT = 0
               CLOSE ENROLL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO ENR-TERM *> one pass over the term's seats for every student at once #mejares
           MOVE SPACES TO ENR-COURSE
           MOVE SPACES TO ENR-SECTION
           MOVE SPACES TO ENR-STUD-ID
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-TERM NOT = WS-ENR-TERM-INPUT
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           PERFORM EXAM-CHECK-ONE-SEAT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE.

       EXAM-CHECK-ONE-SEAT. *> one term seat - does it put one of the section's students in an overlapping exam #mejares
           IF ENR-COURSE = WS-ENR-COURSE-INPUT
               AND ENR-SECTION = WS-ENR-SECT-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EXM-FOUND
           PERFORM VARYING WS-EXM-J FROM 1 BY 1
               UNTIL WS-EXM-J > WS-EXM-STUD-CT OR WS-EXM-FOUND = 'Y'
               IF WS-EXM-STUD(WS-EXM-J) = ENR-STUD-ID
                   MOVE 'Y' TO WS-EXM-FOUND
               END-IF
           END-PERFORM
           IF WS-EXM-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM EXAM-FIND-SLOT
           IF WS-EXM-K = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-XS-DATE(WS-EXM-K) = WS-EXM-DATE
               AND WS-XS-START(WS-EXM-K) < WS-EXM-END
               AND WS-EXM-START < WS-XS-END(WS-EXM-K)
               ADD 1 TO WS-EXM-CLASH-CT
               IF WS-EXM-CLASH-CT <= 5 *> the first few are enough to go on #mejares
                   DISPLAY "  " ENR-STUD-ID " also sits "
                       ENR-COURSE " " ENR-SECTION "  "
                       WS-XS-START(WS-EXM-K) "-" WS-XS-END(WS-EXM-K)
               END-IF
           END-IF.

       EXAM-SLOT-REMOVE. *> takes one section's exam off the schedule #mejares
           PERFORM GET-SECTION-KEYS
           OPEN I-O EXAM-SLOT-FILE
           IF EXSSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No exam slots on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO EXS-TERM
           MOVE WS-ENR-COURSE-INPUT TO EXS-COURSE
           MOVE WS-ENR-SECT-INPUT TO EXS-SECTION
           MOVE 'N' TO WS-EXM-FOUND
           READ EXAM-SLOT-FILE KEY IS EXS-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EXM-FOUND
                   DELETE EXAM-SLOT-FILE RECORD
           END-READ
           CLOSE EXAM-SLOT-FILE
           DISPLAY " "
           IF WS-EXM-FOUND = 'Y'
               MOVE SPACES TO STUD-ID
               MOVE "EXMDEL" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY GREEN "Exam slot removed." RST
           ELSE
               DISPLAY GREEN "That section has no exam slot." RST
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       EXAM-SLOT-LIST. *> one term's exam schedule on screen #mejares
           PERFORM GET-SECTION-TERM
           MOVE WS-ENR-TERM-INPUT TO WS-EXM-TERM
           PERFORM EXAM-LOAD-SLOTS
           DISPLAY " "
           DISPLAY "EXAM SCHEDULE, " FUNCTION TRIM(WS-EXM-TERM)
           DISPLAY "COURSE   SECT  DATE      TIME       ROOM"
           DISPLAY "------------------------------------"
           PERFORM VARYING WS-EXM-I FROM 1 BY 1
               UNTIL WS-EXM-I > WS-EXM-SLOT-CT
               DISPLAY WS-XS-COURSE(WS-EXM-I) " "
                   WS-XS-SECT(WS-EXM-I) "   "
                   WS-XS-DATE(WS-EXM-I) "  "
                   WS-XS-START(WS-EXM-I) "-" WS-XS-END(WS-EXM-I) "  "
                   FUNCTION TRIM(WS-XS-ROOM(WS-EXM-I))
           END-PERFORM
           IF WS-EXM-SLOT-CT = 0
               DISPLAY "  (no exams scheduled)"
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       EXAM-CONFLICT-CHECK. *> 72/EXAMCONF: double-booked rooms and students with two exams at once, to EXAMCONF.TXT #mejares
           IF BATCH-MODE
               PERFORM LOAD-TERM-CONTROL
               MOVE WS-OPEN-TERM TO WS-EXM-TERM
           ELSE
               PERFORM GET-SECTION-TERM
               MOVE WS-ENR-TERM-INPUT TO WS-EXM-TERM
           END-IF
           MOVE 0 TO WS-EXM-ROOM-CT
           MOVE 0 TO WS-EXM-CLASH-CT
           MOVE 0 TO WS-EXM-READ
           PERFORM EXAM-LOAD-SLOTS
           MOVE "EXAMCONF.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "EXAM CONFLICT CHECK - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXM-TERM) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "ROOMS BOOKED TWICE" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-EXM-I FROM 1 BY 1
               UNTIL WS-EXM-I > WS-EXM-SLOT-CT
               COMPUTE WS-EXM-J = WS-EXM-I + 1
               PERFORM UNTIL WS-EXM-J > WS-EXM-SLOT-CT
                   IF WS-XS-ROOM(WS-EXM-I) = WS-XS-ROOM(WS-EXM-J)
                       AND WS-XS-DATE(WS-EXM-I) = WS-XS-DATE(WS-EXM-J)
                       AND WS-XS-START(WS-EXM-I) < WS-XS-END(WS-EXM-J)
                       AND WS-XS-START(WS-EXM-J) < WS-XS-END(WS-EXM-I)
                       PERFORM EXAM-WRITE-ROOM-CLASH
                   END-IF
                   ADD 1 TO WS-EXM-J
               END-PERFORM
           END-PERFORM
           IF WS-EXM-ROOM-CT = 0
               MOVE "  (none)" TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "STUDENTS WITH TWO EXAMS AT ONCE" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS = "00"
               OPEN INPUT ENROLL-FILE
               IF ENRSTATUS = "00"
                   PERFORM UNTIL FILESTATUS = "10"
                       READ STUDENT-FILE
                           AT END
                               MOVE "10" TO FILESTATUS
                           NOT AT END
                               IF STUDENT-ACTIVE
                                   PERFORM EXAM-CONFLICT-ONE-STUDENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ENROLL-FILE
               END-IF
               CLOSE STUDENT-FILE
           END-IF
           IF WS-EXM-CLASH-CT = 0
               MOVE "  (none)" TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Exam slots: " DELIMITED BY SIZE
               WS-EXM-SLOT-CT DELIMITED BY SIZE
               "  Room clashes: " DELIMITED BY SIZE
               WS-EXM-ROOM-CT DELIMITED BY SIZE
               "  Student clashes: " DELIMITED BY SIZE
               WS-EXM-CLASH-CT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           IF WS-EXM-ROOM-CT > 0 OR WS-EXM-CLASH-CT > 0
               IF WS-RUN-RC < 4 *> clashes for the registrar to move #mejares
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-EXM-ROOM-CT " room clash(es), "
               WS-EXM-CLASH-CT " student clash(es). Written to "
               "EXAMCONF.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       EXAM-WRITE-ROOM-CLASH. *> slots WS-EXM-I and WS-EXM-J share a room at the same time #mejares
           ADD 1 TO WS-EXM-ROOM-CT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-XS-ROOM(WS-EXM-I) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-XS-DATE(WS-EXM-I) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-XS-COURSE(WS-EXM-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-XS-SECT(WS-EXM-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-XS-START(WS-EXM-I) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-XS-END(WS-EXM-I) DELIMITED BY SIZE
               "  with  " DELIMITED BY SIZE
               WS-XS-COURSE(WS-EXM-J) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-XS-SECT(WS-EXM-J) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-XS-START(WS-EXM-J) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-XS-END(WS-EXM-J) DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       EXAM-COLLECT-STUDENT-EXAMS. *> STUD-ID's WS-EXM-TERM seats that have an exam slot - ENROLL-FILE already open #mejares
           MOVE 0 TO WS-EXM-MY-CT
           MOVE WS-EXM-TERM TO ENR-TERM
           MOVE SPACES TO ENR-COURSE
           MOVE SPACES TO ENR-SECTION
           MOVE SPACES TO ENR-STUD-ID
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-TERM NOT = WS-EXM-TERM
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           IF ENR-STUD-ID = STUD-ID
                               PERFORM EXAM-FIND-SLOT
                               IF WS-EXM-K > 0 AND WS-EXM-MY-CT < 20
                                   ADD 1 TO WS-EXM-MY-CT
                                   MOVE WS-EXM-K
                                       TO WS-XM-SLOT(WS-EXM-MY-CT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EXAM-CONFLICT-ONE-STUDENT. *> one student's exams compared pairwise #mejares
           PERFORM EXAM-COLLECT-STUDENT-EXAMS
           IF WS-EXM-MY-CT < 2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXM-READ
           PERFORM VARYING WS-EXM-I FROM 1 BY 1
               UNTIL WS-EXM-I > WS-EXM-MY-CT
               COMPUTE WS-EXM-J = WS-EXM-I + 1
               PERFORM UNTIL WS-EXM-J > WS-EXM-MY-CT
                   MOVE WS-XM-SLOT(WS-EXM-I) TO WS-EXM-K
                   MOVE WS-XM-SLOT(WS-EXM-J) TO WS-EXM-L
                   IF WS-XS-DATE(WS-EXM-K) = WS-XS-DATE(WS-EXM-L)
                       AND WS-XS-START(WS-EXM-K) < WS-XS-END(WS-EXM-L)
                       AND WS-XS-START(WS-EXM-L) < WS-XS-END(WS-EXM-K)
                       ADD 1 TO WS-EXM-CLASH-CT
                       MOVE SPACES TO WORK-REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                           STUD-ID DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           STUD-NAME DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-XS-DATE(WS-EXM-K) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-XS-COURSE(WS-EXM-K) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-XS-SECT(WS-EXM-K) DELIMITED BY SIZE
                           "  with  " DELIMITED BY SIZE
                           WS-XS-COURSE(WS-EXM-L) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-XS-SECT(WS-EXM-L) DELIMITED BY SIZE
                           INTO WORK-REPORT-LINE
                       WRITE WORK-REPORT-LINE
                   END-IF
                   ADD 1 TO WS-EXM-J
               END-PERFORM
           END-PERFORM.

       EXAM-SET-CUTOFF. *> what must be paid by: the exam week's first day, or today without one #mejares
           PERFORM EXAM-LOAD-WINDOW
           IF WS-EXM-WIN-START > 0
               MOVE WS-EXM-WIN-START TO WS-EXM-CUTOFF
           ELSE
               ACCEPT WS-EXM-CUTOFF FROM DATE YYYYMMDD
           END-IF.

       EXAM-JUDGE-STUDENT. *> Y in WS-EXM-OK when no hold stands and everything due by the cutoff is paid #mejares
           MOVE 'Y' TO WS-EXM-OK
           MOVE SPACES TO WS-EXM-REASON
           MOVE 0 TO WS-EXM-DUE
           MOVE STUD-ID TO WS-LED-STUD
           PERFORM LEDGER-COMPUTE-BALANCE
           IF WS-LED-BALANCE > 0 *> something owed - how much of it had fallen due by exam week #mejares
               COMPUTE WS-AGE-TODAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-EXM-CUTOFF) + 1)
               PERFORM AGE-ONE-ACCOUNT
               IF WS-AGE-OVERDUE > 0
                   MOVE 'N' TO WS-EXM-OK
                   MOVE WS-AGE-OVERDUE TO WS-EXM-DUE
                   MOVE WS-AGE-OVERDUE TO WS-LED-BAL-EDIT
                   STRING "UNPAID " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LED-BAL-EDIT) DELIMITED BY SIZE
                       " DUE BY " DELIMITED BY SIZE
                       WS-EXM-CUTOFF DELIMITED BY SIZE
                       INTO WS-EXM-REASON
               END-IF
           END-IF
           MOVE STUD-ID TO WS-HLD-STUD
           PERFORM CHECK-BLOCKING-HOLD
           IF WS-HLD-FOUND = 'Y' *> a hold outranks the money on the list #mejares
               MOVE 'N' TO WS-EXM-OK
               MOVE SPACES TO WS-EXM-REASON
               STRING FUNCTION TRIM(WS-HLD-WORD) DELIMITED BY SIZE
                   " HOLD BY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HLD-BY) DELIMITED BY SIZE
                   INTO WS-EXM-REASON
           END-IF.

       EXAM-SAVE-PERMIT. *> the student's permit standing for the kiosk - EXAM-PERMIT-FILE already open I-O #mejares
           MOVE WS-EXM-TERM TO EXP-TERM
           MOVE STUD-ID TO EXP-STUD-ID
           MOVE 'N' TO WS-EXM-FOUND
           READ EXAM-PERMIT-FILE KEY IS EXP-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EXM-FOUND
           END-READ
           IF WS-EXM-OK = 'Y'
               MOVE "R" TO EXP-STATUS
           ELSE
               MOVE "X" TO EXP-STATUS
           END-IF
           MOVE WS-EXM-REASON TO EXP-REASON
           MOVE WS-EXM-DUE TO EXP-DUE
           MOVE WS-EXM-MY-CT TO EXP-EXAMS
           ACCEPT EXP-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO EXP-OPERATOR
           IF WS-EXM-FOUND = 'Y'
               REWRITE EXAM-PERMIT-RECORD
           ELSE
               WRITE EXAM-PERMIT-RECORD
           END-IF.

       EXAM-OPEN-PERMITS. *> EXAM-PERMIT-FILE I-O, created on first use #mejares
           OPEN I-O EXAM-PERMIT-FILE
           IF EXPSTATUS = "35" *> first permit run ever - create the file #mejares
               OPEN OUTPUT EXAM-PERMIT-FILE
               CLOSE EXAM-PERMIT-FILE
               OPEN I-O EXAM-PERMIT-FILE
           END-IF.

       EXAM-WRITE-PERMIT. *> one student's permit, every exam listed, onto the open report #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "EXAMINATION PERMIT - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXM-TERM) DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Student: " DELIMITED BY SIZE
               STUD-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STUD-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STUD-PROGRAM DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "  COURSE   SECT  DATE      TIME       ROOM"
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-EXM-I FROM 1 BY 1
               UNTIL WS-EXM-I > WS-EXM-MY-CT
               MOVE WS-XM-SLOT(WS-EXM-I) TO WS-EXM-K
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-XS-COURSE(WS-EXM-K) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-XS-SECT(WS-EXM-K) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-XS-DATE(WS-EXM-K) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-XS-START(WS-EXM-K) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-XS-END(WS-EXM-K) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-XS-ROOM(WS-EXM-K) DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Cleared on " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               " - present this permit at every examination."
               DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE ALL "-" TO WORK-REPORT-LINE(1:60)
           WRITE WORK-REPORT-LINE.

       EXAM-PERMIT-RUN. *> 72/EXAMPRMT: permits for every cleared student, the refused to EXAMREFU.TXT #mejares
           IF NOT BATCH-MODE AND NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may run the permits."
                   RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EXM-READ
           MOVE 0 TO WS-EXM-ISSUED
           MOVE 0 TO WS-EXM-REF-CT
           PERFORM LOAD-TERM-CONTROL
           MOVE WS-OPEN-TERM TO WS-EXM-TERM
           PERFORM EXAM-LOAD-SLOTS
           IF WS-EXM-TERM = SPACES OR WS-EXM-SLOT-CT = 0
               DISPLAY " "
               DISPLAY GREEN "No exams scheduled for the open term."
                   RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               CLOSE STUDENT-FILE
               DISPLAY " "
               DISPLAY GREEN "No enrollments on file yet." RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM EXAM-OPEN-PERMITS
           PERFORM EXAM-SET-CUTOFF
           PERFORM AGE-OPEN-PLANS *> installment schemes decide what had fallen due #mejares
           MOVE "EXAMPRMT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL FILESTATUS = "10"
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS
                   NOT AT END
                       IF STUDENT-ACTIVE
                           PERFORM EXAM-PERMIT-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-WORK-REPORT
           PERFORM AGE-CLOSE-PLANS
           CLOSE EXAM-PERMIT-FILE
           CLOSE ENROLL-FILE
           CLOSE STUDENT-FILE
           PERFORM EXAM-WRITE-REFUSED
           IF WS-EXM-REF-CT > 0
               IF WS-RUN-RC < 4 *> refused students are the cashier's to clear #mejares
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-EXM-ISSUED " permit(s) on "
               "EXAMPRMT.TXT, " WS-EXM-REF-CT " refused on "
               "EXAMREFU.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       EXAM-PERMIT-ONE-STUDENT. *> one student with exams this term: permit printed or name on the refused list #mejares
           PERFORM EXAM-COLLECT-STUDENT-EXAMS
           IF WS-EXM-MY-CT = 0 *> no exams - no permit needed #mejares
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXM-READ
           PERFORM EXAM-JUDGE-STUDENT
           PERFORM EXAM-SAVE-PERMIT
           IF WS-EXM-OK = 'Y'
               ADD 1 TO WS-EXM-ISSUED
               PERFORM EXAM-WRITE-PERMIT
               EXIT PARAGRAPH
           END-IF
           IF WS-EXM-REF-CT < 1500
               ADD 1 TO WS-EXM-REF-CT
               MOVE STUD-ID TO WS-XR-ID(WS-EXM-REF-CT)
               MOVE STUD-NAME TO WS-XR-NAME(WS-EXM-REF-CT)
               MOVE WS-EXM-REASON TO WS-XR-REASON(WS-EXM-REF-CT)
               MOVE WS-EXM-DUE TO WS-XR-DUE(WS-EXM-REF-CT)
           END-IF.

       EXAM-WRITE-REFUSED. *> the cashier's list of students whose permit is held back #mejares
           MOVE "EXAMREFU.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "EXAM PERMITS REFUSED - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXM-TERM) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               " - paid-up cutoff " DELIMITED BY SIZE
               WS-EXM-CUTOFF DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "ID     NAME                            AMOUNT DUE"
               TO WORK-REPORT-LINE
           MOVE "REASON" TO WORK-REPORT-LINE(53:6)
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-EXM-I FROM 1 BY 1
               UNTIL WS-EXM-I > WS-EXM-REF-CT
               MOVE WS-XR-DUE(WS-EXM-I) TO WS-LED-BAL-EDIT
               MOVE SPACES TO WORK-REPORT-LINE
               STRING WS-XR-ID(WS-EXM-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-XR-NAME(WS-EXM-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LED-BAL-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-XR-REASON(WS-EXM-I) DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-PERFORM
           IF WS-EXM-REF-CT = 0
               MOVE "  (nobody refused)" TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Students with exams: " DELIMITED BY SIZE
               WS-EXM-READ DELIMITED BY SIZE
               "  Permits: " DELIMITED BY SIZE
               WS-EXM-ISSUED DELIMITED BY SIZE
               "  Refused: " DELIMITED BY SIZE
               WS-EXM-REF-CT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT.

       EXAM-PERMIT-ONE. *> the counter's reprint for one student, judged afresh, to PERMIT.TXT #mejares
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EXM-FOUND
           READ STUDENT-FILE KEY IS STUD-ID
               NOT INVALID KEY
                   IF STUDENT-ACTIVE
                       MOVE 'Y' TO WS-EXM-FOUND
                   END-IF
           END-READ
           CLOSE STUDENT-FILE
           IF WS-EXM-FOUND NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "No active student with that ID." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERM-CONTROL
           MOVE WS-OPEN-TERM TO WS-EXM-TERM
           PERFORM EXAM-LOAD-SLOTS
           MOVE 0 TO WS-EXM-MY-CT
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS = "00"
               PERFORM EXAM-COLLECT-STUDENT-EXAMS
               CLOSE ENROLL-FILE
           END-IF
           IF WS-EXM-MY-CT = 0
               DISPLAY " "
               DISPLAY GREEN "None of the student's seats has an exam "
                   "scheduled." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM EXAM-SET-CUTOFF
           PERFORM AGE-OPEN-PLANS
           PERFORM EXAM-JUDGE-STUDENT
           PERFORM AGE-CLOSE-PLANS
           PERFORM EXAM-OPEN-PERMITS
           IF EXPSTATUS = "00"
               PERFORM EXAM-SAVE-PERMIT
               CLOSE EXAM-PERMIT-FILE
           END-IF
           DISPLAY " "
           IF WS-EXM-OK NOT = 'Y'
               DISPLAY GREEN "Permit refused: "
                   FUNCTION TRIM(WS-EXM-REASON) RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "PERMIT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           PERFORM EXAM-WRITE-PERMIT
           PERFORM CLOSE-WORK-REPORT
           DISPLAY GREEN "Permit for " WS-EXM-MY-CT " exam(s) written "
               "to PERMIT.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       EVAL-MENU. *> 73. FACULTY EVALUATION - the question set, counter evaluations, and the deans' summary #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "        FACULTY EVALUATION" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Set a Question (Supervisor)    |"
           DISPLAY "|2| List the Questions             |"
           DISPLAY "|3| Evaluate at the Counter        |"
           DISPLAY "|4| Evaluation Summary (Supv.)     |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-EVLMAINT-OPTION
           EVALUATE WS-EVLMAINT-OPTION
               WHEN 1 PERFORM EVAL-QUESTION-SET
               WHEN 2 PERFORM EVAL-QUESTION-LIST
               WHEN 3 PERFORM EVAL-AT-COUNTER
               WHEN 4 PERFORM EVAL-SUMMARY-REPORT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       EVAL-QUESTION-SET. *> adds, rewords or (blank text) removes one numbered question #mejares
           IF NOT OPER-SUPERVISOR *> the form is the deans' to word #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may set the questions."
                   RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Question No. (1-20): " NO ADVANCING
           MOVE SPACES TO WS-EVL-NO-INPUT
           ACCEPT WS-EVL-NO-INPUT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EVL-NO-INPUT))
               NOT = 0
               OR FUNCTION NUMVAL(WS-EVL-NO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-EVL-NO-INPUT) > 20
               DISPLAY " "
               DISPLAY GREEN "A question number from 1 to 20." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O EVAL-QUESTION-FILE
           IF EVQSTATUS = "35" *> first question ever - create the file #mejares
               OPEN OUTPUT EVAL-QUESTION-FILE
               CLOSE EVAL-QUESTION-FILE
               OPEN I-O EVAL-QUESTION-FILE
           END-IF
           IF EVQSTATUS NOT = "00"
               CALL "FSTATMSG" USING EVQSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-EVL-NO-INPUT) TO EVQ-NO
           MOVE 'N' TO WS-EVL-FOUND
           READ EVAL-QUESTION-FILE KEY IS EVQ-NO
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EVL-FOUND
                   DISPLAY "Now: " FUNCTION TRIM(EVQ-TEXT)
           END-READ
           DISPLAY "Question text (blank removes it): "
           MOVE SPACES TO WS-EVL-TEXT-INPUT
           ACCEPT WS-EVL-TEXT-INPUT
           EVALUATE TRUE
               WHEN WS-EVL-TEXT-INPUT = SPACES AND WS-EVL-FOUND = 'Y'
                   DELETE EVAL-QUESTION-FILE RECORD
               WHEN WS-EVL-TEXT-INPUT = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE WS-EVL-TEXT-INPUT TO EVQ-TEXT
                   MOVE WS-OPERATOR-ID TO EVQ-SET-BY
                   ACCEPT EVQ-SET-DATE FROM DATE YYYYMMDD
                   IF WS-EVL-FOUND = 'Y'
                       REWRITE EVAL-QUESTION-RECORD
                   ELSE
                       WRITE EVAL-QUESTION-RECORD
                   END-IF
           END-EVALUATE
           CLOSE EVAL-QUESTION-FILE
           MOVE SPACES TO STUD-ID
           MOVE "EVQSET" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Question saved." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       EVAL-LOAD-QUESTIONS. *> the question set into WS-EVL-Q, in number order #mejares
           MOVE 0 TO WS-EVL-Q-CT
           OPEN INPUT EVAL-QUESTION-FILE
           IF EVQSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EVL-EOF
           PERFORM UNTIL WS-EVL-EOF = 'Y'
               READ EVAL-QUESTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EVL-EOF
                   NOT AT END
                       IF WS-EVL-Q-CT < 20
                           ADD 1 TO WS-EVL-Q-CT
                           MOVE EVQ-NO TO WS-EVL-Q-NO(WS-EVL-Q-CT)
                           MOVE EVQ-TEXT TO WS-EVL-Q-TEXT(WS-EVL-Q-CT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVAL-QUESTION-FILE.

       EVAL-QUESTION-LIST. *> the form as students see it #mejares
           PERFORM EVAL-LOAD-QUESTIONS
           DISPLAY " "
           DISPLAY "EVALUATION QUESTIONS (1 poor - 5 excellent)"
           DISPLAY "------------------------------------"
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-Q-CT
               DISPLAY WS-EVL-Q-NO(WS-EVL-I) ". "
                   FUNCTION TRIM(WS-EVL-Q-TEXT(WS-EVL-I))
           END-PERFORM
           IF WS-EVL-Q-CT = 0
               DISPLAY "  (no questions set)"
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       EVAL-AT-COUNTER. *> a student without kiosk access answers at the counter #mejares
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EVL-FOUND
           READ STUDENT-FILE KEY IS STUD-ID
               NOT INVALID KEY
                   IF STUDENT-ACTIVE
                       MOVE 'Y' TO WS-EVL-FOUND
                   END-IF
           END-READ
           CLOSE STUDENT-FILE
           IF WS-EVL-FOUND NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "No active student with that ID." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO WS-EVL-STUD
           PERFORM EVAL-SESSION.

       EVAL-SESSION. *> WS-EVL-STUD picks from their own open-term seats and rates each once #mejares
           PERFORM LOAD-TERM-CONTROL
           MOVE WS-OPEN-TERM TO WS-EVL-TERM
           PERFORM EVAL-LOAD-QUESTIONS
           IF WS-EVL-TERM = SPACES OR WS-EVL-Q-CT = 0
               DISPLAY " "
               DISPLAY GREEN "Evaluation is not open - no term or no "
                   "questions set." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 99 TO WS-EVL-PICK
           PERFORM UNTIL WS-EVL-PICK = 0
               PERFORM EVAL-LOAD-SEATS
               DISPLAY " "
               DISPLAY "YOUR SECTIONS, " FUNCTION TRIM(WS-EVL-TERM)
               DISPLAY "------------------------------------"
               PERFORM VARYING WS-EVL-I FROM 1 BY 1
                   UNTIL WS-EVL-I > WS-EVL-SEAT-CT
                   IF WS-EVL-SEAT-DONE(WS-EVL-I) = 'Y'
                       DISPLAY WS-EVL-I ". "
                           WS-EVL-SEAT-COURSE(WS-EVL-I) " "
                           WS-EVL-SEAT-SECT(WS-EVL-I) "  (done)"
                   ELSE
                       DISPLAY WS-EVL-I ". "
                           WS-EVL-SEAT-COURSE(WS-EVL-I) " "
                           WS-EVL-SEAT-SECT(WS-EVL-I)
                   END-IF
               END-PERFORM
               IF WS-EVL-SEAT-CT = 0
                   DISPLAY "  (no sections this term)"
               END-IF
               DISPLAY "------------------------------------"
               DISPLAY "Section to rate (0 to finish): " NO ADVANCING
               MOVE SPACES TO WS-EVL-NO-INPUT
               ACCEPT WS-EVL-NO-INPUT
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EVL-NO-INPUT))
                   NOT = 0
                   MOVE 0 TO WS-EVL-PICK
               ELSE
                   MOVE FUNCTION NUMVAL(WS-EVL-NO-INPUT) TO WS-EVL-PICK
               END-IF
               EVALUATE TRUE
                   WHEN WS-EVL-PICK = 0
                       CONTINUE
                   WHEN WS-EVL-PICK > WS-EVL-SEAT-CT
                       DISPLAY GREEN "Not one of your sections." RST
                   WHEN WS-EVL-SEAT-DONE(WS-EVL-PICK) = 'Y'
                       DISPLAY GREEN "Already rated this term." RST
                   WHEN OTHER
                       PERFORM EVAL-ONE-SECTION
               END-EVALUATE
           END-PERFORM.

       EVAL-LOAD-SEATS. *> WS-EVL-STUD's open-term seats, each marked when already rated #mejares
           MOVE 0 TO WS-EVL-SEAT-CT
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVL-TERM TO ENR-TERM
           MOVE SPACES TO ENR-COURSE
           MOVE SPACES TO ENR-SECTION
           MOVE SPACES TO ENR-STUD-ID
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-TERM NOT = WS-EVL-TERM
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           IF ENR-STUD-ID = WS-EVL-STUD
                               AND WS-EVL-SEAT-CT < 20
                               ADD 1 TO WS-EVL-SEAT-CT
                               MOVE ENR-COURSE TO
                                   WS-EVL-SEAT-COURSE(WS-EVL-SEAT-CT)
                               MOVE ENR-SECTION TO
                                   WS-EVL-SEAT-SECT(WS-EVL-SEAT-CT)
                               MOVE 'N' TO
                                   WS-EVL-SEAT-DONE(WS-EVL-SEAT-CT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           OPEN INPUT EVAL-DONE-FILE
           IF EVDSTATUS NOT = "00" *> nobody has rated anything yet #mejares
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-SEAT-CT
               MOVE WS-EVL-TERM TO EVD-TERM
               MOVE WS-EVL-STUD TO EVD-STUD-ID
               MOVE WS-EVL-SEAT-COURSE(WS-EVL-I) TO EVD-COURSE
               MOVE WS-EVL-SEAT-SECT(WS-EVL-I) TO EVD-SECTION
               READ EVAL-DONE-FILE KEY IS EVD-KEY
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EVL-SEAT-DONE(WS-EVL-I)
               END-READ
           END-PERFORM
           CLOSE EVAL-DONE-FILE.

       EVAL-ONE-SECTION. *> every question for seat WS-EVL-PICK, then counted into the section's tally #mejares
           DISPLAY " "
           DISPLAY "Rating " WS-EVL-SEAT-COURSE(WS-EVL-PICK) " "
               WS-EVL-SEAT-SECT(WS-EVL-PICK)
               " - 1 poor to 5 excellent, 0 to skip a question"
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-Q-CT
               MOVE 9 TO WS-EVL-ANS(WS-EVL-I)
               PERFORM UNTIL WS-EVL-ANS(WS-EVL-I) <= 5
                   DISPLAY WS-EVL-Q-NO(WS-EVL-I) ". "
                       FUNCTION TRIM(WS-EVL-Q-TEXT(WS-EVL-I))
                   DISPLAY "   Rating: " NO ADVANCING
                   MOVE SPACE TO WS-EVL-ANS-INPUT
                   ACCEPT WS-EVL-ANS-INPUT
                   IF WS-EVL-ANS-INPUT IS NUMERIC
                       MOVE WS-EVL-ANS-INPUT TO WS-EVL-ANS(WS-EVL-I)
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY "Submit these ratings? (Y/N): " NO ADVANCING
           MOVE SPACE TO WS-EVL-ANSWER
           ACCEPT WS-EVL-ANSWER
           IF WS-EVL-ANSWER NOT = "Y" AND WS-EVL-ANSWER NOT = "y"
               DISPLAY GREEN "Nothing recorded." RST
               EXIT PARAGRAPH
           END-IF
           OPEN I-O EVAL-DONE-FILE
           IF EVDSTATUS = "35" *> first evaluation ever - create the file #mejares
               OPEN OUTPUT EVAL-DONE-FILE
               CLOSE EVAL-DONE-FILE
               OPEN I-O EVAL-DONE-FILE
           END-IF
           IF EVDSTATUS NOT = "00"
               CALL "FSTATMSG" USING EVDSTATUS WS-ERROR-MESSAGE
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVL-TERM TO EVD-TERM
           MOVE WS-EVL-STUD TO EVD-STUD-ID
           MOVE WS-EVL-SEAT-COURSE(WS-EVL-PICK) TO EVD-COURSE
           MOVE WS-EVL-SEAT-SECT(WS-EVL-PICK) TO EVD-SECTION
           MOVE 'Y' TO WS-EVL-OK
           WRITE EVAL-DONE-RECORD
               INVALID KEY *> rated from another station meanwhile #mejares
                   MOVE 'N' TO WS-EVL-OK
           END-WRITE
           CLOSE EVAL-DONE-FILE
           IF WS-EVL-OK NOT = 'Y'
               DISPLAY GREEN "Already rated this term." RST
               EXIT PARAGRAPH
           END-IF
           PERFORM EVAL-ADD-TO-TALLY
           DISPLAY GREEN "Thank you - your ratings were counted." RST.

       EVAL-ADD-TO-TALLY. *> the ratings join the section's running sums - no student ID goes with them #mejares
           MOVE SPACES TO WS-EVL-FAC
           OPEN INPUT SECTION-FILE
           IF SECSTATUS = "00"
               MOVE WS-EVL-TERM TO SEC-TERM
               MOVE WS-EVL-SEAT-COURSE(WS-EVL-PICK) TO SEC-COURSE
               MOVE WS-EVL-SEAT-SECT(WS-EVL-PICK) TO SEC-SECTION
               READ SECTION-FILE KEY IS SEC-KEY
                   NOT INVALID KEY
                       MOVE SEC-INSTRUCTOR TO WS-EVL-FAC
               END-READ
               CLOSE SECTION-FILE
           END-IF
           OPEN I-O EVAL-TALLY-FILE
           IF EVTSTATUS = "35" *> first section rated - create the file #mejares
               OPEN OUTPUT EVAL-TALLY-FILE
               CLOSE EVAL-TALLY-FILE
               OPEN I-O EVAL-TALLY-FILE
           END-IF
           MOVE WS-EVL-TERM TO EVT-TERM
           MOVE WS-EVL-SEAT-COURSE(WS-EVL-PICK) TO EVT-COURSE
           MOVE WS-EVL-SEAT-SECT(WS-EVL-PICK) TO EVT-SECTION
           MOVE 'N' TO WS-EVL-FOUND
           READ EVAL-TALLY-FILE WITH LOCK KEY IS EVT-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EVL-FOUND
           END-READ
           IF WS-EVL-FOUND NOT = 'Y'
               MOVE WS-EVL-TERM TO EVT-TERM
               MOVE WS-EVL-SEAT-COURSE(WS-EVL-PICK) TO EVT-COURSE
               MOVE WS-EVL-SEAT-SECT(WS-EVL-PICK) TO EVT-SECTION
               MOVE 0 TO EVT-RESPONSES
               PERFORM VARYING WS-EVL-I FROM 1 BY 1 UNTIL WS-EVL-I > 20
                   MOVE 0 TO EVT-SUM(WS-EVL-I)
                   MOVE 0 TO EVT-ANSWERED(WS-EVL-I)
               END-PERFORM
           END-IF
           MOVE WS-EVL-FAC TO EVT-FAC-ID *> whoever stands in front of it when the ratings come in #mejares
           ADD 1 TO EVT-RESPONSES
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-Q-CT
               IF WS-EVL-ANS(WS-EVL-I) > 0
                   MOVE WS-EVL-Q-NO(WS-EVL-I) TO WS-EVL-J
                   ADD WS-EVL-ANS(WS-EVL-I) TO EVT-SUM(WS-EVL-J)
                   ADD 1 TO EVT-ANSWERED(WS-EVL-J)
               END-IF
           END-PERFORM
           IF WS-EVL-FOUND = 'Y'
               REWRITE EVAL-TALLY-RECORD
           ELSE
               WRITE EVAL-TALLY-RECORD
           END-IF
           CLOSE EVAL-TALLY-FILE.

       EVAL-SUMMARY-REPORT. *> 73/EVALSUM: response rate and average per question, by section and by instructor, to EVALSUM.TXT #mejares
           MOVE "EVALSUM" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           IF BATCH-MODE
               PERFORM LOAD-TERM-CONTROL
               MOVE WS-OPEN-TERM TO WS-EVL-TERM
           ELSE
               IF NOT OPER-SUPERVISOR *> results go to the deans #mejares
                   DISPLAY " "
                   DISPLAY GREEN "Only a supervisor may print the "
                       "summary." RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
               PERFORM GET-SECTION-TERM
               MOVE WS-ENR-TERM-INPUT TO WS-EVL-TERM
           END-IF
           PERFORM EVAL-LOAD-QUESTIONS
           PERFORM EVAL-LOAD-SECTIONS
           MOVE "EVALSUM.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "FACULTY EVALUATION SUMMARY - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVL-TERM) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE
           MOVE WS-EVL-MIN-RESP TO WS-EVL-NUM-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Results are withheld where fewer than "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVL-NUM-EDIT) DELIMITED BY SIZE
               " students responded. Scale 1 poor - 5 excellent."
               DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-Q-CT
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "  Q" DELIMITED BY SIZE
                   WS-EVL-Q-NO(WS-EVL-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EVL-Q-TEXT(WS-EVL-I) DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "BY SECTION" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM EVAL-WRITE-COLUMN-HEADS
           MOVE 0 TO WS-EVL-SHOWN
           MOVE 0 TO WS-EVL-HIDDEN
           PERFORM VARYING WS-EVL-S FROM 1 BY 1
               UNTIL WS-EVL-S > WS-EVL-SEC-CT
               PERFORM EVAL-WRITE-SECTION-LINE
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "BY INSTRUCTOR (withheld sections left out)"
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM EVAL-WRITE-COLUMN-HEADS
           PERFORM VARYING WS-EVL-S FROM 1 BY 1
               UNTIL WS-EVL-S > WS-EVL-SEC-CT
               IF WS-ES-ROLLED(WS-EVL-S) NOT = 'Y'
                   PERFORM EVAL-WRITE-FACULTY-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Sections: " DELIMITED BY SIZE
               WS-EVL-SEC-CT DELIMITED BY SIZE
               "  Reported: " DELIMITED BY SIZE
               WS-EVL-SHOWN DELIMITED BY SIZE
               "  Withheld: " DELIMITED BY SIZE
               WS-EVL-HIDDEN DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-EVL-SHOWN
               " section(s) reported, " WS-EVL-HIDDEN
               " withheld. Written to EVALSUM.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       EVAL-LOAD-SECTIONS. *> the term's sections with their enrolment and ratings tally, into WS-EVL-SEC #mejares
           MOVE 0 TO WS-EVL-SEC-CT
           OPEN INPUT SECTION-FILE
           IF SECSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EVAL-TALLY-FILE
           MOVE WS-EVL-TERM TO SEC-TERM
           MOVE SPACES TO SEC-COURSE
           MOVE SPACES TO SEC-SECTION
           MOVE 'N' TO WS-EVL-EOF
           START SECTION-FILE KEY IS NOT LESS THAN SEC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EVL-EOF
           END-START
           PERFORM UNTIL WS-EVL-EOF = 'Y'
               READ SECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EVL-EOF
                   NOT AT END
                       IF SEC-TERM NOT = WS-EVL-TERM
                           MOVE 'Y' TO WS-EVL-EOF
                       ELSE
                           PERFORM EVAL-KEEP-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM
           IF EVTSTATUS = "00" OR EVTSTATUS = "23"
               CLOSE EVAL-TALLY-FILE
           END-IF
           CLOSE SECTION-FILE.

       EVAL-KEEP-ONE-SECTION. *> one section and its tally, when the tally file is there #mejares
           IF WS-EVL-SEC-CT >= 600
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVL-SEC-CT
           MOVE SEC-COURSE TO WS-ES-COURSE(WS-EVL-SEC-CT)
           MOVE SEC-SECTION TO WS-ES-SECT(WS-EVL-SEC-CT)
           MOVE SEC-INSTRUCTOR TO WS-ES-FAC(WS-EVL-SEC-CT)
           MOVE SEC-ENROLLED TO WS-ES-ENROLLED(WS-EVL-SEC-CT)
           MOVE 0 TO WS-ES-RESPONSES(WS-EVL-SEC-CT)
           MOVE 'N' TO WS-ES-ROLLED(WS-EVL-SEC-CT)
           PERFORM VARYING WS-EVL-I FROM 1 BY 1 UNTIL WS-EVL-I > 20
               MOVE 0 TO WS-ES-SUM(WS-EVL-SEC-CT WS-EVL-I)
               MOVE 0 TO WS-ES-ANSWERED(WS-EVL-SEC-CT WS-EVL-I)
           END-PERFORM
           IF EVTSTATUS NOT = "00" AND EVTSTATUS NOT = "23"
               EXIT PARAGRAPH
           END-IF
           MOVE SEC-TERM TO EVT-TERM
           MOVE SEC-COURSE TO EVT-COURSE
           MOVE SEC-SECTION TO EVT-SECTION
           READ EVAL-TALLY-FILE KEY IS EVT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE EVT-RESPONSES TO WS-ES-RESPONSES(WS-EVL-SEC-CT)
           IF EVT-FAC-ID NOT = SPACES *> rated under the instructor of the day #mejares
               MOVE EVT-FAC-ID TO WS-ES-FAC(WS-EVL-SEC-CT)
           END-IF
           PERFORM VARYING WS-EVL-I FROM 1 BY 1 UNTIL WS-EVL-I > 20
               MOVE EVT-SUM(WS-EVL-I)
                   TO WS-ES-SUM(WS-EVL-SEC-CT WS-EVL-I)
               MOVE EVT-ANSWERED(WS-EVL-I)
                   TO WS-ES-ANSWERED(WS-EVL-SEC-CT WS-EVL-I)
           END-PERFORM.

       EVAL-WRITE-COLUMN-HEADS. *> the heading over a block of result lines #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           MOVE "COURSE   SECT FAC-ID  RESP/ENRL  RATE" TO
               WORK-REPORT-LINE
           MOVE 42 TO WS-EVL-COL
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-Q-CT
               STRING "  Q" DELIMITED BY SIZE
                   WS-EVL-Q-NO(WS-EVL-I) DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
                   WITH POINTER WS-EVL-COL
           END-PERFORM
           WRITE WORK-REPORT-LINE.

       EVAL-WRITE-SECTION-LINE. *> section WS-EVL-S: rate always, averages only at or above the threshold #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           MOVE WS-ES-COURSE(WS-EVL-S) TO WORK-REPORT-LINE(1:8)
           MOVE WS-ES-SECT(WS-EVL-S) TO WORK-REPORT-LINE(10:3)
           MOVE WS-ES-FAC(WS-EVL-S) TO WORK-REPORT-LINE(14:5)
           MOVE WS-ES-RESPONSES(WS-EVL-S) TO WS-EVL-RESP
           MOVE WS-ES-ENROLLED(WS-EVL-S) TO WS-EVL-ENRL
           PERFORM EVAL-WRITE-RATE
           IF WS-ES-RESPONSES(WS-EVL-S) < WS-EVL-MIN-RESP
               ADD 1 TO WS-EVL-HIDDEN
               MOVE "withheld - too few responses"
                   TO WORK-REPORT-LINE(44:28)
               WRITE WORK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVL-SHOWN
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > 20
               MOVE WS-ES-SUM(WS-EVL-S WS-EVL-I) TO WS-EVL-SUM(WS-EVL-I)
               MOVE WS-ES-ANSWERED(WS-EVL-S WS-EVL-I)
                   TO WS-EVL-ANSWERED(WS-EVL-I)
           END-PERFORM
           PERFORM EVAL-WRITE-AVERAGES
           WRITE WORK-REPORT-LINE.

       EVAL-WRITE-FACULTY-LINE. *> every reportable section of WS-ES-FAC(WS-EVL-S) rolled into one line #mejares
           MOVE WS-ES-FAC(WS-EVL-S) TO WS-EVL-FAC
           MOVE 0 TO WS-EVL-RESP
           MOVE 0 TO WS-EVL-ENRL
           MOVE 0 TO WS-EVL-SECTS
           PERFORM VARYING WS-EVL-I FROM 1 BY 1 UNTIL WS-EVL-I > 20
               MOVE 0 TO WS-EVL-SUM(WS-EVL-I)
               MOVE 0 TO WS-EVL-ANSWERED(WS-EVL-I)
           END-PERFORM
           PERFORM VARYING WS-EVL-T FROM WS-EVL-S BY 1
               UNTIL WS-EVL-T > WS-EVL-SEC-CT
               IF WS-ES-FAC(WS-EVL-T) = WS-EVL-FAC
                   MOVE 'Y' TO WS-ES-ROLLED(WS-EVL-T)
                   IF WS-ES-RESPONSES(WS-EVL-T) NOT < WS-EVL-MIN-RESP
                       ADD 1 TO WS-EVL-SECTS
                       ADD WS-ES-RESPONSES(WS-EVL-T) TO WS-EVL-RESP
                       ADD WS-ES-ENROLLED(WS-EVL-T) TO WS-EVL-ENRL
                       PERFORM VARYING WS-EVL-I FROM 1 BY 1
                           UNTIL WS-EVL-I > 20
                           ADD WS-ES-SUM(WS-EVL-T WS-EVL-I)
                               TO WS-EVL-SUM(WS-EVL-I)
                           ADD WS-ES-ANSWERED(WS-EVL-T WS-EVL-I)
                               TO WS-EVL-ANSWERED(WS-EVL-I)
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EVL-SECTS = 0 *> nothing reportable for this instructor #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           IF WS-EVL-FAC = SPACES
               MOVE "(none)" TO WORK-REPORT-LINE(14:6)
           ELSE
               MOVE WS-EVL-FAC TO WORK-REPORT-LINE(14:5)
           END-IF
           MOVE WS-EVL-SECTS TO WS-EVL-NUM-EDIT
           MOVE SPACES TO WS-EVL-CELL
           STRING FUNCTION TRIM(WS-EVL-NUM-EDIT) DELIMITED BY SIZE
               " sect." DELIMITED BY SIZE
               INTO WS-EVL-CELL
           MOVE WS-EVL-CELL TO WORK-REPORT-LINE(1:10)
           PERFORM EVAL-WRITE-RATE
           PERFORM EVAL-WRITE-AVERAGES
           WRITE WORK-REPORT-LINE.

       EVAL-WRITE-RATE. *> WS-EVL-RESP of WS-EVL-ENRL and the percentage into columns 21-38 #mejares
           MOVE WS-EVL-RESP TO WS-EVL-NUM-EDIT
           MOVE WS-EVL-ENRL TO WS-EVL-NUM-EDIT2
           MOVE SPACES TO WS-EVL-CELL
           STRING FUNCTION TRIM(WS-EVL-NUM-EDIT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVL-NUM-EDIT2) DELIMITED BY SIZE
               INTO WS-EVL-CELL
           MOVE WS-EVL-CELL TO WORK-REPORT-LINE(21:10)
           IF WS-EVL-ENRL > 0
               COMPUTE WS-EVL-PCT ROUNDED =
                   WS-EVL-RESP * 100 / WS-EVL-ENRL
           ELSE
               MOVE 0 TO WS-EVL-PCT
           END-IF
           MOVE WS-EVL-PCT TO WS-EVL-PCT-EDIT
           MOVE WS-EVL-PCT-EDIT TO WORK-REPORT-LINE(32:6)
           MOVE "%" TO WORK-REPORT-LINE(38:1).

       EVAL-WRITE-AVERAGES. *> WS-EVL-SUM/WS-EVL-ANSWERED per question, five columns each from column 43 #mejares
           MOVE 43 TO WS-EVL-COL
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-Q-CT
               MOVE WS-EVL-Q-NO(WS-EVL-I) TO WS-EVL-J
               IF WS-EVL-ANSWERED(WS-EVL-J) > 0
                   COMPUTE WS-EVL-AVG ROUNDED =
                       WS-EVL-SUM(WS-EVL-J) / WS-EVL-ANSWERED(WS-EVL-J)
                   MOVE WS-EVL-AVG TO WS-EVL-AVG-EDIT
                   MOVE WS-EVL-AVG-EDIT
                       TO WORK-REPORT-LINE(WS-EVL-COL:4)
               ELSE
                   MOVE "  - " TO WORK-REPORT-LINE(WS-EVL-COL:4)
               END-IF
               ADD 5 TO WS-EVL-COL
           END-PERFORM.

       GRADE-SPREAD-REPORT. *> 74/GRADEDST: counts of each posted mark per section, rolled up by course and by instructor, to GRADEDST.TXT and GRADEDST.CSV #mejares
           MOVE "GRADEDST" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           IF BATCH-MODE
               PERFORM LOAD-TERM-CONTROL
               MOVE WS-OPEN-TERM TO WS-GDS-TERM
           ELSE
               PERFORM GET-SECTION-TERM
               MOVE WS-ENR-TERM-INPUT TO WS-GDS-TERM
           END-IF
           IF WS-GDS-TERM = SPACES
               DISPLAY " "
               DISPLAY GREEN "No open term - open one on the TERM "
                   "CONTROL screen first." RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GRADE-SCALE
           PERFORM GDS-LOAD-COLUMNS
           PERFORM GDS-LOAD-SECTIONS
           PERFORM GDS-SET-COURSE-AVERAGES
           MOVE "GRADEDST.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "SECTION GRADE DISTRIBUTION - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GDS-TERM) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE
           MOVE WS-FAIL-THRESHOLD TO WS-GDS-AVG-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Posted marks only. PASS% is marks of "
               DELIMITED BY SIZE
               WS-GDS-AVG-EDIT DELIMITED BY SIZE
               " or better over all posted marks, INC/DRP/W "
               DELIMITED BY SIZE
               "included; AVG is over numeric marks." DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-GDS-AVG-GAP TO WS-GDS-AVG-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "A section is flagged when its AVG is more than "
               DELIMITED BY SIZE
               WS-GDS-AVG-EDIT DELIMITED BY SIZE
               " from its course's AVG. OTH = marks no longer on "
               DELIMITED BY SIZE
               "the scale." DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 'N' TO WS-GDS-CSV
           PERFORM GDS-WRITE-BLOCKS
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Posted marks: " DELIMITED BY SIZE
               WS-GDS-READ DELIMITED BY SIZE
               "  Sections: " DELIMITED BY SIZE
               WS-GDS-SEC-CT DELIMITED BY SIZE
               "  Flagged: " DELIMITED BY SIZE
               WS-GDS-OUTLIERS DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           MOVE "GRADEDST.CSV" TO WS-WORK-REPORT-NAME *> the same lines for the quality-assurance office's charts #mejares
           OPEN OUTPUT WORK-REPORT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           MOVE 1 TO WS-GDS-PTR
           STRING "Level,Term,Course,Section,Instructor,Sections,"
               DELIMITED BY SIZE
               "Graded" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-GDS-PTR
           PERFORM VARYING WS-GDS-M FROM 1 BY 1
               UNTIL WS-GDS-M > WS-GDS-MARK-CT
               STRING "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GDS-MARK(WS-GDS-M))
                   DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
                   WITH POINTER WS-GDS-PTR
           END-PERFORM
           STRING ",Other,Passed,Pass Rate,Average,Course Average,Flag"
               DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-GDS-PTR
           WRITE WORK-REPORT-LINE
           MOVE 'Y' TO WS-GDS-CSV
           PERFORM GDS-WRITE-BLOCKS
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-GDS-SEC-CT " section(s), "
               WS-GDS-OUTLIERS " flagged. Written to GRADEDST.TXT "
               "and GRADEDST.CSV" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       GDS-LOAD-COLUMNS. *> the scale's marks as columns, INC/DRP/W added when the scale has dropped them #mejares
           MOVE 0 TO WS-GDS-MARK-CT
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > WS-GRADE-SCALE-COUNT
               IF WS-GDS-MARK-CT < 17 *> three places stay free for the special marks #mejares
                   ADD 1 TO WS-GDS-MARK-CT
                   MOVE WS-GRADE-SCALE-MARK(WS-SCALE-IDX)
                       TO WS-GDS-MARK(WS-GDS-MARK-CT)
               END-IF
           END-PERFORM
           MOVE "INC" TO WS-GRADE-VALUE-INPUT
           PERFORM GDS-ADD-SPECIAL-COLUMN
           MOVE "DRP" TO WS-GRADE-VALUE-INPUT
           PERFORM GDS-ADD-SPECIAL-COLUMN
           MOVE "W" TO WS-GRADE-VALUE-INPUT
           PERFORM GDS-ADD-SPECIAL-COLUMN.

       GDS-ADD-SPECIAL-COLUMN. *> WS-GRADE-VALUE-INPUT as a column unless it is one already #mejares
           PERFORM VARYING WS-GDS-M FROM 1 BY 1
               UNTIL WS-GDS-M > WS-GDS-MARK-CT
               IF WS-GDS-MARK(WS-GDS-M) = WS-GRADE-VALUE-INPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-GDS-MARK-CT < 20
               ADD 1 TO WS-GDS-MARK-CT
               MOVE WS-GRADE-VALUE-INPUT TO WS-GDS-MARK(WS-GDS-MARK-CT)
           END-IF.

       GDS-LOAD-SECTIONS. *> one pass over the term's seats, every posted mark counted into its section #mejares
           MOVE 0 TO WS-GDS-SEC-CT
           MOVE 0 TO WS-GDS-READ
           MOVE WS-GDS-TERM TO WS-HST-TERM *> a moved term is read off its history file #mejares
           MOVE "I" TO WS-HST-MODE
           PERFORM OPEN-ENROLL-FOR-TERM
           IF ENRSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SECTION-FILE
           MOVE WS-GDS-TERM TO ENR-TERM
           MOVE SPACES TO ENR-COURSE
           MOVE SPACES TO ENR-SECTION
           MOVE SPACES TO ENR-STUD-ID
           MOVE 'N' TO WS-GDS-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GDS-EOF
           END-START
           PERFORM UNTIL WS-GDS-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GDS-EOF
                   NOT AT END
                       IF ENR-TERM NOT = WS-GDS-TERM
                           MOVE 'Y' TO WS-GDS-EOF
                       ELSE
                           IF ENR-GRADE-POSTED
                               PERFORM GDS-COUNT-ONE-MARK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF SECSTATUS = "00" OR SECSTATUS = "23"
               CLOSE SECTION-FILE
           END-IF
           CLOSE ENROLL-FILE.

       GDS-COUNT-ONE-MARK. *> the current seat's posted mark into its section's counts #mejares
           IF WS-GDS-SEC-CT = 0
               OR WS-GS-COURSE(WS-GDS-SEC-CT) NOT = ENR-COURSE
               OR WS-GS-SECT(WS-GDS-SEC-CT) NOT = ENR-SECTION
               IF WS-GDS-SEC-CT >= 600
                   EXIT PARAGRAPH
               END-IF
               PERFORM GDS-START-SECTION
           END-IF
           ADD 1 TO WS-GDS-READ
           MOVE WS-GDS-SEC-CT TO WS-GDS-S
           ADD 1 TO WS-GS-GRADED(WS-GDS-S)
           MOVE WS-GDS-OTHER TO WS-GDS-T
           PERFORM VARYING WS-GDS-M FROM 1 BY 1
               UNTIL WS-GDS-M > WS-GDS-MARK-CT
               IF WS-GDS-MARK(WS-GDS-M) = ENR-GRADE
                   MOVE WS-GDS-M TO WS-GDS-T
               END-IF
           END-PERFORM
           ADD 1 TO WS-GS-CT(WS-GDS-S WS-GDS-T)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ENR-GRADE)) = 0 *> INC/DRP/W carry no weight #mejares
               ADD 1 TO WS-GS-NUM-CT(WS-GDS-S)
               ADD FUNCTION NUMVAL(ENR-GRADE) TO WS-GS-NUM-SUM(WS-GDS-S)
               IF FUNCTION NUMVAL(ENR-GRADE) <= WS-FAIL-THRESHOLD
                   ADD 1 TO WS-GS-PASSED(WS-GDS-S)
               END-IF
           END-IF.

       GDS-START-SECTION. *> a fresh entry for the current seat's section, instructor from the section record #mejares
           ADD 1 TO WS-GDS-SEC-CT
           MOVE WS-GDS-SEC-CT TO WS-GDS-S
           MOVE ENR-COURSE TO WS-GS-COURSE(WS-GDS-S)
           MOVE ENR-SECTION TO WS-GS-SECT(WS-GDS-S)
           MOVE SPACES TO WS-GS-FAC(WS-GDS-S)
           MOVE 'N' TO WS-GS-ROLLED(WS-GDS-S)
           MOVE 0 TO WS-GS-GRADED(WS-GDS-S)
           MOVE 0 TO WS-GS-PASSED(WS-GDS-S)
           MOVE 0 TO WS-GS-NUM-CT(WS-GDS-S)
           MOVE 0 TO WS-GS-NUM-SUM(WS-GDS-S)
           MOVE 0 TO WS-GS-CRS-AVG(WS-GDS-S)
           MOVE 0 TO WS-GS-CRS-SECTS(WS-GDS-S)
           MOVE SPACES TO WS-GS-FLAG(WS-GDS-S)
           PERFORM VARYING WS-GDS-M FROM 1 BY 1 UNTIL WS-GDS-M > 21
               MOVE 0 TO WS-GS-CT(WS-GDS-S WS-GDS-M)
           END-PERFORM
           IF SECSTATUS NOT = "00" AND SECSTATUS NOT = "23"
               EXIT PARAGRAPH
           END-IF
           MOVE ENR-TERM TO SEC-TERM
           MOVE ENR-COURSE TO SEC-COURSE
           MOVE ENR-SECTION TO SEC-SECTION
           READ SECTION-FILE KEY IS SEC-KEY
               NOT INVALID KEY
                   MOVE SEC-INSTRUCTOR TO WS-GS-FAC(WS-GDS-S)
           END-READ.

       GDS-SET-COURSE-AVERAGES. *> each section's course average, and the flag when it sits too far off it #mejares
           MOVE 0 TO WS-GDS-OUTLIERS
           PERFORM VARYING WS-GDS-S FROM 1 BY 1
               UNTIL WS-GDS-S > WS-GDS-SEC-CT
               IF WS-GDS-S = 1
                   OR WS-GS-COURSE(WS-GDS-S)
                   NOT = WS-GS-COURSE(WS-GDS-S - 1)
                   PERFORM GDS-ROLL-COURSE
               END-IF
               MOVE WS-GL-CRS-AVG TO WS-GS-CRS-AVG(WS-GDS-S)
               MOVE WS-GL-SECTS TO WS-GS-CRS-SECTS(WS-GDS-S)
               IF WS-GL-SECTS > 1 AND WS-GS-NUM-CT(WS-GDS-S) > 0
                   AND WS-GL-NUM-CT > 0
                   COMPUTE WS-GDS-AVG ROUNDED =
                       WS-GS-NUM-SUM(WS-GDS-S) / WS-GS-NUM-CT(WS-GDS-S)
                   EVALUATE TRUE
                       WHEN WS-GDS-AVG + WS-GDS-AVG-GAP < WS-GL-CRS-AVG *> 1.00 is the top mark - a lower average is the kinder one #mejares
                           MOVE "HIGH MARKS" TO WS-GS-FLAG(WS-GDS-S)
                           ADD 1 TO WS-GDS-OUTLIERS
                       WHEN WS-GDS-AVG > WS-GL-CRS-AVG + WS-GDS-AVG-GAP
                           MOVE "LOW MARKS" TO WS-GS-FLAG(WS-GDS-S)
                           ADD 1 TO WS-GDS-OUTLIERS
                   END-EVALUATE
               END-IF
           END-PERFORM.

       GDS-CLEAR-LINE. *> zero counts in WS-GDS-LINE #mejares
           MOVE SPACES TO WS-GL-COURSE
           MOVE SPACES TO WS-GL-SECT
           MOVE SPACES TO WS-GL-FAC
           MOVE SPACES TO WS-GL-FLAG
           MOVE 0 TO WS-GL-SECTS
           MOVE 0 TO WS-GL-GRADED
           MOVE 0 TO WS-GL-PASSED
           MOVE 0 TO WS-GL-NUM-CT
           MOVE 0 TO WS-GL-NUM-SUM
           MOVE 0 TO WS-GL-CRS-AVG
           PERFORM VARYING WS-GDS-M FROM 1 BY 1 UNTIL WS-GDS-M > 21
               MOVE 0 TO WS-GL-CT(WS-GDS-M)
           END-PERFORM.

       GDS-ADD-TO-LINE. *> section WS-GDS-T's counts onto WS-GDS-LINE #mejares
           ADD 1 TO WS-GL-SECTS
           ADD WS-GS-GRADED(WS-GDS-T) TO WS-GL-GRADED
           ADD WS-GS-PASSED(WS-GDS-T) TO WS-GL-PASSED
           ADD WS-GS-NUM-CT(WS-GDS-T) TO WS-GL-NUM-CT
           ADD WS-GS-NUM-SUM(WS-GDS-T) TO WS-GL-NUM-SUM
           PERFORM VARYING WS-GDS-M FROM 1 BY 1 UNTIL WS-GDS-M > 21
               ADD WS-GS-CT(WS-GDS-T WS-GDS-M) TO WS-GL-CT(WS-GDS-M)
           END-PERFORM.

       GDS-ROLL-COURSE. *> every section of WS-GS-COURSE(WS-GDS-S), from there on, into WS-GDS-LINE #mejares
           PERFORM GDS-CLEAR-LINE
           MOVE WS-GS-COURSE(WS-GDS-S) TO WS-GL-COURSE
           PERFORM VARYING WS-GDS-T FROM WS-GDS-S BY 1
               UNTIL WS-GDS-T > WS-GDS-SEC-CT
               OR WS-GS-COURSE(WS-GDS-T) NOT = WS-GL-COURSE
               PERFORM GDS-ADD-TO-LINE
           END-PERFORM
           IF WS-GL-NUM-CT > 0
               COMPUTE WS-GL-CRS-AVG ROUNDED =
                   WS-GL-NUM-SUM / WS-GL-NUM-CT
           END-IF.

       GDS-ROLL-FACULTY. *> every section of WS-GS-FAC(WS-GDS-S), across courses, into WS-GDS-LINE #mejares
           PERFORM GDS-CLEAR-LINE
           MOVE WS-GS-FAC(WS-GDS-S) TO WS-GL-FAC
           PERFORM VARYING WS-GDS-T FROM WS-GDS-S BY 1
               UNTIL WS-GDS-T > WS-GDS-SEC-CT
               IF WS-GS-FAC(WS-GDS-T) = WS-GL-FAC
                   MOVE 'Y' TO WS-GS-ROLLED(WS-GDS-T)
                   PERFORM GDS-ADD-TO-LINE
               END-IF
           END-PERFORM.

       GDS-WRITE-BLOCKS. *> the section, course and instructor blocks, to the listing or the CSV per WS-GDS-CSV #mejares
           IF WS-GDS-CSV NOT = 'Y'
               MOVE SPACES TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               MOVE "BY SECTION" TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               PERFORM GDS-WRITE-COLUMN-HEADS
           END-IF
           MOVE "SECTION" TO WS-GDS-LEVEL
           PERFORM VARYING WS-GDS-S FROM 1 BY 1
               UNTIL WS-GDS-S > WS-GDS-SEC-CT
               PERFORM GDS-CLEAR-LINE
               MOVE WS-GDS-S TO WS-GDS-T
               PERFORM GDS-ADD-TO-LINE
               MOVE WS-GS-COURSE(WS-GDS-S) TO WS-GL-COURSE
               MOVE WS-GS-SECT(WS-GDS-S) TO WS-GL-SECT
               MOVE WS-GS-FAC(WS-GDS-S) TO WS-GL-FAC
               MOVE WS-GS-CRS-AVG(WS-GDS-S) TO WS-GL-CRS-AVG
               MOVE WS-GS-FLAG(WS-GDS-S) TO WS-GL-FLAG
               PERFORM GDS-EMIT-LINE
           END-PERFORM
           IF WS-GDS-CSV NOT = 'Y'
               MOVE SPACES TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               MOVE "BY COURSE (SEC = sections rolled up)"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               PERFORM GDS-WRITE-COLUMN-HEADS
           END-IF
           MOVE "COURSE" TO WS-GDS-LEVEL
           PERFORM VARYING WS-GDS-S FROM 1 BY 1
               UNTIL WS-GDS-S > WS-GDS-SEC-CT
               IF WS-GDS-S = 1
                   OR WS-GS-COURSE(WS-GDS-S)
                   NOT = WS-GS-COURSE(WS-GDS-S - 1)
                   PERFORM GDS-ROLL-COURSE
                   PERFORM GDS-EMIT-LINE
               END-IF
           END-PERFORM
           IF WS-GDS-CSV NOT = 'Y'
               MOVE SPACES TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               MOVE "BY INSTRUCTOR (SEC = sections rolled up)"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               PERFORM GDS-WRITE-COLUMN-HEADS
           END-IF
           MOVE "INSTRUCTOR" TO WS-GDS-LEVEL
           PERFORM VARYING WS-GDS-S FROM 1 BY 1
               UNTIL WS-GDS-S > WS-GDS-SEC-CT
               MOVE 'N' TO WS-GS-ROLLED(WS-GDS-S)
           END-PERFORM
           PERFORM VARYING WS-GDS-S FROM 1 BY 1
               UNTIL WS-GDS-S > WS-GDS-SEC-CT
               IF WS-GS-ROLLED(WS-GDS-S) NOT = 'Y'
                   PERFORM GDS-ROLL-FACULTY
                   PERFORM GDS-EMIT-LINE
               END-IF
           END-PERFORM.

       GDS-WRITE-COLUMN-HEADS. *> the heading over a block of listing lines, one column per mark #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           MOVE "COURSE   SEC FAC-ID GRADED" TO WORK-REPORT-LINE
           MOVE 27 TO WS-GDS-COL
           PERFORM VARYING WS-GDS-M FROM 1 BY 1
               UNTIL WS-GDS-M > WS-GDS-MARK-CT
               MOVE WS-GDS-MARK(WS-GDS-M)
                   TO WORK-REPORT-LINE(WS-GDS-COL + 1:4)
               ADD 5 TO WS-GDS-COL
           END-PERFORM
           MOVE " OTH" TO WORK-REPORT-LINE(WS-GDS-COL + 1:4)
           ADD 5 TO WS-GDS-COL
           MOVE " PASS%  AVG FLAG" TO WORK-REPORT-LINE(WS-GDS-COL:16)
           WRITE WORK-REPORT-LINE.

       GDS-EMIT-LINE. *> WS-GDS-LINE with its pass rate and average, as a listing line or a CSV row #mejares
           IF WS-GL-GRADED > 0
               COMPUTE WS-GDS-PCT ROUNDED =
                   WS-GL-PASSED * 100 / WS-GL-GRADED
           ELSE
               MOVE 0 TO WS-GDS-PCT
           END-IF
           MOVE WS-GDS-PCT TO WS-GDS-PCT-EDIT
           IF WS-GL-NUM-CT > 0
               COMPUTE WS-GDS-AVG ROUNDED =
                   WS-GL-NUM-SUM / WS-GL-NUM-CT
           ELSE
               MOVE 0 TO WS-GDS-AVG
           END-IF
           MOVE WS-GDS-AVG TO WS-GDS-AVG-EDIT
           IF WS-GDS-CSV = 'Y'
               PERFORM GDS-WRITE-CSV-LINE
           ELSE
               PERFORM GDS-WRITE-TEXT-LINE
           END-IF.

       GDS-WRITE-TEXT-LINE. *> one listing line, counts five columns each from column 27 #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           MOVE WS-GL-COURSE TO WORK-REPORT-LINE(1:8)
           IF WS-GDS-LEVEL = "SECTION"
               MOVE WS-GL-SECT TO WORK-REPORT-LINE(10:3)
           ELSE
               MOVE WS-GL-SECTS TO WS-GDS-CT-EDIT
               MOVE WS-GDS-CT-EDIT(3:3) TO WORK-REPORT-LINE(10:3)
           END-IF
           IF WS-GDS-LEVEL NOT = "COURSE"
               IF WS-GL-FAC = SPACES
                   MOVE "(none)" TO WORK-REPORT-LINE(14:6)
               ELSE
                   MOVE WS-GL-FAC TO WORK-REPORT-LINE(14:5)
               END-IF
           END-IF
           MOVE WS-GL-GRADED TO WS-GDS-CT-EDIT
           MOVE WS-GDS-CT-EDIT TO WORK-REPORT-LINE(21:5)
           MOVE 27 TO WS-GDS-COL
           PERFORM VARYING WS-GDS-M FROM 1 BY 1
               UNTIL WS-GDS-M > WS-GDS-MARK-CT
               MOVE WS-GL-CT(WS-GDS-M) TO WS-GDS-CT-EDIT
               MOVE WS-GDS-CT-EDIT TO WORK-REPORT-LINE(WS-GDS-COL:5)
               ADD 5 TO WS-GDS-COL
           END-PERFORM
           MOVE WS-GL-CT(WS-GDS-OTHER) TO WS-GDS-CT-EDIT
           MOVE WS-GDS-CT-EDIT TO WORK-REPORT-LINE(WS-GDS-COL:5)
           ADD 5 TO WS-GDS-COL
           MOVE WS-GDS-PCT-EDIT TO WORK-REPORT-LINE(WS-GDS-COL + 1:5)
           IF WS-GL-NUM-CT > 0
               MOVE WS-GDS-AVG-EDIT
                   TO WORK-REPORT-LINE(WS-GDS-COL + 7:4)
           ELSE
               MOVE "  - " TO WORK-REPORT-LINE(WS-GDS-COL + 7:4)
           END-IF
           MOVE WS-GL-FLAG TO WORK-REPORT-LINE(WS-GDS-COL + 12:10)
           WRITE WORK-REPORT-LINE.

       GDS-WRITE-CSV-LINE. *> one CSV row in the column order of the CSV heading #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           MOVE 1 TO WS-GDS-PTR
           STRING FUNCTION TRIM(WS-GDS-LEVEL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-GDS-TERM) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-GL-COURSE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-GL-SECT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-GL-FAC) DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-GDS-PTR
           MOVE WS-GL-SECTS TO WS-GDS-CT-EDIT
           PERFORM GDS-CSV-ADD-COUNT
           MOVE WS-GL-GRADED TO WS-GDS-CT-EDIT
           PERFORM GDS-CSV-ADD-COUNT
           PERFORM VARYING WS-GDS-M FROM 1 BY 1
               UNTIL WS-GDS-M > WS-GDS-MARK-CT
               MOVE WS-GL-CT(WS-GDS-M) TO WS-GDS-CT-EDIT
               PERFORM GDS-CSV-ADD-COUNT
           END-PERFORM
           MOVE WS-GL-CT(WS-GDS-OTHER) TO WS-GDS-CT-EDIT
           PERFORM GDS-CSV-ADD-COUNT
           MOVE WS-GL-PASSED TO WS-GDS-CT-EDIT
           PERFORM GDS-CSV-ADD-COUNT
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-GDS-PCT-EDIT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-GDS-PTR
           IF WS-GL-NUM-CT > 0
               STRING WS-GDS-AVG-EDIT DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
                   WITH POINTER WS-GDS-PTR
           END-IF
           STRING "," DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-GDS-PTR
           IF WS-GDS-LEVEL NOT = "INSTRUCTOR" AND WS-GL-NUM-CT > 0
               MOVE WS-GL-CRS-AVG TO WS-GDS-AVG-EDIT
               STRING WS-GDS-AVG-EDIT DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
                   WITH POINTER WS-GDS-PTR
           END-IF
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-GL-FLAG) DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-GDS-PTR
           WRITE WORK-REPORT-LINE.

       GDS-CSV-ADD-COUNT. *> ",n" onto the CSV row from WS-GDS-CT-EDIT #mejares
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-GDS-CT-EDIT) DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-GDS-PTR.

       HONORS-MENU. *> 75. LATIN HONORS - the graduation-honors evaluation and its two lists #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "           LATIN HONORS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Evaluate a Class (Supervisor)  |"
           DISPLAY "|2| Print Commencement/Near-Miss   |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-HONMAINT-OPTION
           EVALUATE WS-HONMAINT-OPTION
               WHEN 1 PERFORM HONORS-RUN
               WHEN 2
                   DISPLAY "Graduation Year (YYYY): " NO ADVANCING
                   MOVE SPACES TO WS-HON-YEAR
                   ACCEPT WS-HON-YEAR
                   PERFORM HONORS-PRINT-LISTS
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       HONORS-RUN. *> 75/HONORS: judges every graduate of a year for Latin honors and stores the result on ALUMNI.DAT #mejares
           MOVE "HONORS" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           IF BATCH-MODE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
               MOVE WS-REPORT-DATE(1:4) TO WS-HON-YEAR
           ELSE
               IF NOT OPER-SUPERVISOR *> the honors stand on the diploma - a supervisor signs the run #mejares
                   DISPLAY " "
                   DISPLAY GREEN "Only a supervisor may evaluate "
                       "honors." RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Graduation Year (YYYY): " NO ADVANCING
               MOVE SPACES TO WS-HON-YEAR
               ACCEPT WS-HON-YEAR
           END-IF
           MOVE 0 TO WS-HON-JUDGED
           MOVE 0 TO WS-HON-HONORED
           MOVE 0 TO WS-HON-MISSED
           PERFORM HON-LOAD-CANDIDATES
           IF WS-HON-CAND-CT = 0
               DISPLAY " "
               DISPLAY GREEN "No graduates on file for "
                   WS-HON-YEAR "." RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM HON-SCAN-SEATS
           PERFORM HON-JUDGE-ALL
           MOVE SPACES TO STUD-ID *> one line for the whole class - the honors sit on the alumni records #mejares
           MOVE "HONRUN" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           PERFORM HONORS-PRINT-LISTS
           DISPLAY GREEN "[SYSTEM] " WS-HON-JUDGED " graduate(s) "
               "judged, " WS-HON-HONORED " with honors, "
               WS-HON-MISSED " near-miss(es)." RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       HON-LOAD-CANDIDATES. *> the year's graduates off ALUMNI.DAT, in ID order #mejares
           MOVE 0 TO WS-HON-CAND-CT
           OPEN INPUT ALUMNI-FILE
           IF ALUMSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HON-EOF
           PERFORM UNTIL WS-HON-EOF = 'Y'
               READ ALUMNI-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HON-EOF
                   NOT AT END
                       IF ALUM-GRAD-DATE(1:4) = WS-HON-YEAR
                           AND WS-HON-CAND-CT < 999
                           ADD 1 TO WS-HON-CAND-CT
                           MOVE ALUM-ID TO WS-HC-ID(WS-HON-CAND-CT)
                           MOVE 0 TO WS-HC-UNITS(WS-HON-CAND-CT)
                           MOVE 0 TO WS-HC-SUM(WS-HON-CAND-CT)
                           MOVE 'N' TO WS-HC-FAIL(WS-HON-CAND-CT)
                           MOVE 0 TO WS-HC-TERM-CT(WS-HON-CAND-CT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE.

       HON-SCAN-SEATS. *> one pass over ENROLL.DAT and the history files, each posted course grade of a candidate summed by units #mejares
           OPEN INPUT COURSE-FILE
           PERFORM LOAD-TERM-CONTROL
           MOVE "I" TO WS-HST-MODE
           PERFORM VARYING WS-HST-IX FROM 0 BY 1
               UNTIL WS-HST-IX > WS-CLOSED-TERM-COUNT
               PERFORM OPEN-ENROLL-BY-INDEX
               IF WS-HST-OPEN = 'Y'
                   PERFORM HON-SCAN-ONE-ENROLL
                   CLOSE ENROLL-FILE
               END-IF
           END-PERFORM
           IF CRSSTATUS = "00" OR CRSSTATUS = "23"
               CLOSE COURSE-FILE
           END-IF.

       HON-SCAN-ONE-ENROLL. *> the posted seats on ENROLL.DAT or one term's history file #mejares
           MOVE 'N' TO WS-HON-EOF
           PERFORM UNTIL WS-HON-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HON-EOF
                   NOT AT END
                       IF ENR-GRADE-POSTED
                           PERFORM HON-COUNT-ONE-SEAT
                       END-IF
               END-READ
           END-PERFORM.

       HON-COUNT-ONE-SEAT. *> the current posted seat onto its candidate, when it belongs to one #mejares
           MOVE 'N' TO WS-HON-FOUND
           PERFORM VARYING WS-HON-C FROM 1 BY 1
               UNTIL WS-HON-C > WS-HON-CAND-CT OR WS-HON-FOUND = 'Y'
               IF WS-HC-ID(WS-HON-C) = ENR-STUD-ID
                   MOVE 'Y' TO WS-HON-FOUND
               END-IF
           END-PERFORM
           IF WS-HON-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-HON-C
           MOVE 'N' TO WS-HON-FOUND *> note the term as one with seats behind it #mejares
           PERFORM VARYING WS-HON-I FROM 1 BY 1
               UNTIL WS-HON-I > WS-HC-TERM-CT(WS-HON-C)
               IF WS-HC-TERM(WS-HON-C WS-HON-I) = ENR-TERM
                   MOVE 'Y' TO WS-HON-FOUND
               END-IF
           END-PERFORM
           IF WS-HON-FOUND NOT = 'Y' AND WS-HC-TERM-CT(WS-HON-C) < 15
               ADD 1 TO WS-HC-TERM-CT(WS-HON-C)
               MOVE ENR-TERM
                   TO WS-HC-TERM(WS-HON-C WS-HC-TERM-CT(WS-HON-C))
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ENR-GRADE)) NOT = 0 *> INC/DRP/W carry no weight #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ENR-GRADE) TO WS-HON-MARK
           IF WS-HON-MARK > WS-FAIL-THRESHOLD *> a lapsed INC is posted as the failing mark #mejares
               MOVE 'Y' TO WS-HC-FAIL(WS-HON-C)
           END-IF
           IF CRSSTATUS NOT = "00" AND CRSSTATUS NOT = "23"
               EXIT PARAGRAPH
           END-IF
           MOVE ENR-COURSE TO CRS-CODE
           READ COURSE-FILE KEY IS CRS-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD CRS-UNITS TO WS-HC-UNITS(WS-HON-C)
           COMPUTE WS-HC-SUM(WS-HON-C) =
               WS-HC-SUM(WS-HON-C) + WS-HON-MARK * CRS-UNITS.

       HON-JUDGE-ALL. *> every candidate judged and the result rewritten onto their alumni record #mejares
           OPEN I-O ALUMNI-FILE
           IF ALUMSTATUS NOT = "00"
               CALL "FSTATMSG" USING ALUMSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               IF BATCH-MODE
                   MOVE 8 TO WS-RUN-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HON-ARC-OPEN
           MOVE 'N' TO WS-HON-TCR-OPEN
           MOVE 'N' TO WS-HON-HLD-OPEN
           OPEN INPUT GRADE-ARCHIVE-FILE
           IF ARCSTATUS = "00"
               MOVE 'Y' TO WS-HON-ARC-OPEN
           END-IF
           OPEN INPUT TRANSFER-CREDIT-FILE
           IF TCRSTATUS = "00"
               MOVE 'Y' TO WS-HON-TCR-OPEN
           END-IF
           OPEN INPUT HOLD-FILE
           IF HLDSTATUS = "00"
               MOVE 'Y' TO WS-HON-HLD-OPEN
           END-IF
           PERFORM VARYING WS-HON-C FROM 1 BY 1
               UNTIL WS-HON-C > WS-HON-CAND-CT
               MOVE WS-HC-ID(WS-HON-C) TO ALUM-ID
               READ ALUMNI-FILE WITH LOCK KEY IS ALUM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM HON-JUDGE-ONE
               END-READ
           END-PERFORM
           IF WS-HON-ARC-OPEN = 'Y'
               CLOSE GRADE-ARCHIVE-FILE
           END-IF
           IF WS-HON-TCR-OPEN = 'Y'
               CLOSE TRANSFER-CREDIT-FILE
           END-IF
           IF WS-HON-HLD-OPEN = 'Y'
               CLOSE HOLD-FILE
           END-IF
           CLOSE ALUMNI-FILE.

       HON-JUDGE-ONE. *> GWA, failing marks, residency and holds for candidate WS-HON-C, then the honor #mejares
           MOVE 0 TO WS-HON-TERM-CT
           MOVE 0 TO WS-HON-TERM-SUM
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > ALUM-GRADE-COUNT
               MOVE ALUM-GRADE-TERM(WS-GRADE-IDX) TO WS-HON-TERM
               MOVE ALUM-GRADE-VALUE(WS-GRADE-IDX) TO WS-HON-MARK-TEXT
               PERFORM HON-ONE-TERM-MARK
           END-PERFORM
           IF WS-HON-ARC-OPEN = 'Y' *> terms rolled out of the live table still count #mejares
               MOVE ALUM-ID TO ARC-STUD-ID
               MOVE SPACES TO ARC-TERM
               MOVE 'N' TO WS-ARC-EOF
               START GRADE-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ARC-EOF
               END-START
               PERFORM UNTIL WS-ARC-EOF = 'Y'
                   READ GRADE-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ARC-EOF
                       NOT AT END
                           IF ARC-STUD-ID NOT = ALUM-ID
                               MOVE 'Y' TO WS-ARC-EOF
                           ELSE
                               MOVE ARC-TERM TO WS-HON-TERM
                               MOVE ARC-GRADE TO WS-HON-MARK-TEXT
                               PERFORM HON-ONE-TERM-MARK
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-HC-TERM-CT(WS-HON-C) > 0 AND WS-HC-UNITS(WS-HON-C) > 0 *> a migrated term weighs as much as an average seated one #mejares
               COMPUTE WS-HON-WEIGHT ROUNDED =
                   WS-HC-UNITS(WS-HON-C) / WS-HC-TERM-CT(WS-HON-C)
           ELSE
               MOVE 1 TO WS-HON-WEIGHT
           END-IF
           COMPUTE WS-HON-HERE =
               WS-HC-UNITS(WS-HON-C) + WS-HON-TERM-CT * WS-HON-WEIGHT
           MOVE 0 TO WS-HON-GWA
           IF WS-HON-HERE > 0
               COMPUTE WS-HON-GWA-WORK =
                   (WS-HC-SUM(WS-HON-C)
                   + WS-HON-TERM-SUM * WS-HON-WEIGHT) / WS-HON-HERE
               COMPUTE WS-HON-GWA ROUNDED = WS-HON-GWA-WORK
           END-IF
           MOVE 0 TO WS-HON-XFER
           IF WS-HON-TCR-OPEN = 'Y'
               MOVE ALUM-ID TO TCR-STUD-ID
               MOVE SPACES TO TCR-COURSE
               MOVE 'N' TO WS-TCR-EOF
               START TRANSFER-CREDIT-FILE KEY IS NOT LESS THAN TCR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-TCR-EOF
               END-START
               PERFORM UNTIL WS-TCR-EOF = 'Y'
                   READ TRANSFER-CREDIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TCR-EOF
                       NOT AT END
                           IF TCR-STUD-ID NOT = ALUM-ID
                               MOVE 'Y' TO WS-TCR-EOF
                           ELSE
                               ADD TCR-UNITS TO WS-HON-XFER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-HON-HERE + WS-HON-XFER > 0
               COMPUTE WS-HON-SHARE =
                   WS-HON-HERE * 100 / (WS-HON-HERE + WS-HON-XFER)
           ELSE
               MOVE 0 TO WS-HON-SHARE
           END-IF
           MOVE SPACES TO WS-HON-NOTE
           MOVE 1 TO WS-HON-PTR
           IF WS-HON-HERE = 0
               MOVE "NO NUMERIC GRADES ON RECORD" TO WS-HON-PIECE
               PERFORM HON-ADD-NOTE
           END-IF
           IF WS-HC-FAIL(WS-HON-C) = 'Y'
               MOVE "FAILING OR LAPSED-INC GRADE" TO WS-HON-PIECE
               PERFORM HON-ADD-NOTE
           END-IF
           IF WS-HON-SHARE < WS-HON-RESIDENCY
               MOVE WS-HON-SHARE TO WS-HON-SHARE-EDIT
               MOVE SPACES TO WS-HON-PIECE
               STRING "RESIDENCY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HON-SHARE-EDIT) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-HON-PIECE
               PERFORM HON-ADD-NOTE
           END-IF
           IF WS-HON-HLD-OPEN = 'Y'
               MOVE ALUM-ID TO HLD-STUD-ID
               MOVE "C" TO HLD-CODE
               READ HOLD-FILE KEY IS HLD-KEY
                   NOT INVALID KEY
                       MOVE "DISCIPLINARY HOLD" TO WS-HON-PIECE
                       PERFORM HON-ADD-NOTE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-HON-HERE = 0
                   MOVE "N" TO WS-HON-RANK
               WHEN WS-HON-GWA <= WS-HON-SUMMA
                   MOVE "S" TO WS-HON-RANK
               WHEN WS-HON-GWA <= WS-HON-MAGNA
                   MOVE "M" TO WS-HON-RANK
               WHEN WS-HON-GWA <= WS-HON-CUM
                   MOVE "C" TO WS-HON-RANK
               WHEN OTHER
                   MOVE "N" TO WS-HON-RANK
           END-EVALUATE
           IF WS-HON-RANK = "N"
               IF WS-HON-HERE > 0
                   AND WS-HON-GWA <= WS-HON-CUM + WS-HON-NEAR *> just past the cut - the committee sees it #mejares
                   MOVE WS-HON-GWA TO WS-HON-GWA-EDIT
                   MOVE SPACES TO WS-HON-PIECE
                   STRING "GWA " DELIMITED BY SIZE
                       WS-HON-GWA-EDIT DELIMITED BY SIZE
                       " PAST THE CUT" DELIMITED BY SIZE
                       INTO WS-HON-PIECE
                   PERFORM HON-ADD-NOTE
               ELSE
                   MOVE SPACES TO WS-HON-NOTE *> nowhere near an honor - not a near-miss #mejares
               END-IF
           END-IF
           IF WS-HON-NOTE = SPACES
               MOVE WS-HON-RANK TO ALUM-HONOR
               IF WS-HON-RANK NOT = "N"
                   ADD 1 TO WS-HON-HONORED
               END-IF
           ELSE
               MOVE "N" TO ALUM-HONOR
               ADD 1 TO WS-HON-MISSED
           END-IF
           MOVE WS-HON-GWA TO ALUM-HONOR-GWA
           ACCEPT ALUM-HONOR-DATE FROM DATE YYYYMMDD
           MOVE WS-HON-NOTE TO ALUM-HONOR-NOTE
           REWRITE ALUMNI-PROFILE
           IF ALUMSTATUS = "00"
               ADD 1 TO WS-HON-JUDGED
           END-IF.

       HON-ONE-TERM-MARK. *> a term mark from the live table or GRADEARC.DAT - used only where no seats back the term #mejares
           PERFORM VARYING WS-HON-I FROM 1 BY 1
               UNTIL WS-HON-I > WS-HC-TERM-CT(WS-HON-C)
               IF WS-HC-TERM(WS-HON-C WS-HON-I) = WS-HON-TERM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HON-MARK-TEXT))
               NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-HON-MARK-TEXT) TO WS-HON-MARK
           ADD 1 TO WS-HON-TERM-CT
           ADD WS-HON-MARK TO WS-HON-TERM-SUM
           IF WS-HON-MARK > WS-FAIL-THRESHOLD
               MOVE 'Y' TO WS-HC-FAIL(WS-HON-C)
           END-IF.

       HON-ADD-NOTE. *> WS-HON-PIECE onto WS-HON-NOTE, "; " between rules #mejares
           IF WS-HON-PTR > 1
               STRING "; " DELIMITED BY SIZE
                   INTO WS-HON-NOTE
                   WITH POINTER WS-HON-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-HON-PIECE) DELIMITED BY SIZE
               INTO WS-HON-NOTE
               WITH POINTER WS-HON-PTR
           END-STRING.

       HONORS-PRINT-LISTS. *> COMMENCE.TXT by program in honors order, HONMISS.TXT for the appeals committee #mejares
           OPEN INPUT ALUMNI-FILE
           IF ALUMSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "        No alumni on file." RST
               EXIT PARAGRAPH
           END-IF
           SORT HONORS-SORT-FILE
               ON ASCENDING KEY HNS-PROGRAM HNS-RANK HNS-GWA HNS-NAME
               INPUT PROCEDURE IS HON-SORT-COLLECT
               OUTPUT PROCEDURE IS HON-SORT-WRITE
           CLOSE ALUMNI-FILE
           PERFORM HON-WRITE-NEAR-MISSES
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Lists written to COMMENCE.TXT and "
               "HONMISS.TXT" RST.

       HON-SORT-COLLECT. *> the year's honor graduates into the sort #mejares
           MOVE 'N' TO WS-HON-EOF
           PERFORM UNTIL WS-HON-EOF = 'Y'
               READ ALUMNI-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HON-EOF
                   NOT AT END
                       IF ALUM-GRAD-DATE(1:4) = WS-HON-YEAR
                           AND (ALUM-SUMMA OR ALUM-MAGNA OR ALUM-CUM)
                           MOVE ALUM-PROGRAM TO HNS-PROGRAM
                           EVALUATE TRUE
                               WHEN ALUM-SUMMA MOVE 1 TO HNS-RANK
                               WHEN ALUM-MAGNA MOVE 2 TO HNS-RANK
                               WHEN OTHER MOVE 3 TO HNS-RANK
                           END-EVALUATE
                           MOVE ALUM-HONOR-GWA TO HNS-GWA
                           MOVE ALUM-NAME TO HNS-NAME
                           MOVE ALUM-ID TO HNS-ID
                           RELEASE HONORS-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       HON-SORT-WRITE. *> the commencement listing for the program printer, one block per program #mejares
           MOVE "COMMENCE.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "COMMENCEMENT - GRADUATES WITH LATIN HONORS, "
               DELIMITED BY SIZE
               "CLASS OF " DELIMITED BY SIZE
               WS-HON-YEAR DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE
           MOVE 0 TO WS-HON-HONORED
           MOVE SPACES TO WS-HON-PROGRAM
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN HONORS-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF HNS-PROGRAM NOT = WS-HON-PROGRAM
                           MOVE HNS-PROGRAM TO WS-HON-PROGRAM
                           MOVE SPACES TO WORK-REPORT-LINE
                           WRITE WORK-REPORT-LINE
                           MOVE SPACES TO WORK-REPORT-LINE
                           STRING "PROGRAM " DELIMITED BY SIZE
                               HNS-PROGRAM DELIMITED BY SIZE
                               INTO WORK-REPORT-LINE
                           WRITE WORK-REPORT-LINE
                       END-IF
                       ADD 1 TO WS-HON-HONORED
                       EVALUATE HNS-RANK
                           WHEN 1 MOVE "SUMMA CUM LAUDE" TO WS-HON-WORD
                           WHEN 2 MOVE "MAGNA CUM LAUDE" TO WS-HON-WORD
                           WHEN OTHER MOVE "CUM LAUDE" TO WS-HON-WORD
                       END-EVALUATE
                       MOVE HNS-GWA TO WS-HON-GWA-EDIT
                       MOVE SPACES TO WORK-REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                           WS-HON-WORD DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           HNS-NAME DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           HNS-ID DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-HON-GWA-EDIT DELIMITED BY SIZE
                           INTO WORK-REPORT-LINE
                       WRITE WORK-REPORT-LINE
               END-RETURN
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Graduates with honors: " DELIMITED BY SIZE
               WS-HON-HONORED DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT.

       HON-WRITE-NEAR-MISSES. *> every graduate of the year the evaluation left a failed rule against #mejares
           MOVE "HONMISS.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "LATIN HONORS NEAR-MISSES, CLASS OF "
               DELIMITED BY SIZE
               WS-HON-YEAR DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           MOVE 1 TO WS-HON-PTR
           MOVE WS-HON-SUMMA TO WS-HON-GWA-EDIT
           STRING "Cuts: summa " DELIMITED BY SIZE
               WS-HON-GWA-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-HON-PTR
           MOVE WS-HON-MAGNA TO WS-HON-GWA-EDIT
           STRING ", magna " DELIMITED BY SIZE
               WS-HON-GWA-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-HON-PTR
           MOVE WS-HON-CUM TO WS-HON-GWA-EDIT
           STRING ", cum laude " DELIMITED BY SIZE
               WS-HON-GWA-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-HON-PTR
           MOVE WS-HON-RESIDENCY TO WS-HON-SHARE-EDIT
           STRING "; residency " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HON-SHARE-EDIT) DELIMITED BY SIZE
               "%; no failing or lapsed-INC grade; no disciplinary "
               DELIMITED BY SIZE
               "hold" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-HON-PTR
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ID     NAME                            PROGRAM  "
               DELIMITED BY SIZE
               "GWA   RULE(S) NOT MET" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-HON-MISSED
           OPEN INPUT ALUMNI-FILE
           MOVE 'N' TO WS-HON-EOF
           MOVE 'Y' TO WS-HON-OK
           IF ALUMSTATUS NOT = "00"
               MOVE 'Y' TO WS-HON-EOF
               MOVE 'N' TO WS-HON-OK
           END-IF
           PERFORM UNTIL WS-HON-EOF = 'Y'
               READ ALUMNI-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HON-EOF
                   NOT AT END
                       IF ALUM-GRAD-DATE(1:4) = WS-HON-YEAR
                           AND ALUM-NO-HONOR
                           AND ALUM-HONOR-NOTE NOT = SPACES
                           ADD 1 TO WS-HON-MISSED
                           MOVE ALUM-HONOR-GWA TO WS-HON-GWA-EDIT
                           MOVE SPACES TO WORK-REPORT-LINE
                           STRING ALUM-ID DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               ALUM-NAME DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               ALUM-PROGRAM DELIMITED BY SIZE
                               "    " DELIMITED BY SIZE
                               WS-HON-GWA-EDIT DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               ALUM-HONOR-NOTE DELIMITED BY SIZE
                               INTO WORK-REPORT-LINE
                           WRITE WORK-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HON-OK = 'Y'
               CLOSE ALUMNI-FILE
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Near-misses: " DELIMITED BY SIZE
               WS-HON-MISSED DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT.

       HONOR-WORD-FOR. *> ALUM-HONOR spelled out into WS-HON-WORD #mejares
           EVALUATE TRUE
               WHEN ALUM-SUMMA MOVE "SUMMA CUM LAUDE" TO WS-HON-WORD
               WHEN ALUM-MAGNA MOVE "MAGNA CUM LAUDE" TO WS-HON-WORD
               WHEN ALUM-CUM MOVE "CUM LAUDE" TO WS-HON-WORD
               WHEN ALUM-NO-HONOR MOVE "NONE" TO WS-HON-WORD
               WHEN OTHER MOVE "NOT YET JUDGED" TO WS-HON-WORD
           END-EVALUATE.

       CLEARANCE-MENU. *> 76. CLEARANCE - per-office sign-offs a student needs before graduating, transferring or taking a transcript #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "          TERM CLEARANCE" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Open a Student's Clearance     |"
           DISPLAY "|2| Open for a Whole Term (Supv.)  |"
           DISPLAY "|3| View a Student's Clearance     |"
           DISPLAY "|4| Office Pending List / Sign-Off |"
           DISPLAY "|5| Outstanding Clearance Report   |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-CLRMAINT-OPTION
           EVALUATE WS-CLRMAINT-OPTION
               WHEN 1 PERFORM CLR-OPEN-ONE
               WHEN 2 PERFORM CLR-OPEN-TERM-ALL
               WHEN 3 PERFORM CLR-VIEW
               WHEN 4 PERFORM CLR-OFFICE-SCREEN
               WHEN 5 PERFORM CLEARANCE-OUTSTANDING-REPORT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       CLR-OPEN-FILE. *> CLEARANCE-FILE I-O, created on first use #mejares
           OPEN I-O CLEARANCE-FILE
           IF CLRSTATUS = "35" *> first clearance ever - create the file #mejares
               OPEN OUTPUT CLEARANCE-FILE
               CLOSE CLEARANCE-FILE
               OPEN I-O CLEARANCE-FILE
           END-IF.

       CLR-BUILD-NEW. *> a fresh clearance for WS-CLR-STUD/WS-CLR-TERM, every office pending #mejares
           MOVE WS-CLR-STUD TO CLR-STUD-ID
           MOVE WS-CLR-TERM TO CLR-TERM
           MOVE WS-OPERATOR-ID TO CLR-OPENED-BY
           ACCEPT CLR-OPENED-DATE FROM DATE YYYYMMDD
           PERFORM VARYING WS-CLR-IX FROM 1 BY 1 UNTIL WS-CLR-IX > 5
               MOVE "P" TO CLR-LINE-STATUS(WS-CLR-IX)
               MOVE SPACES TO CLR-SIGNED-BY(WS-CLR-IX)
               MOVE 0 TO CLR-SIGNED-DATE(WS-CLR-IX)
           END-PERFORM.

       CLR-OPEN-ONE. *> opens one student's clearance for a term #mejares
           PERFORM GET-SECTION-TERM
           IF WS-ENR-TERM-INPUT = SPACES
               DISPLAY " "
               DISPLAY GREEN "No open term - open one on the TERM "
                   "CONTROL screen first." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student ID: " NO ADVANCING
           MOVE SPACES TO WS-CLR-ID-INPUT
           ACCEPT WS-CLR-ID-INPUT
           OPEN INPUT STUDENT-FILE
           MOVE WS-CLR-ID-INPUT TO STUD-ID
           MOVE 'Y' TO WS-CLR-FOUND
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   MOVE 'N' TO WS-CLR-FOUND
           END-READ
           CLOSE STUDENT-FILE
           IF WS-CLR-FOUND = 'N'
               DISPLAY " "
               DISPLAY GREEN "Student not found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLR-ID-INPUT TO WS-CLR-STUD
           MOVE WS-ENR-TERM-INPUT TO WS-CLR-TERM
           PERFORM CLR-OPEN-FILE
           IF CLRSTATUS NOT = "00"
               CALL "FSTATMSG" USING CLRSTATUS WS-ERROR-MESSAGE
               DISPLAY GREEN "[ERROR] " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM CLR-BUILD-NEW
           WRITE CLEARANCE-RECORD
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "A clearance for "
                       FUNCTION TRIM(WS-CLR-TERM)
                       " is already open for this student." RST
                   CLOSE CLEARANCE-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM CLR-AUTO-CLEAR
           IF WS-CLR-CHANGED = 'Y'
               REWRITE CLEARANCE-RECORD
           END-IF
           CLOSE CLEARANCE-FILE
           MOVE WS-CLR-STUD TO STUD-ID
           MOVE "CLROPN" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Clearance opened for " STUD-NAME " ("
               WS-CLR-STUD "), " FUNCTION TRIM(WS-CLR-TERM) "." RST
           PERFORM CLR-SHOW-LINES
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CLR-OPEN-TERM-ALL. *> opens a clearance for every student seated in a term; ones already open are left alone #mejares
           IF NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may open clearances "
                   "for a whole term." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-SECTION-TERM
           IF WS-ENR-TERM-INPUT = SPACES
               DISPLAY " "
               DISPLAY GREEN "No open term - open one on the TERM "
                   "CONTROL screen first." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO WS-CLR-TERM
           MOVE 0 TO WS-CLR-OPENED
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No enrollments on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM CLR-OPEN-FILE
           MOVE LOW-VALUES TO ENR-KEY
           MOVE WS-CLR-TERM TO ENR-TERM
           MOVE 'N' TO WS-CLR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CLR-EOF
           END-START
           PERFORM UNTIL WS-CLR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLR-EOF
                   NOT AT END
                       IF ENR-TERM NOT = WS-CLR-TERM
                           MOVE 'Y' TO WS-CLR-EOF
                       ELSE
                           MOVE ENR-STUD-ID TO WS-CLR-STUD
                           PERFORM CLR-BUILD-NEW
                           WRITE CLEARANCE-RECORD *> one seat per course - the first opens it, the rest find it there #mejares
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CLR-OPENED
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARANCE-FILE
           CLOSE ENROLL-FILE
           MOVE SPACES TO STUD-ID *> one line for the term - the records carry who opened them #mejares
           MOVE "CLRTRM" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-CLR-OPENED " clearance(s) "
               "opened for " FUNCTION TRIM(WS-CLR-TERM) "." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CLR-VIEW. *> one student's clearance for a term, office by office #mejares
           PERFORM GET-SECTION-TERM
           DISPLAY "Enter Student ID: " NO ADVANCING
           MOVE SPACES TO WS-CLR-ID-INPUT
           ACCEPT WS-CLR-ID-INPUT
           MOVE WS-CLR-ID-INPUT TO WS-CLR-STUD
           MOVE WS-ENR-TERM-INPUT TO WS-CLR-TERM
           OPEN I-O CLEARANCE-FILE
           IF CLRSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No clearances on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLR-STUD TO CLR-STUD-ID
           MOVE WS-CLR-TERM TO CLR-TERM
           READ CLEARANCE-FILE KEY IS CLR-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No clearance opened for "
                       WS-CLR-STUD " in "
                       FUNCTION TRIM(WS-CLR-TERM) "." RST
                   CLOSE CLEARANCE-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           PERFORM CLR-AUTO-CLEAR
           IF WS-CLR-CHANGED = 'Y'
               REWRITE CLEARANCE-RECORD
           END-IF
           CLOSE CLEARANCE-FILE
           DISPLAY " "
           DISPLAY GREEN "Clearance of " WS-CLR-STUD " for "
               FUNCTION TRIM(WS-CLR-TERM) ", opened " CLR-OPENED-DATE
               " by " FUNCTION TRIM(CLR-OPENED-BY) RST
           PERFORM CLR-SHOW-LINES
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CLR-SHOW-LINES. *> the five sign-off lines of the clearance in the record area #mejares
           DISPLAY "------------------------------------"
           PERFORM VARYING WS-CLR-IX FROM 1 BY 1 UNTIL WS-CLR-IX > 5
               MOVE WS-CLR-IX TO WS-CLR-OFFICE
               PERFORM CLR-OFFICE-WORD-FOR
               IF CLR-LINE-CLEARED(WS-CLR-IX)
                   DISPLAY WS-CLR-OFFICE-WORD " CLEARED  "
                       CLR-SIGNED-DATE(WS-CLR-IX) " by "
                       CLR-SIGNED-BY(WS-CLR-IX)
               ELSE
                   DISPLAY WS-CLR-OFFICE-WORD " PENDING"
               END-IF
           END-PERFORM
           DISPLAY "------------------------------------".

       CLR-OFFICE-WORD-FOR. *> office name for WS-CLR-OFFICE #mejares
           EVALUATE WS-CLR-OFFICE
               WHEN 1 MOVE "LIBRARY" TO WS-CLR-OFFICE-WORD
               WHEN 2 MOVE "ACCOUNTING" TO WS-CLR-OFFICE-WORD
               WHEN 3 MOVE "DEPARTMENT" TO WS-CLR-OFFICE-WORD
               WHEN 4 MOVE "GUIDANCE" TO WS-CLR-OFFICE-WORD
               WHEN OTHER MOVE "REGISTRAR" TO WS-CLR-OFFICE-WORD
           END-EVALUATE.

       CLR-AUTO-CLEAR. *> accounting clears at a zero balance, the registrar once no hold stands - signed AUTO #mejares
           MOVE 'N' TO WS-CLR-CHANGED
           IF CLR-LINE-PENDING(2)
               MOVE CLR-STUD-ID TO WS-LED-STUD
               PERFORM LEDGER-COMPUTE-BALANCE
               IF WS-LED-BALANCE NOT > 0
                   MOVE 2 TO WS-CLR-IX
                   PERFORM CLR-SIGN-AUTO
               END-IF
           END-IF
           IF CLR-LINE-PENDING(5)
               MOVE CLR-STUD-ID TO WS-HLD-STUD
               PERFORM CHECK-BLOCKING-HOLD
               IF WS-HLD-FOUND NOT = 'Y'
                   MOVE 5 TO WS-CLR-IX
                   PERFORM CLR-SIGN-AUTO
               END-IF
           END-IF.

       CLR-SIGN-AUTO. *> line WS-CLR-IX signed off by the system #mejares
           MOVE "C" TO CLR-LINE-STATUS(WS-CLR-IX)
           MOVE "AUTO" TO CLR-SIGNED-BY(WS-CLR-IX)
           ACCEPT CLR-SIGNED-DATE(WS-CLR-IX) FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-CLR-CHANGED
           ADD 1 TO WS-CLR-AUTO.

       CLR-SWEEP-TERM. *> auto-clear pass over every clearance of WS-CLR-TERM, counting the ones still outstanding #mejares
           MOVE 0 TO WS-CLR-READ
           MOVE 0 TO WS-CLR-AUTO
           MOVE 0 TO WS-CLR-OUTSTANDING
           OPEN I-O CLEARANCE-FILE
           IF CLRSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLR-EOF
           PERFORM UNTIL WS-CLR-EOF = 'Y'
               READ CLEARANCE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLR-EOF
                   NOT AT END
                       IF CLR-TERM = WS-CLR-TERM
                           ADD 1 TO WS-CLR-READ
                           PERFORM CLR-AUTO-CLEAR
                           IF WS-CLR-CHANGED = 'Y'
                               REWRITE CLEARANCE-RECORD
                           END-IF
                           MOVE 'N' TO WS-CLR-BLOCKED
                           PERFORM VARYING WS-CLR-IX FROM 1 BY 1
                               UNTIL WS-CLR-IX > 5
                               IF CLR-LINE-PENDING(WS-CLR-IX)
                                   MOVE 'Y' TO WS-CLR-BLOCKED
                               END-IF
                           END-PERFORM
                           IF WS-CLR-BLOCKED = 'Y'
                               ADD 1 TO WS-CLR-OUTSTANDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARANCE-FILE.

       CLR-OFFICE-SCREEN. *> one office's pending list for a term, then its sign-offs keyed by student ID #mejares
           DISPLAY " "
           DISPLAY "1 LIBRARY  2 ACCOUNTING  3 DEPARTMENT  4 GUIDANCE  "
               "5 REGISTRAR"
           DISPLAY "Office: " NO ADVANCING
           MOVE 0 TO WS-CLR-OFFICE
           ACCEPT WS-CLR-OFFICE
           IF WS-CLR-OFFICE < 1 OR WS-CLR-OFFICE > 5
               DISPLAY " "
               DISPLAY GREEN "INVALID OPTION" RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-SECTION-TERM
           MOVE WS-ENR-TERM-INPUT TO WS-CLR-TERM
           PERFORM CLR-SWEEP-TERM
           PERFORM CLR-OFFICE-WORD-FOR
           CALL "SYSTEM" USING "CLS"
           DISPLAY GREEN "PENDING AT " FUNCTION TRIM(WS-CLR-OFFICE-WORD)
               " - " FUNCTION TRIM(WS-CLR-TERM) RST
           DISPLAY "ID     NAME                            OPENED"
           MOVE 0 TO WS-CLR-OFFICE-CT
           OPEN INPUT CLEARANCE-FILE
           IF CLRSTATUS = "00"
               OPEN INPUT STUDENT-FILE
               MOVE 'N' TO WS-CLR-EOF
               PERFORM UNTIL WS-CLR-EOF = 'Y'
                   READ CLEARANCE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CLR-EOF
                       NOT AT END
                           IF CLR-TERM = WS-CLR-TERM
                               AND CLR-LINE-PENDING(WS-CLR-OFFICE)
                               ADD 1 TO WS-CLR-OFFICE-CT
                               PERFORM CLR-FETCH-NAME
                               DISPLAY CLR-STUD-ID "  " STUD-NAME "  "
                                   CLR-OPENED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
               CLOSE CLEARANCE-FILE
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY GREEN WS-CLR-OFFICE-CT " student(s) pending." RST
           IF WS-CLR-OFFICE = 2 OR WS-CLR-OFFICE = 5 *> these two follow the ledger and the holds file, not a signature #mejares
               DISPLAY GREEN FUNCTION TRIM(WS-CLR-OFFICE-WORD)
                   " clears by itself once the balance is settled"
                   " or the hold is lifted." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLR-DONE
           PERFORM UNTIL WS-CLR-DONE = 'Y'
               DISPLAY "Student ID to clear (ENTER to finish): "
                   NO ADVANCING
               MOVE SPACES TO WS-CLR-ID-INPUT
               ACCEPT WS-CLR-ID-INPUT
               IF WS-CLR-ID-INPUT = SPACES
                   MOVE 'Y' TO WS-CLR-DONE
               ELSE
                   PERFORM CLR-SIGN-ONE
               END-IF
           END-PERFORM.

       CLR-FETCH-NAME. *> STUD-NAME for CLR-STUD-ID, blank when the student is gone #mejares
           MOVE CLR-STUD-ID TO STUD-ID
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   MOVE SPACES TO STUD-NAME
           END-READ.

       CLR-SIGN-ONE. *> the office's line on WS-CLR-ID-INPUT's clearance signed by the operator #mejares
           PERFORM CLR-OPEN-FILE
           MOVE WS-CLR-ID-INPUT TO CLR-STUD-ID
           MOVE WS-CLR-TERM TO CLR-TERM
           READ CLEARANCE-FILE KEY IS CLR-KEY
               INVALID KEY
                   DISPLAY GREEN "No clearance opened for "
                       WS-CLR-ID-INPUT " in "
                       FUNCTION TRIM(WS-CLR-TERM) "." RST
                   CLOSE CLEARANCE-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CLR-LINE-CLEARED(WS-CLR-OFFICE)
               DISPLAY GREEN "Already cleared "
                   CLR-SIGNED-DATE(WS-CLR-OFFICE) " by "
                   FUNCTION TRIM(CLR-SIGNED-BY(WS-CLR-OFFICE)) "." RST
               CLOSE CLEARANCE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO CLR-LINE-STATUS(WS-CLR-OFFICE)
           MOVE WS-OPERATOR-ID TO CLR-SIGNED-BY(WS-CLR-OFFICE)
           ACCEPT CLR-SIGNED-DATE(WS-CLR-OFFICE) FROM DATE YYYYMMDD
           REWRITE CLEARANCE-RECORD
           CLOSE CLEARANCE-FILE
           MOVE WS-CLR-ID-INPUT TO STUD-ID
           MOVE "CLRSGN" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY GREEN "[SYSTEM] " WS-CLR-ID-INPUT " cleared by "
               FUNCTION TRIM(WS-CLR-OFFICE-WORD) "." RST.

       CHECK-CLEARANCE. *> Y in WS-CLR-BLOCKED when WS-CLR-STUD has a line pending, or no clearance for WS-CLR-TERM #mejares
           MOVE 'N' TO WS-CLR-BLOCKED
           MOVE 'N' TO WS-CLR-FOUND
           MOVE SPACES TO WS-CLR-WHY
           MOVE 1 TO WS-CLR-PTR
           MOVE 'N' TO WS-CLR-OPEN
           OPEN I-O CLEARANCE-FILE
           IF CLRSTATUS = "00"
               MOVE 'Y' TO WS-CLR-OPEN
           END-IF
           MOVE 'N' TO WS-CLR-EOF
           IF WS-CLR-OPEN = 'N'
               MOVE 'Y' TO WS-CLR-EOF
           ELSE
               MOVE WS-CLR-STUD TO CLR-STUD-ID
               MOVE LOW-VALUES TO CLR-TERM
               START CLEARANCE-FILE KEY IS NOT LESS THAN CLR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CLR-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-CLR-EOF = 'Y'
               READ CLEARANCE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLR-EOF
                   NOT AT END
                       IF CLR-STUD-ID NOT = WS-CLR-STUD
                           MOVE 'Y' TO WS-CLR-EOF
                       ELSE
                           PERFORM CLR-CHECK-ONE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLR-OPEN = 'Y'
               CLOSE CLEARANCE-FILE
           END-IF
           IF WS-CLR-TERM NOT = SPACES AND WS-CLR-FOUND = 'N'
               MOVE 'Y' TO WS-CLR-BLOCKED
               MOVE SPACES TO WS-CLR-WHY
               STRING "no clearance opened for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLR-TERM) DELIMITED BY SIZE
                   INTO WS-CLR-WHY
           END-IF.

       CLR-CHECK-ONE. *> one of the student's clearances: auto-clear it, then note each office still pending #mejares
           IF CLR-TERM = WS-CLR-TERM
               MOVE 'Y' TO WS-CLR-FOUND
           END-IF
           PERFORM CLR-AUTO-CLEAR
           IF WS-CLR-CHANGED = 'Y'
               REWRITE CLEARANCE-RECORD
           END-IF
           PERFORM VARYING WS-CLR-IX FROM 1 BY 1 UNTIL WS-CLR-IX > 5
               IF CLR-LINE-PENDING(WS-CLR-IX)
                   IF WS-CLR-BLOCKED = 'N'
                       STRING "pending at" DELIMITED BY SIZE
                           INTO WS-CLR-WHY
                           WITH POINTER WS-CLR-PTR
                   END-IF
                   MOVE 'Y' TO WS-CLR-BLOCKED
                   MOVE WS-CLR-IX TO WS-CLR-OFFICE
                   PERFORM CLR-OFFICE-WORD-FOR
                   STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CLR-OFFICE-WORD)
                       DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(CLR-TERM) DELIMITED BY SIZE
                       INTO WS-CLR-WHY
                       WITH POINTER WS-CLR-PTR
                   END-STRING
               END-IF
           END-PERFORM.

       CLEARANCE-OUTSTANDING-REPORT. *> 76/CLEAROUT: CLEAROUT.TXT - every student a term's clearance is still waiting on, office by office #mejares
           IF BATCH-MODE
               PERFORM LOAD-TERM-CONTROL
               MOVE WS-OPEN-TERM TO WS-CLR-TERM
           ELSE
               PERFORM GET-SECTION-TERM
               MOVE WS-ENR-TERM-INPUT TO WS-CLR-TERM
           END-IF
           IF WS-CLR-TERM = SPACES
               DISPLAY " "
               DISPLAY GREEN "No open term - open one on the TERM "
                   "CONTROL screen first." RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM CLR-SWEEP-TERM *> settled balances and lifted holds come off the list before it prints #mejares
           MOVE "CLEAROUT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "OUTSTANDING CLEARANCES BY OFFICE, TERM "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-CLR-TERM) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           OPEN INPUT STUDENT-FILE
           PERFORM VARYING WS-CLR-OFFICE FROM 1 BY 1
               UNTIL WS-CLR-OFFICE > 5
               PERFORM CLR-REPORT-OFFICE
           END-PERFORM
           CLOSE STUDENT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-CLR-READ DELIMITED BY SIZE
               " clearance(s) on file for the term, " DELIMITED BY SIZE
               WS-CLR-OUTSTANDING DELIMITED BY SIZE
               " outstanding, " DELIMITED BY SIZE
               WS-CLR-AUTO DELIMITED BY SIZE
               " line(s) auto-cleared this run" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           DISPLAY GREEN "[SYSTEM] CLEAROUT.TXT written - "
               WS-CLR-OUTSTANDING " of " WS-CLR-READ
               " clearance(s) outstanding." RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       CLR-REPORT-OFFICE. *> one office's block of CLEAROUT.TXT #mejares
           PERFORM CLR-OFFICE-WORD-FOR
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-CLR-OFFICE-WORD DELIMITED BY SIZE
               "  ID     NAME                            OPENED    BY"
               DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-CLR-OFFICE-CT
           OPEN INPUT CLEARANCE-FILE
           IF CLRSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLR-EOF
           PERFORM UNTIL WS-CLR-EOF = 'Y'
               READ CLEARANCE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLR-EOF
                   NOT AT END
                       IF CLR-TERM = WS-CLR-TERM
                           AND CLR-LINE-PENDING(WS-CLR-OFFICE)
                           ADD 1 TO WS-CLR-OFFICE-CT
                           PERFORM CLR-FETCH-NAME
                           MOVE SPACES TO WORK-REPORT-LINE
                           STRING "            " DELIMITED BY SIZE
                               CLR-STUD-ID DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               STUD-NAME DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               CLR-OPENED-DATE DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               CLR-OPENED-BY DELIMITED BY SIZE
                               INTO WORK-REPORT-LINE
                           WRITE WORK-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARANCE-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "            " DELIMITED BY SIZE
               WS-CLR-OFFICE-CT DELIMITED BY SIZE
               " pending" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       LMS-MENU. *> 77. LMS INTERFACE - class lists out to the learning-management system, course marks back in #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "           LMS INTERFACE" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Send Class Lists (Full)        |"
           DISPLAY "|2| Send Add/Drop Changes          |"
           DISPLAY "|3| Import LMS Grades              |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-LMSMAINT-OPTION
           EVALUATE WS-LMSMAINT-OPTION
               WHEN 1 PERFORM LMS-ROSTER-FEED
               WHEN 2 PERFORM LMS-CHANGE-FEED
               WHEN 3 PERFORM LMS-GRADE-IMPORT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       LMS-ROSTER-FEED. *> 77/LMSFEED: every open-term section with instructor, schedule and class list, to LMSROSTR.CSV #mejares
           MOVE 0 TO WS-LMS-SECTS
           MOVE 0 TO WS-LMS-SEATS
           PERFORM LOAD-TERM-CONTROL
           MOVE WS-OPEN-TERM TO WS-LMS-TERM
           IF WS-LMS-TERM = SPACES
               DISPLAY "[SYSTEM] No open term - no class lists sent."
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SECTION-FILE
           IF SECSTATUS NOT = "00"
               DISPLAY "[SYSTEM] No sections on file - no class lists "
                   "sent."
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM LMS-OPEN-SEATS-AND-NAMES
           MOVE "LMSROSTR.CSV" TO WS-LMS-FEED-NAME
           OPEN OUTPUT LMS-FEED-FILE
           OPEN OUTPUT LMS-SNAP-NEW-FILE
           MOVE WS-LMS-FEED-NAME TO WS-IFC-FILE
           PERFORM IFC-BEGIN
           MOVE WS-IFC-LINE TO LMS-FEED-RECORD
           WRITE LMS-FEED-RECORD
           MOVE SPACES TO LMS-FEED-RECORD
           STRING "Term,Course,Section,Days,Start,End,Room,"
               DELIMITED BY SIZE
               "Instructor ID,Instructor Name,Student ID,"
               DELIMITED BY SIZE
               "Student Name,Email" DELIMITED BY SIZE
               INTO LMS-FEED-RECORD
           WRITE LMS-FEED-RECORD
           MOVE WS-LMS-TERM TO SEC-TERM
           MOVE LOW-VALUES TO SEC-COURSE
           MOVE LOW-VALUES TO SEC-SECTION
           MOVE 'N' TO WS-LMS-EOF
           START SECTION-FILE KEY IS NOT LESS THAN SEC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LMS-EOF
           END-START
           PERFORM UNTIL WS-LMS-EOF = 'Y'
               READ SECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LMS-EOF
                   NOT AT END
                       IF SEC-TERM NOT = WS-LMS-TERM
                           MOVE 'Y' TO WS-LMS-EOF
                       ELSE
                           PERFORM LMS-ROSTER-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LMS-SNAP-NEW-FILE
           PERFORM IFC-FINISH
           MOVE WS-IFC-LINE TO LMS-FEED-RECORD
           WRITE LMS-FEED-RECORD
           CLOSE LMS-FEED-FILE
           PERFORM LMS-CLOSE-SEATS-AND-NAMES
           CLOSE SECTION-FILE
           CALL "SYSTEM" USING *> the changes run measures from what was just sent #mejares
               "mv -f LMSSNAP.NEW LMSSNAP.DAT"
           DISPLAY "[SYSTEM] LMS class lists: " WS-LMS-SECTS
               " section(s), " WS-LMS-SEATS " seat(s) written to "
               "LMSROSTR.CSV"
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       LMS-OPEN-SEATS-AND-NAMES. *> ENROLL.DAT and the student file for the feeds; either may be missing #mejares
           MOVE 'N' TO WS-LMS-ENR-OK
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS = "00"
               MOVE 'Y' TO WS-LMS-ENR-OK
           END-IF
           MOVE 'N' TO WS-LMS-STU-OK
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS = "00"
               MOVE 'Y' TO WS-LMS-STU-OK
           END-IF.

       LMS-CLOSE-SEATS-AND-NAMES. *> #mejares
           IF WS-LMS-ENR-OK = 'Y'
               CLOSE ENROLL-FILE
           END-IF
           IF WS-LMS-STU-OK = 'Y'
               CLOSE STUDENT-FILE
           END-IF.

       LMS-ROSTER-ONE-SECTION. *> one section's rows: a row per seat, or one bare row so the course shell exists #mejares
           ADD 1 TO WS-LMS-SECTS
           MOVE SPACES TO WS-FAC-NAME-HOLD
           IF SEC-INSTRUCTOR NOT = SPACES
               MOVE SEC-INSTRUCTOR TO WS-FAC-LOOKUP
               PERFORM FETCH-FACULTY-NAME
           END-IF
           MOVE 0 TO WS-LMS-ROWS
           MOVE 'Y' TO WS-LMS-ENR-EOF
           IF WS-LMS-ENR-OK = 'Y'
               MOVE SEC-TERM TO ENR-TERM
               MOVE SEC-COURSE TO ENR-COURSE
               MOVE SEC-SECTION TO ENR-SECTION
               MOVE LOW-VALUES TO ENR-STUD-ID
               MOVE 'N' TO WS-LMS-ENR-EOF
               START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LMS-ENR-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-LMS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LMS-ENR-EOF
                   NOT AT END
                       IF ENR-TERM NOT = SEC-TERM
                           OR ENR-COURSE NOT = SEC-COURSE
                           OR ENR-SECTION NOT = SEC-SECTION
                           MOVE 'Y' TO WS-LMS-ENR-EOF
                       ELSE
                           ADD 1 TO WS-LMS-ROWS
                           ADD 1 TO WS-LMS-SEATS
                           MOVE ENR-STUD-ID TO STUD-ID
                           PERFORM LMS-FETCH-STUDENT
                           PERFORM LMS-WRITE-ROSTER-ROW
                           MOVE ENR-KEY TO LMS-SNAP-NEW-RECORD
                           WRITE LMS-SNAP-NEW-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LMS-ROWS = 0
               MOVE SPACES TO STUD-ID
               MOVE SPACES TO STUD-NAME
               MOVE SPACES TO WS-OUT-EMAIL
               PERFORM LMS-WRITE-ROSTER-ROW
           END-IF.

       LMS-FETCH-STUDENT. *> STUD-NAME and the consent-masked e-mail for STUD-ID, blank when not on file #mejares
           MOVE SPACES TO WS-OUT-EMAIL
           IF WS-LMS-STU-OK NOT = 'Y'
               MOVE SPACES TO STUD-NAME
               EXIT PARAGRAPH
           END-IF
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   MOVE SPACES TO STUD-NAME
               NOT INVALID KEY
                   PERFORM APPLY-CONSENT-MASK
           END-READ.

       LMS-WRITE-ROSTER-ROW. *> one row of LMSROSTR.CSV from the section record and the student fields #mejares
           MOVE SPACES TO LMS-FEED-RECORD
           STRING FUNCTION TRIM(SEC-TERM) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SEC-COURSE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SEC-SECTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SEC-DAYS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SEC-START DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SEC-END DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SEC-ROOM) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SEC-INSTRUCTOR) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAC-NAME-HOLD) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(STUD-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(STUD-NAME) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-EMAIL) DELIMITED BY SIZE
               INTO LMS-FEED-RECORD
           WRITE LMS-FEED-RECORD
           MOVE LMS-FEED-RECORD TO WS-IFC-TEXT
           PERFORM IFC-COUNT-LINE.

       LMS-CHANGE-FEED. *> 77/LMSDELTA: seats added and dropped since the last class lists went out, to LMSCHG.CSV #mejares
           MOVE 0 TO WS-LMS-ADDS
           MOVE 0 TO WS-LMS-DROPS
           MOVE 0 TO WS-LMS-SEATS
           PERFORM LOAD-TERM-CONTROL
           MOVE WS-OPEN-TERM TO WS-LMS-TERM
           IF WS-LMS-TERM = SPACES
               DISPLAY "[SYSTEM] No open term - no changes sent."
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LMS-SNAP-FILE
           IF LMSSSTATUS NOT = "00" *> nothing to measure from - the full lists go first #mejares
               DISPLAY "[SYSTEM] No class lists sent yet - run the "
                   "full LMS feed first."
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM LMS-OPEN-SEATS-AND-NAMES
           MOVE "LMSCHG.CSV" TO WS-LMS-FEED-NAME
           OPEN OUTPUT LMS-FEED-FILE
           OPEN OUTPUT LMS-SNAP-NEW-FILE
           MOVE WS-LMS-FEED-NAME TO WS-IFC-FILE
           PERFORM IFC-BEGIN
           MOVE WS-IFC-LINE TO LMS-FEED-RECORD
           WRITE LMS-FEED-RECORD
           MOVE SPACES TO LMS-FEED-RECORD
           STRING "Action,Term,Course,Section,Student ID,"
               DELIMITED BY SIZE
               "Student Name,Email" DELIMITED BY SIZE
               INTO LMS-FEED-RECORD
           WRITE LMS-FEED-RECORD
           MOVE 'Y' TO WS-LMS-ENR-EOF
           IF WS-LMS-ENR-OK = 'Y'
               MOVE LOW-VALUES TO ENR-KEY
               MOVE WS-LMS-TERM TO ENR-TERM
               MOVE 'N' TO WS-LMS-ENR-EOF
               START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LMS-ENR-EOF
               END-START
           END-IF
           MOVE SPACES TO WS-LMS-OLD-KEY
           MOVE SPACES TO WS-LMS-NEW-KEY
           PERFORM LMS-READ-OLD-SEAT
           PERFORM LMS-READ-NEW-SEAT
           PERFORM UNTIL WS-LMS-OLD-KEY = HIGH-VALUES
               AND WS-LMS-NEW-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-LMS-OLD-KEY = WS-LMS-NEW-KEY
                       MOVE WS-LMS-NEW-KEY TO LMS-SNAP-NEW-RECORD
                       WRITE LMS-SNAP-NEW-RECORD
                       PERFORM LMS-READ-OLD-SEAT
                       PERFORM LMS-READ-NEW-SEAT
                   WHEN WS-LMS-NEW-KEY < WS-LMS-OLD-KEY *> seated since the last feed #mejares
                       MOVE "ADD" TO WS-LMS-ACTION
                       MOVE WS-LMS-NEW-KEY TO LMS-SNAP-NEW-RECORD
                       PERFORM LMS-WRITE-CHANGE-ROW
                       ADD 1 TO WS-LMS-ADDS
                       WRITE LMS-SNAP-NEW-RECORD
                       PERFORM LMS-READ-NEW-SEAT
                   WHEN OTHER *> sent before, no longer seated #mejares
                       MOVE "DROP" TO WS-LMS-ACTION
                       MOVE WS-LMS-OLD-KEY TO LMS-SNAP-NEW-RECORD
                       PERFORM LMS-WRITE-CHANGE-ROW
                       ADD 1 TO WS-LMS-DROPS
                       PERFORM LMS-READ-OLD-SEAT
               END-EVALUATE
           END-PERFORM
           CLOSE LMS-SNAP-NEW-FILE
           PERFORM IFC-FINISH
           MOVE WS-IFC-LINE TO LMS-FEED-RECORD
           WRITE LMS-FEED-RECORD
           CLOSE LMS-FEED-FILE
           CLOSE LMS-SNAP-FILE
           PERFORM LMS-CLOSE-SEATS-AND-NAMES
           CALL "SYSTEM" USING "mv -f LMSSNAP.NEW LMSSNAP.DAT"
           DISPLAY "[SYSTEM] LMS changes: " WS-LMS-ADDS " add(s), "
               WS-LMS-DROPS " drop(s) written to LMSCHG.CSV"
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       LMS-READ-OLD-SEAT. *> next open-term seat off the last snapshot; a prior term's seats are not drops #mejares
           IF WS-LMS-OLD-KEY = HIGH-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LMS-EOF
           PERFORM UNTIL WS-LMS-EOF = 'Y'
               READ LMS-SNAP-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-LMS-OLD-KEY
                       MOVE 'Y' TO WS-LMS-EOF
                   NOT AT END
                       IF LMS-SNAP-RECORD(1:10) = WS-LMS-TERM
                           MOVE LMS-SNAP-RECORD TO WS-LMS-OLD-KEY
                           MOVE 'Y' TO WS-LMS-EOF
                       END-IF
               END-READ
           END-PERFORM.

       LMS-READ-NEW-SEAT. *> next open-term seat off ENROLL.DAT #mejares
           IF WS-LMS-ENR-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-LMS-NEW-KEY
               EXIT PARAGRAPH
           END-IF
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LMS-ENR-EOF
                   MOVE HIGH-VALUES TO WS-LMS-NEW-KEY
               NOT AT END
                   IF ENR-TERM NOT = WS-LMS-TERM
                       MOVE 'Y' TO WS-LMS-ENR-EOF
                       MOVE HIGH-VALUES TO WS-LMS-NEW-KEY
                   ELSE
                       ADD 1 TO WS-LMS-SEATS
                       MOVE ENR-KEY TO WS-LMS-NEW-KEY
                   END-IF
           END-READ.

       LMS-WRITE-CHANGE-ROW. *> one ADD/DROP row of LMSCHG.CSV for the seat in LMS-SNAP-NEW-RECORD #mejares
           MOVE LMS-SNAP-NEW-RECORD(22:5) TO STUD-ID
           PERFORM LMS-FETCH-STUDENT
           MOVE SPACES TO LMS-FEED-RECORD
           STRING FUNCTION TRIM(WS-LMS-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LMS-SNAP-NEW-RECORD(1:10))
               DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LMS-SNAP-NEW-RECORD(11:8))
               DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LMS-SNAP-NEW-RECORD(19:3))
               DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(STUD-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(STUD-NAME) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-EMAIL) DELIMITED BY SIZE
               INTO LMS-FEED-RECORD
           WRITE LMS-FEED-RECORD
           MOVE LMS-FEED-RECORD TO WS-IFC-TEXT
           PERFORM IFC-COUNT-LINE.

       LMS-GRADE-IMPORT. *> 77/LMSGRADE: LMS course marks onto their ENROLL.DAT seats as pending, misfits to LMSREJ.TXT #mejares
           MOVE 0 TO WS-LMG-ROWNO
           MOVE 0 TO WS-LMG-LOADED
           MOVE 0 TO WS-LMG-REJECTED
           MOVE HIGH-VALUES TO WS-LMG-CAL-TERM
           OPEN INPUT LMS-GRADE-FILE
           IF LMSGSTATUS NOT = "00"
               DISPLAY "[SYSTEM] LMSGRADE.CSV not found - nothing "
                   "imported."
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               CLOSE LMS-GRADE-FILE
               DISPLAY "[SYSTEM] No enrollments on file - nothing "
                   "imported."
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GRADE-SCALE
           MOVE "LMSREJ.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "LMS GRADE IMPORT - REJECTED ROWS - "
               DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ROW    LMS ROW                                    "
               DELIMITED BY SIZE
               "            REASON" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 'N' TO WS-LMS-EOF
           PERFORM UNTIL WS-LMS-EOF = 'Y'
               READ LMS-GRADE-FILE
                   AT END
                       MOVE 'Y' TO WS-LMS-EOF
                   NOT AT END
                       IF LMS-GRADE-RECORD NOT = SPACES
                           AND LMS-GRADE-RECORD(1:4) NOT = "Term"
                           AND LMS-GRADE-RECORD(1:4) NOT = "TERM"
                           ADD 1 TO WS-LMG-ROWNO
                           PERFORM LMS-LOAD-ONE-GRADE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LMS-GRADE-FILE
           CLOSE ENROLL-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-LMG-ROWNO DELIMITED BY SIZE
               " row(s) read, " DELIMITED BY SIZE
               WS-LMG-LOADED DELIMITED BY SIZE
               " loaded pending posting, " DELIMITED BY SIZE
               WS-LMG-REJECTED DELIMITED BY SIZE
               " rejected" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           IF WS-LMG-REJECTED > 0 AND WS-RUN-RC < 4 *> a mark left behind must not look clean #mejares
               MOVE 4 TO WS-RUN-RC
           END-IF
           DISPLAY "[SYSTEM] LMS grades: " WS-LMG-LOADED " loaded, "
               WS-LMG-REJECTED " rejected to LMSREJ.TXT"
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       LMS-LOAD-ONE-GRADE. *> one export row: mark on the scale, student seated, seat not yet posted - then held pending #mejares
           MOVE SPACES TO WS-LMG-TERM
           MOVE SPACES TO WS-LMG-COURSE
           MOVE SPACES TO WS-LMG-SECT
           MOVE SPACES TO WS-LMG-STUD
           MOVE SPACES TO WS-LMG-GRADE
           MOVE SPACES TO WS-LMG-REASON
           UNSTRING LMS-GRADE-RECORD DELIMITED BY ","
               INTO WS-LMG-TERM WS-LMG-COURSE WS-LMG-SECT
                   WS-LMG-STUD WS-LMG-GRADE
           END-UNSTRING
           MOVE WS-LMG-GRADE TO WS-GRADE-VALUE-INPUT
           PERFORM CHECK-GRADE-ON-SCALE
           IF WS-GRADE-OK NOT = 'Y'
               MOVE "mark not on the grade scale" TO WS-LMG-REASON
               PERFORM LMS-REJECT-GRADE
               EXIT PARAGRAPH
           END-IF
           IF WS-LMG-TERM NOT = WS-LMG-CAL-TERM *> the same GRD window the grade sheet keeps, looked up once per term #mejares
               MOVE WS-LMG-TERM TO WS-LMG-CAL-TERM
               MOVE SPACES TO STUD-ID
               MOVE WS-LMG-TERM TO WS-CAL-TERM
               MOVE "GRD" TO WS-CAL-WANT(1)
               MOVE SPACES TO WS-CAL-WANT(2)
               MOVE SPACES TO WS-CAL-WANT(3)
               MOVE "grade encoding" TO WS-CAL-ACTION
               PERFORM CHECK-CALENDAR-WINDOW
               MOVE WS-CAL-OK TO WS-LMG-CAL-OK
           END-IF
           IF WS-LMG-CAL-OK NOT = 'Y'
               MOVE "outside the grade encoding window"
                   TO WS-LMG-REASON
               PERFORM LMS-REJECT-GRADE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LMG-TERM TO ENR-TERM
           MOVE WS-LMG-COURSE TO ENR-COURSE
           MOVE WS-LMG-SECT TO ENR-SECTION
           MOVE WS-LMG-STUD TO ENR-STUD-ID
           READ ENROLL-FILE KEY IS ENR-KEY
               INVALID KEY
                   MOVE "student not seated in the section"
                       TO WS-LMG-REASON
           END-READ
           IF WS-LMG-REASON NOT = SPACES
               PERFORM LMS-REJECT-GRADE
               EXIT PARAGRAPH
           END-IF
           IF ENR-GRADE-POSTED *> a posted mark only moves through the grade-change register #mejares
               MOVE "seat already posted" TO WS-LMG-REASON
               PERFORM LMS-REJECT-GRADE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LMG-GRADE TO ENR-GRADE
           MOVE "P" TO ENR-GRADE-STATUS
           REWRITE ENROLL-RECORD
           IF ENRSTATUS = "00"
               ADD 1 TO WS-LMG-LOADED
               MOVE ENR-STUD-ID TO STUD-ID
               MOVE "LMSGRD" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               CALL "FSTATMSG" USING ENRSTATUS WS-ERROR-MESSAGE
               MOVE WS-ERROR-MESSAGE TO WS-LMG-REASON
               PERFORM LMS-REJECT-GRADE
           END-IF.

       LMS-REJECT-GRADE. *> one row onto LMSREJ.TXT with its reason #mejares
           ADD 1 TO WS-LMG-REJECTED
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-LMG-ROWNO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LMS-GRADE-RECORD(1:60) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LMG-REASON DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       HIST-OFFLOAD-RUN. *> 15-3/HISTOFF: every closed term's seats, marks, waitlist and requests out to per-term history files #mejares
           MOVE 0 TO WS-HST-TOT-READ
           MOVE 0 TO WS-HST-TOT-MOVED
           MOVE 0 TO WS-HST-TOT-KEPT
           MOVE 0 TO WS-HST-MISMATCH
           IF NOT BATCH-MODE AND NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Moving terms to history needs a "
                   "supervisor sign-on." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERM-CONTROL
           IF WS-CLOSED-TERM-COUNT = 0
               DISPLAY "[SYSTEM] No closed terms - nothing to move."
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HST-TX FROM 1 BY 1
               UNTIL WS-HST-TX > WS-CLOSED-TERM-COUNT
               MOVE WS-CLOSED-TERM(WS-HST-TX) TO WS-HST-TERM
               IF WS-HST-TERM NOT = SPACES
                   AND WS-HST-TERM NOT = WS-OPEN-TERM *> the open and coming terms always stay live #mejares
                   PERFORM HST-OFFLOAD-ENROLL
                   PERFORM HST-OFFLOAD-ATTEND
                   PERFORM HST-OFFLOAD-WAITLIST
                   PERFORM HST-OFFLOAD-PREENL
               END-IF
           END-PERFORM
           IF WS-HST-MISMATCH > 0 *> rows were kept live - the operator must look before the next run #mejares
               MOVE 8 TO WS-RUN-RC
           END-IF
           DISPLAY " "
           DISPLAY "[SYSTEM] Closed-term rows read: " WS-HST-TOT-READ
               "  moved: " WS-HST-TOT-MOVED
               "  kept live: " WS-HST-TOT-KEPT
           IF WS-HST-MISMATCH > 0
               DISPLAY "[SYSTEM] " WS-HST-MISMATCH
                   " file(s) failed the count check - see RUNLOG.TXT."
           END-IF
           MOVE SPACES TO STUD-ID
           MOVE "HSTOFF" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       HST-LOG-MOVE. *> one RUNLOG.TXT line per file per term moved: the counts behind the delete #mejares
           ADD WS-HST-LIVE-CT TO WS-HST-TOT-READ
           ADD WS-HST-DELETED TO WS-HST-TOT-MOVED
           IF WS-HST-DELETED NOT = WS-HST-LIVE-CT
               ADD 1 TO WS-HST-MISMATCH
               COMPUTE WS-HST-TOT-KEPT = WS-HST-TOT-KEPT
                   + WS-HST-LIVE-CT - WS-HST-DELETED
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF RUNLOGSTATUS = "35" *> RUNLOG.TXT does not exist yet #mejares
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOGSTATUS NOT = "00"
               DISPLAY "[SYSTEM] Could not write the run log."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RUN-LOG-RECORD
           STRING "HISTOFF  " DELIMITED BY SIZE
               WS-HST-PREFIX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HST-TERM DELIMITED BY SIZE
               " LIVE=" DELIMITED BY SIZE
               WS-HST-LIVE-CT DELIMITED BY SIZE
               " COPIED=" DELIMITED BY SIZE
               WS-HST-COPIED DELIMITED BY SIZE
               " VERIFIED=" DELIMITED BY SIZE
               WS-HST-VERIFIED DELIMITED BY SIZE
               " DELETED=" DELIMITED BY SIZE
               WS-HST-DELETED DELIMITED BY SIZE
               INTO RUN-LOG-RECORD
           IF WS-HST-DELETED = WS-HST-LIVE-CT
               MOVE "MOVED" TO RUN-LOG-RECORD(96:5)
           ELSE
               MOVE "KEPT - COUNT MISMATCH" TO RUN-LOG-RECORD(96:21)
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           DISPLAY "[SYSTEM] " WS-HST-PREFIX " " WS-HST-TERM
               " live " WS-HST-LIVE-CT " moved " WS-HST-DELETED.

       HST-BUILD-NAME. *> WS-HST-PREFIX + WS-HST-TERM -> e.g. ENROLL_2025-1ST.DAT in WS-HST-NAME #mejares
           MOVE WS-HST-TERM TO WS-HST-TOKEN
           INSPECT WS-HST-TOKEN REPLACING ALL "/" BY "-"
           MOVE 0 TO WS-HST-LEN
           IF WS-HST-TOKEN NOT = SPACES
               COMPUTE WS-HST-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-HST-TOKEN TRAILING))
               INSPECT WS-HST-TOKEN(1:WS-HST-LEN)
                   REPLACING ALL SPACE BY "_" *> a blank inside the label must not cut the name short #mejares
           END-IF
           MOVE SPACES TO WS-HST-NAME
           STRING WS-HST-PREFIX DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-HST-TOKEN DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-HST-NAME.

       HST-OPEN-ENROLL-MODE. *> ENROLL-FILE on WS-ENROLL-FILE-NAME: U opens it I-O, anything else INPUT #mejares
           IF WS-HST-MODE = "U"
               OPEN I-O ENROLL-FILE
           ELSE
               OPEN INPUT ENROLL-FILE
           END-IF.

       OPEN-ENROLL-FOR-TERM. *> ENROLL-FILE opened on wherever WS-HST-TERM's seats are - ENROLL.DAT, or the term's history file once moved #mejares
           MOVE "ENROLL.DAT" TO WS-ENROLL-FILE-NAME
           PERFORM HST-OPEN-ENROLL-MODE
           IF ENRSTATUS = "00"
               MOVE LOW-VALUES TO ENR-KEY
               MOVE WS-HST-TERM TO ENR-TERM
               START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY
                       MOVE HIGH-VALUES TO ENR-TERM
                   NOT INVALID KEY
                       READ ENROLL-FILE NEXT RECORD
                           AT END
                               MOVE HIGH-VALUES TO ENR-TERM
                       END-READ
               END-START
               IF ENR-TERM = WS-HST-TERM *> the term still has seats on the live file #mejares
                   EXIT PARAGRAPH
               END-IF
               CLOSE ENROLL-FILE
           END-IF
           MOVE "ENROLL" TO WS-HST-PREFIX
           PERFORM HST-BUILD-NAME
           MOVE WS-HST-NAME TO WS-ENROLL-FILE-NAME
           PERFORM HST-OPEN-ENROLL-MODE
           MOVE "ENROLL.DAT" TO WS-ENROLL-FILE-NAME
           IF ENRSTATUS = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM HST-OPEN-ENROLL-MODE. *> no history either - ENROLL.DAT, so the caller reports as it always has #mejares

       OPEN-ENROLL-BY-INDEX. *> WS-HST-IX 0 opens ENROLL.DAT, n the history file of closed term n; Y in WS-HST-OPEN when open #mejares
           MOVE 'N' TO WS-HST-OPEN
           IF WS-HST-IX = 0
               MOVE "ENROLL.DAT" TO WS-ENROLL-FILE-NAME
           ELSE
               MOVE WS-CLOSED-TERM(WS-HST-IX) TO WS-HST-TERM
               MOVE "ENROLL" TO WS-HST-PREFIX
               PERFORM HST-BUILD-NAME
               MOVE WS-HST-NAME TO WS-ENROLL-FILE-NAME
           END-IF
           PERFORM HST-OPEN-ENROLL-MODE
           MOVE "ENROLL.DAT" TO WS-ENROLL-FILE-NAME
           IF ENRSTATUS = "00"
               MOVE 'Y' TO WS-HST-OPEN
           END-IF.

       HST-OFFLOAD-ENROLL. *> one closed term's ENROLL.DAT rows to their history file - copy, verify every row, then delete #mejares
           MOVE 0 TO WS-HST-LIVE-CT
           MOVE 0 TO WS-HST-COPIED
           MOVE 0 TO WS-HST-VERIFIED
           MOVE 0 TO WS-HST-DELETED
           MOVE "ENROLL" TO WS-HST-PREFIX
           PERFORM HST-BUILD-NAME
           OPEN I-O ENROLL-FILE
           IF ENRSTATUS NOT = "00" *> nothing on file, nothing to move #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HST-OPEN
           MOVE LOW-VALUES TO ENR-KEY
           MOVE WS-HST-TERM TO ENR-TERM
           MOVE 'N' TO WS-HST-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HST-EOF
           END-START
           PERFORM UNTIL WS-HST-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HST-EOF
                   NOT AT END
                       IF ENR-TERM NOT = WS-HST-TERM
                           MOVE 'Y' TO WS-HST-EOF
                       ELSE
                           ADD 1 TO WS-HST-LIVE-CT
                           PERFORM HST-COPY-ENROLL-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HST-OPEN = 'Y'
               CLOSE ENROLL-HIST-FILE
           END-IF
           IF WS-HST-LIVE-CT = 0 *> term already moved, or never used this file #mejares
               CLOSE ENROLL-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ENROLL-HIST-FILE *> pass two: every live row must read back, byte for byte #mejares
           IF HSTSTATUS = "00"
               MOVE LOW-VALUES TO ENR-KEY
               MOVE WS-HST-TERM TO ENR-TERM
               MOVE 'N' TO WS-HST-EOF
               START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HST-EOF
               END-START
               PERFORM UNTIL WS-HST-EOF = 'Y'
                   READ ENROLL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HST-EOF
                       NOT AT END
                           IF ENR-TERM NOT = WS-HST-TERM
                               MOVE 'Y' TO WS-HST-EOF
                           ELSE
                               MOVE ENR-KEY TO ENRH-KEY
                               READ ENROLL-HIST-FILE KEY IS ENRH-KEY
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF ENROLL-HIST-RECORD
                                           = ENROLL-RECORD
                                           ADD 1 TO WS-HST-VERIFIED
                                       END-IF
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-HIST-FILE
           END-IF

           IF WS-HST-VERIFIED = WS-HST-LIVE-CT
               AND WS-HST-COPIED = WS-HST-LIVE-CT *> pass three only when the counts agree #mejares
               MOVE LOW-VALUES TO ENR-KEY
               MOVE WS-HST-TERM TO ENR-TERM
               MOVE 'N' TO WS-HST-EOF
               START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HST-EOF
               END-START
               PERFORM UNTIL WS-HST-EOF = 'Y'
                   READ ENROLL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HST-EOF
                       NOT AT END
                           IF ENR-TERM NOT = WS-HST-TERM
                               MOVE 'Y' TO WS-HST-EOF
                           ELSE
                               DELETE ENROLL-FILE RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-HST-DELETED
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ENROLL-FILE
           PERFORM HST-LOG-MOVE.

       HST-COPY-ENROLL-ROW. *> the ENROLL.DAT row in the record area onto the term's history file #mejares
           IF WS-HST-OPEN = 'F' *> the history file could not be opened - the counts will not agree #mejares
               EXIT PARAGRAPH
           END-IF
           IF WS-HST-OPEN NOT = 'Y'
               OPEN I-O ENROLL-HIST-FILE
               IF HSTSTATUS = "35" *> first row of this term - create the file #mejares
                   OPEN OUTPUT ENROLL-HIST-FILE
                   CLOSE ENROLL-HIST-FILE
                   OPEN I-O ENROLL-HIST-FILE
               END-IF
               IF HSTSTATUS NOT = "00"
                   CALL "FSTATMSG" USING HSTSTATUS WS-ERROR-MESSAGE
                   DISPLAY "[SYSTEM] " FUNCTION TRIM(WS-HST-NAME) ": "
                       FUNCTION TRIM(WS-ERROR-MESSAGE)
                   MOVE 'F' TO WS-HST-OPEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-HST-OPEN
           END-IF
           MOVE ENROLL-RECORD TO ENROLL-HIST-RECORD
           WRITE ENROLL-HIST-RECORD
               INVALID KEY *> already there from a run cut short - refresh it #mejares
                   REWRITE ENROLL-HIST-RECORD
           END-WRITE
           IF HSTSTATUS = "00"
               ADD 1 TO WS-HST-COPIED
           END-IF.

       HST-OFFLOAD-ATTEND. *> one closed term's ATTEND.DAT rows to their history file - copy, verify every row, then delete #mejares
           MOVE 0 TO WS-HST-LIVE-CT
           MOVE 0 TO WS-HST-COPIED
           MOVE 0 TO WS-HST-VERIFIED
           MOVE 0 TO WS-HST-DELETED
           MOVE "ATTEND" TO WS-HST-PREFIX
           PERFORM HST-BUILD-NAME
           OPEN I-O ATTEND-FILE
           IF ATTSTATUS NOT = "00" *> nothing on file, nothing to move #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HST-OPEN
           MOVE LOW-VALUES TO ATT-KEY
           MOVE WS-HST-TERM TO ATT-TERM
           MOVE 'N' TO WS-HST-EOF
           START ATTEND-FILE KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HST-EOF
           END-START
           PERFORM UNTIL WS-HST-EOF = 'Y'
               READ ATTEND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HST-EOF
                   NOT AT END
                       IF ATT-TERM NOT = WS-HST-TERM
                           MOVE 'Y' TO WS-HST-EOF
                       ELSE
                           ADD 1 TO WS-HST-LIVE-CT
                           PERFORM HST-COPY-ATTEND-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HST-OPEN = 'Y'
               CLOSE ATTEND-HIST-FILE
           END-IF
           IF WS-HST-LIVE-CT = 0 *> term already moved, or never used this file #mejares
               CLOSE ATTEND-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ATTEND-HIST-FILE *> pass two: every live row must read back, byte for byte #mejares
           IF HSTSTATUS = "00"
               MOVE LOW-VALUES TO ATT-KEY
               MOVE WS-HST-TERM TO ATT-TERM
               MOVE 'N' TO WS-HST-EOF
               START ATTEND-FILE KEY IS NOT LESS THAN ATT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HST-EOF
               END-START
               PERFORM UNTIL WS-HST-EOF = 'Y'
                   READ ATTEND-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HST-EOF
                       NOT AT END
                           IF ATT-TERM NOT = WS-HST-TERM
                               MOVE 'Y' TO WS-HST-EOF
                           ELSE
                               MOVE ATT-KEY TO ATTH-KEY
                               READ ATTEND-HIST-FILE KEY IS ATTH-KEY
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF ATTEND-HIST-RECORD
                                           = ATTEND-RECORD
                                           ADD 1 TO WS-HST-VERIFIED
                                       END-IF
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-HIST-FILE
           END-IF

           IF WS-HST-VERIFIED = WS-HST-LIVE-CT
               AND WS-HST-COPIED = WS-HST-LIVE-CT *> pass three only when the counts agree #mejares
               MOVE LOW-VALUES TO ATT-KEY
               MOVE WS-HST-TERM TO ATT-TERM
               MOVE 'N' TO WS-HST-EOF
               START ATTEND-FILE KEY IS NOT LESS THAN ATT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HST-EOF
               END-START
               PERFORM UNTIL WS-HST-EOF = 'Y'
                   READ ATTEND-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HST-EOF
                       NOT AT END
                           IF ATT-TERM NOT = WS-HST-TERM
                               MOVE 'Y' TO WS-HST-EOF
                           ELSE
                               DELETE ATTEND-FILE RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-HST-DELETED
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ATTEND-FILE
           PERFORM HST-LOG-MOVE.

       HST-COPY-ATTEND-ROW. *> the ATTEND.DAT row in the record area onto the term's history file #mejares
           IF WS-HST-OPEN = 'F' *> the history file could not be opened - the counts will not agree #mejares
               EXIT PARAGRAPH
           END-IF
           IF WS-HST-OPEN NOT = 'Y'
               OPEN I-O ATTEND-HIST-FILE
               IF HSTSTATUS = "35" *> first row of this term - create the file #mejares
                   OPEN OUTPUT ATTEND-HIST-FILE
                   CLOSE ATTEND-HIST-FILE
                   OPEN I-O ATTEND-HIST-FILE
               END-IF
               IF HSTSTATUS NOT = "00"
                   CALL "FSTATMSG" USING HSTSTATUS WS-ERROR-MESSAGE
                   DISPLAY "[SYSTEM] " FUNCTION TRIM(WS-HST-NAME) ": "
                       FUNCTION TRIM(WS-ERROR-MESSAGE)
                   MOVE 'F' TO WS-HST-OPEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-HST-OPEN
           END-IF
           MOVE ATTEND-RECORD TO ATTEND-HIST-RECORD
           WRITE ATTEND-HIST-RECORD
               INVALID KEY *> already there from a run cut short - refresh it #mejares
                   REWRITE ATTEND-HIST-RECORD
           END-WRITE
           IF HSTSTATUS = "00"
               ADD 1 TO WS-HST-COPIED
           END-IF.

       HST-OFFLOAD-WAITLIST. *> one closed term's WAITLIST.DAT rows to their history file - copy, verify every row, then delete #mejares
           MOVE 0 TO WS-HST-LIVE-CT
           MOVE 0 TO WS-HST-COPIED
           MOVE 0 TO WS-HST-VERIFIED
           MOVE 0 TO WS-HST-DELETED
           MOVE "WAITLIST" TO WS-HST-PREFIX
           PERFORM HST-BUILD-NAME
           OPEN I-O WAITLIST-FILE
           IF WLSTATUS NOT = "00" *> nothing on file, nothing to move #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HST-OPEN
           MOVE LOW-VALUES TO WL-KEY
           MOVE WS-HST-TERM TO WL-TERM
           MOVE 'N' TO WS-HST-EOF
           START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HST-EOF
           END-START
           PERFORM UNTIL WS-HST-EOF = 'Y'
               READ WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HST-EOF
                   NOT AT END
                       IF WL-TERM NOT = WS-HST-TERM
                           MOVE 'Y' TO WS-HST-EOF
                       ELSE
                           ADD 1 TO WS-HST-LIVE-CT
                           PERFORM HST-COPY-WAITLIST-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HST-OPEN = 'Y'
               CLOSE WAITLIST-HIST-FILE
           END-IF
           IF WS-HST-LIVE-CT = 0 *> term already moved, or never used this file #mejares
               CLOSE WAITLIST-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT WAITLIST-HIST-FILE *> pass two: every live row must read back, byte for byte #mejares
           IF HSTSTATUS = "00"
               MOVE LOW-VALUES TO WL-KEY
               MOVE WS-HST-TERM TO WL-TERM
               MOVE 'N' TO WS-HST-EOF
               START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HST-EOF
               END-START
               PERFORM UNTIL WS-HST-EOF = 'Y'
                   READ WAITLIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HST-EOF
                       NOT AT END
                           IF WL-TERM NOT = WS-HST-TERM
                               MOVE 'Y' TO WS-HST-EOF
                           ELSE
                               MOVE WL-KEY TO WLH-KEY
                               READ WAITLIST-HIST-FILE KEY IS WLH-KEY
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF WAITLIST-HIST-RECORD
                                           = WAITLIST-RECORD
                                           ADD 1 TO WS-HST-VERIFIED
                                       END-IF
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-HIST-FILE
           END-IF

           IF WS-HST-VERIFIED = WS-HST-LIVE-CT
               AND WS-HST-COPIED = WS-HST-LIVE-CT *> pass three only when the counts agree #mejares
               MOVE LOW-VALUES TO WL-KEY
               MOVE WS-HST-TERM TO WL-TERM
               MOVE 'N' TO WS-HST-EOF
               START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HST-EOF
               END-START
               PERFORM UNTIL WS-HST-EOF = 'Y'
                   READ WAITLIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HST-EOF
                       NOT AT END
                           IF WL-TERM NOT = WS-HST-TERM
                               MOVE 'Y' TO WS-HST-EOF
                           ELSE
                               DELETE WAITLIST-FILE RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-HST-DELETED
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WAITLIST-FILE
           PERFORM HST-LOG-MOVE.

       HST-COPY-WAITLIST-ROW. *> the WAITLIST.DAT row in the record area onto the term's history file #mejares
           IF WS-HST-OPEN = 'F' *> the history file could not be opened - the counts will not agree #mejares
               EXIT PARAGRAPH
           END-IF
           IF WS-HST-OPEN NOT = 'Y'
               OPEN I-O WAITLIST-HIST-FILE
               IF HSTSTATUS = "35" *> first row of this term - create the file #mejares
                   OPEN OUTPUT WAITLIST-HIST-FILE
                   CLOSE WAITLIST-HIST-FILE
                   OPEN I-O WAITLIST-HIST-FILE
               END-IF
               IF HSTSTATUS NOT = "00"
                   CALL "FSTATMSG" USING HSTSTATUS WS-ERROR-MESSAGE
                   DISPLAY "[SYSTEM] " FUNCTION TRIM(WS-HST-NAME) ": "
                       FUNCTION TRIM(WS-ERROR-MESSAGE)
                   MOVE 'F' TO WS-HST-OPEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-HST-OPEN
           END-IF
           MOVE WAITLIST-RECORD TO WAITLIST-HIST-RECORD
           WRITE WAITLIST-HIST-RECORD
               INVALID KEY *> already there from a run cut short - refresh it #mejares
                   REWRITE WAITLIST-HIST-RECORD
           END-WRITE
           IF HSTSTATUS = "00"
               ADD 1 TO WS-HST-COPIED
           END-IF.

       HST-OFFLOAD-PREENL. *> one closed term's PREENL.DAT rows to their history file - copy, verify every row, then delete #mejares
           MOVE 0 TO WS-HST-LIVE-CT
           MOVE 0 TO WS-HST-COPIED
           MOVE 0 TO WS-HST-VERIFIED
           MOVE 0 TO WS-HST-DELETED
           MOVE "PREENL" TO WS-HST-PREFIX
           PERFORM HST-BUILD-NAME
           OPEN I-O PRE-ENLIST-FILE
           IF PRESTATUS NOT = "00" *> nothing on file, nothing to move #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HST-OPEN
           MOVE LOW-VALUES TO PRE-KEY
           MOVE WS-HST-TERM TO PRE-TERM
           MOVE 'N' TO WS-HST-EOF
           START PRE-ENLIST-FILE KEY IS NOT LESS THAN PRE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HST-EOF
           END-START
           PERFORM UNTIL WS-HST-EOF = 'Y'
               READ PRE-ENLIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HST-EOF
                   NOT AT END
                       IF PRE-TERM NOT = WS-HST-TERM
                           MOVE 'Y' TO WS-HST-EOF
                       ELSE
                           ADD 1 TO WS-HST-LIVE-CT
                           PERFORM HST-COPY-PREENL-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HST-OPEN = 'Y'
               CLOSE PRE-ENLIST-HIST-FILE
           END-IF
           IF WS-HST-LIVE-CT = 0 *> term already moved, or never used this file #mejares
               CLOSE PRE-ENLIST-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PRE-ENLIST-HIST-FILE *> pass two: every live row must read back, byte for byte #mejares
           IF HSTSTATUS = "00"
               MOVE LOW-VALUES TO PRE-KEY
               MOVE WS-HST-TERM TO PRE-TERM
               MOVE 'N' TO WS-HST-EOF
               START PRE-ENLIST-FILE KEY IS NOT LESS THAN PRE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HST-EOF
               END-START
               PERFORM UNTIL WS-HST-EOF = 'Y'
                   READ PRE-ENLIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HST-EOF
                       NOT AT END
                           IF PRE-TERM NOT = WS-HST-TERM
                               MOVE 'Y' TO WS-HST-EOF
                           ELSE
                               MOVE PRE-KEY TO PREH-KEY
                               READ PRE-ENLIST-HIST-FILE KEY IS PREH-KEY
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF PRE-ENLIST-HIST-RECORD
                                           = PRE-ENLIST-RECORD
                                           ADD 1 TO WS-HST-VERIFIED
                                       END-IF
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRE-ENLIST-HIST-FILE
           END-IF

           IF WS-HST-VERIFIED = WS-HST-LIVE-CT
               AND WS-HST-COPIED = WS-HST-LIVE-CT *> pass three only when the counts agree #mejares
               MOVE LOW-VALUES TO PRE-KEY
               MOVE WS-HST-TERM TO PRE-TERM
               MOVE 'N' TO WS-HST-EOF
               START PRE-ENLIST-FILE KEY IS NOT LESS THAN PRE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HST-EOF
               END-START
               PERFORM UNTIL WS-HST-EOF = 'Y'
                   READ PRE-ENLIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HST-EOF
                       NOT AT END
                           IF PRE-TERM NOT = WS-HST-TERM
                               MOVE 'Y' TO WS-HST-EOF
                           ELSE
                               DELETE PRE-ENLIST-FILE RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-HST-DELETED
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PRE-ENLIST-FILE
           PERFORM HST-LOG-MOVE.

       HST-COPY-PREENL-ROW. *> the PREENL.DAT row in the record area onto the term's history file #mejares
           IF WS-HST-OPEN = 'F' *> the history file could not be opened - the counts will not agree #mejares
               EXIT PARAGRAPH
           END-IF
           IF WS-HST-OPEN NOT = 'Y'
               OPEN I-O PRE-ENLIST-HIST-FILE
               IF HSTSTATUS = "35" *> first row of this term - create the file #mejares
                   OPEN OUTPUT PRE-ENLIST-HIST-FILE
                   CLOSE PRE-ENLIST-HIST-FILE
                   OPEN I-O PRE-ENLIST-HIST-FILE
               END-IF
               IF HSTSTATUS NOT = "00"
                   CALL "FSTATMSG" USING HSTSTATUS WS-ERROR-MESSAGE
                   DISPLAY "[SYSTEM] " FUNCTION TRIM(WS-HST-NAME) ": "
                       FUNCTION TRIM(WS-ERROR-MESSAGE)
                   MOVE 'F' TO WS-HST-OPEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-HST-OPEN
           END-IF
           MOVE PRE-ENLIST-RECORD TO PRE-ENLIST-HIST-RECORD
           WRITE PRE-ENLIST-HIST-RECORD
               INVALID KEY *> already there from a run cut short - refresh it #mejares
                   REWRITE PRE-ENLIST-HIST-RECORD
           END-WRITE
           IF HSTSTATUS = "00"
               ADD 1 TO WS-HST-COPIED
           END-IF.

       REORG-ENROLL-FILES. *> ENROLL.DAT and each closed term's history file rebuilt, the student/term path with them #mejares
           MOVE 0 TO WS-REORG-ENR-TOTAL
           MOVE 0 TO WS-REORG-ENR-FILES
           MOVE 0 TO WS-REORG-ENR-FAILED
           PERFORM LOAD-TERM-CONTROL
           PERFORM VARYING WS-HST-IX FROM 0 BY 1
               UNTIL WS-HST-IX > WS-CLOSED-TERM-COUNT
               IF WS-HST-IX = 0
                   MOVE "ENROLL.DAT" TO WS-REORG-ENR-NAME
               ELSE
                   MOVE WS-CLOSED-TERM(WS-HST-IX) TO WS-HST-TERM
                   MOVE "ENROLL" TO WS-HST-PREFIX
                   PERFORM HST-BUILD-NAME
                   MOVE WS-HST-NAME TO WS-REORG-ENR-NAME
               END-IF
               PERFORM REORG-ENROLL-ONE
           END-PERFORM
           IF WS-REORG-ENR-FAILED > 0
               MOVE 8 TO WS-RUN-RC
           END-IF.

       REORG-ENROLL-ONE. *> one enrollment file, current or prior layout, copied in key order and swapped in #mejares
           MOVE 'N' TO WS-REORG-ENR-SRC
           MOVE WS-REORG-ENR-NAME TO WS-ENROLL-FILE-NAME
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS = "00"
               MOVE 'C' TO WS-REORG-ENR-SRC
           ELSE
               OPEN INPUT ENROLL-PRIOR-FILE *> a length or key conflict means the file predates the path #mejares
               IF ENRPSTATUS = "00"
                   MOVE 'P' TO WS-REORG-ENR-SRC
               END-IF
           END-IF
           MOVE "ENROLL.DAT" TO WS-ENROLL-FILE-NAME
           IF WS-REORG-ENR-SRC = 'N' *> not on file under this name - nothing to rebuild #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HST-NAME
           STRING FUNCTION TRIM(WS-REORG-ENR-NAME) DELIMITED BY SIZE
               ".REORG" DELIMITED BY SIZE
               INTO WS-HST-NAME
           OPEN OUTPUT ENROLL-HIST-FILE *> the history FD carries the same layout and both keys #mejares
           IF HSTSTATUS NOT = "00"
               CALL "FSTATMSG" USING HSTSTATUS WS-ERROR-MESSAGE
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               IF WS-REORG-ENR-SRC = 'C'
                   CLOSE ENROLL-FILE
               ELSE
                   CLOSE ENROLL-PRIOR-FILE
               END-IF
               ADD 1 TO WS-REORG-ENR-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REORG-ENR-READ
           MOVE 0 TO WS-REORG-ENR-WRITTEN
           MOVE 'N' TO WS-HST-EOF
           IF WS-REORG-ENR-SRC = 'C'
               PERFORM UNTIL WS-HST-EOF = 'Y'
                   READ ENROLL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HST-EOF
                       NOT AT END
                           ADD 1 TO WS-REORG-ENR-READ
                           MOVE ENROLL-RECORD TO ENROLL-HIST-RECORD
                           PERFORM REORG-ENROLL-WRITE
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           ELSE
               PERFORM UNTIL WS-HST-EOF = 'Y'
                   READ ENROLL-PRIOR-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HST-EOF
                       NOT AT END
                           ADD 1 TO WS-REORG-ENR-READ
                           MOVE ENRP-KEY TO ENRH-KEY
                           MOVE ENRP-DATA TO ENRH-DATA
                           PERFORM REORG-ENROLL-WRITE
                   END-READ
               END-PERFORM
               CLOSE ENROLL-PRIOR-FILE
           END-IF
           CLOSE ENROLL-HIST-FILE
           MOVE SPACES TO WS-BK-COMMAND
           IF WS-REORG-ENR-WRITTEN NOT = WS-REORG-ENR-READ *> never swap in a partial rebuild #mejares
               STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HST-NAME) DELIMITED BY SIZE
                   INTO WS-BK-COMMAND
               CALL "SYSTEM" USING WS-BK-COMMAND
               DISPLAY GREEN "[SYSTEM] "
                   FUNCTION TRIM(WS-REORG-ENR-NAME)
                   ": rebuild fell short - left untouched." RST
               ADD 1 TO WS-REORG-ENR-FAILED
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD
           STRING "cp " DELIMITED BY SIZE *> the same dated safety copy the student file gets #mejares
               FUNCTION TRIM(WS-REORG-ENR-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REORG-ENR-NAME) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-BACKUP-DATE DELIMITED BY SIZE
               ".BAK 2>/dev/null" DELIMITED BY SIZE
               INTO WS-BK-COMMAND
           CALL "SYSTEM" USING WS-BK-COMMAND
           MOVE SPACES TO WS-BK-COMMAND
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HST-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REORG-ENR-NAME) DELIMITED BY SIZE
               INTO WS-BK-COMMAND
           CALL "SYSTEM" USING WS-BK-COMMAND
           ADD 1 TO WS-REORG-ENR-FILES
           ADD WS-REORG-ENR-WRITTEN TO WS-REORG-ENR-TOTAL
           DISPLAY GREEN "[SYSTEM] " FUNCTION TRIM(WS-REORG-ENR-NAME)
               ": " WS-REORG-ENR-WRITTEN " seat row(s) rebuilt." RST.

       REORG-ENROLL-WRITE. *> the seat in the history record area, its student/term path set, onto the rebuilt file #mejares
           MOVE ENRH-STUD-ID TO ENRH-ST-STUD-ID
           MOVE ENRH-TERM TO ENRH-ST-TERM
           WRITE ENROLL-HIST-RECORD
           IF HSTSTATUS = "00"
               ADD 1 TO WS-REORG-ENR-WRITTEN
           END-IF.

       CONTROL-NUMBERS-MENU. *> 78. CONTROL NUMBERS - the named series every running number is drawn from #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "          CONTROL NUMBERS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| View All Series                |"
           DISPLAY "|2| Reseed a Series (Supervisor)   |"
           DISPLAY "|3| Check Files Against Series     |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-CTLMAINT-OPTION
           EVALUATE WS-CTLMAINT-OPTION
               WHEN 1 PERFORM CTL-VIEW-SERIES
               WHEN 2 PERFORM CTL-PICK-RESEED
               WHEN 3 PERFORM CTL-CHECK-RUN
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       CTL-SERIES-BY-INDEX. *> series WS-CTL-IX (1-7, screen order) into WS-CTL-SERIES #mejares
           EVALUATE WS-CTL-IX
               WHEN 1 MOVE "NOTICE" TO WS-CTL-SERIES
               WHEN 2 MOVE "DOCREQ" TO WS-CTL-SERIES
               WHEN 3 MOVE "DOCCTL" TO WS-CTL-SERIES
               WHEN 4 MOVE "GCHGREQ" TO WS-CTL-SERIES
               WHEN 5 MOVE "SHIFTREQ" TO WS-CTL-SERIES
               WHEN 6 MOVE "RECEIPT" TO WS-CTL-SERIES
               WHEN 7 MOVE "APPLCNT" TO WS-CTL-SERIES
               WHEN OTHER MOVE SPACES TO WS-CTL-SERIES
           END-EVALUATE
           PERFORM CTL-DESCRIBE-SERIES.

       CTL-DESCRIBE-SERIES. *> what WS-CTL-SERIES numbers and the highest number its field can hold #mejares
           EVALUATE WS-CTL-SERIES
               WHEN "NOTICE"
                   MOVE "OUTBOX NOTICES" TO WS-CTL-TITLE
                   MOVE 999999 TO WS-CTL-LIMIT
               WHEN "DOCREQ"
                   MOVE "DOCUMENT REQUESTS" TO WS-CTL-TITLE
                   MOVE 99999 TO WS-CTL-LIMIT
               WHEN "DOCCTL"
                   MOVE "DOCUMENT CONTROL NOS." TO WS-CTL-TITLE
                   MOVE 99999 TO WS-CTL-LIMIT
               WHEN "GCHGREQ"
                   MOVE "GRADE-CHANGE REQUESTS" TO WS-CTL-TITLE
                   MOVE 99999 TO WS-CTL-LIMIT
               WHEN "SHIFTREQ"
                   MOVE "SHIFT REQUESTS" TO WS-CTL-TITLE
                   MOVE 99999 TO WS-CTL-LIMIT
               WHEN "RECEIPT"
                   MOVE "OFFICIAL RECEIPTS" TO WS-CTL-TITLE
                   MOVE 99999999 TO WS-CTL-LIMIT
               WHEN "APPLCNT"
                   MOVE "APPLICANTS" TO WS-CTL-TITLE
                   MOVE 99999 TO WS-CTL-LIMIT
               WHEN OTHER
                   MOVE SPACES TO WS-CTL-TITLE
                   MOVE 0 TO WS-CTL-LIMIT
           END-EVALUATE.

       DRAW-CONTROL-NUMBER. *> the next number in series WS-CTL-SERIES under lock, into WS-CTL-NUMBER; Y in WS-CTL-OK when one was drawn; the item's own file must already be open #mejares
           MOVE 'N' TO WS-CTL-OK
           MOVE 0 TO WS-CTL-NUMBER
           PERFORM CTL-DESCRIBE-SERIES
           OPEN I-O CTL-NO-FILE
           IF CTLSTATUS = "35" *> first number ever drawn - create the control file #mejares
               OPEN OUTPUT CTL-NO-FILE
               CLOSE CTL-NO-FILE
               OPEN I-O CTL-NO-FILE
           END-IF
           IF CTLSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-SERIES TO CTL-SERIES
           READ CTL-NO-FILE WITH LOCK KEY IS CTL-SERIES
               INVALID KEY *> first draw from this series - start it above what the item's file already holds #mejares
                   PERFORM CTL-FIND-FILE-MAX
                   PERFORM CTL-SEED-SERIES
           END-READ
           IF CTLSTATUS NOT = "00" *> held by another terminal or not there at all - no number rather than a guessed one #mejares
               CLOSE CTL-NO-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CTL-TRIES
           PERFORM UNTIL WS-CTL-OK = 'Y' OR WS-CTL-TRIES >= 999
               ADD 1 TO WS-CTL-TRIES
               IF CTL-LAST >= CTL-LIMIT *> the series is spent - a supervisor must reseed it #mejares
                   UNLOCK CTL-NO-FILE
                   CLOSE CTL-NO-FILE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CTL-LAST
               MOVE CTL-LAST TO WS-CTL-NUMBER
               PERFORM CTL-PROBE-NUMBER *> never hand out a number already on the item's file #mejares
               IF WS-CTL-FREE = 'Y'
                   MOVE 'Y' TO WS-CTL-OK
               END-IF
           END-PERFORM
           IF WS-CTL-OK = 'Y'
               REWRITE CTL-NO-RECORD
               IF CTLSTATUS NOT = "00"
                   MOVE 'N' TO WS-CTL-OK
               END-IF
           ELSE
               UNLOCK CTL-NO-FILE
           END-IF
           CLOSE CTL-NO-FILE.

       CTL-PROBE-NUMBER. *> N in WS-CTL-FREE when WS-CTL-NUMBER is already a key on the item's open file #mejares
           MOVE 'Y' TO WS-CTL-FREE
           EVALUATE WS-CTL-SERIES
               WHEN "NOTICE"
                   MOVE WS-CTL-NUMBER TO OBX-SEQ
                   READ OUTBOX-FILE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-CTL-FREE
                   END-READ
               WHEN "DOCREQ"
                   MOVE WS-CTL-NUMBER TO DOC-SEQ
                   READ DOC-REQ-FILE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-CTL-FREE
                   END-READ
               WHEN "GCHGREQ"
                   MOVE WS-CTL-NUMBER TO GCR-SEQ
                   READ GRADE-CHG-FILE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-CTL-FREE
                   END-READ
               WHEN "SHIFTREQ"
                   MOVE WS-CTL-NUMBER TO SHF-SEQ
                   READ SHIFT-REQ-FILE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-CTL-FREE
                   END-READ
               WHEN "RECEIPT"
                   MOVE WS-CTL-NUMBER TO RCP-NO
                   READ RECEIPT-FILE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-CTL-FREE
                   END-READ
               WHEN "APPLCNT"
                   MOVE WS-CTL-NUMBER TO APL-NO
                   READ APPLICANT-FILE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-CTL-FREE
                   END-READ
               WHEN OTHER *> control numbers are not a key anywhere - the series alone keeps them unique #mejares
                   CONTINUE
           END-EVALUATE.

       CTL-SEED-SERIES. *> the series record for WS-CTL-SERIES, starting at WS-CTL-FILE-MAX, then read back under lock #mejares
           MOVE WS-CTL-SERIES TO CTL-SERIES
           MOVE WS-CTL-FILE-MAX TO CTL-LAST
           IF WS-CTL-SERIES = "RECEIPT" *> a booklet range set on the old receipt series still counts #mejares
               OPEN INPUT OR-SEQ-FILE
               IF ORSSTATUS = "00"
                   MOVE "ORS" TO ORS-KEY
                   READ OR-SEQ-FILE KEY IS ORS-KEY
                       NOT INVALID KEY
                           IF ORS-LAST > CTL-LAST
                               MOVE ORS-LAST TO CTL-LAST
                           END-IF
                   END-READ
                   CLOSE OR-SEQ-FILE
               END-IF
           END-IF
           IF WS-CTL-SERIES = "APPLCNT" *> and so does the old applicant series #mejares
               OPEN INPUT APL-SEQ-FILE
               IF APSSTATUS = "00"
                   MOVE "APS" TO APS-KEY
                   READ APL-SEQ-FILE KEY IS APS-KEY
                       NOT INVALID KEY
                           IF APS-LAST > CTL-LAST
                               MOVE APS-LAST TO CTL-LAST
                           END-IF
                   END-READ
                   CLOSE APL-SEQ-FILE
               END-IF
           END-IF
           MOVE WS-CTL-LIMIT TO CTL-LIMIT
           MOVE "SEED" TO CTL-SET-BY
           ACCEPT CTL-SET-DATE FROM DATE YYYYMMDD
           WRITE CTL-NO-RECORD *> a terminal seeding at the same moment wins - its record is the one read back #mejares
           MOVE WS-CTL-SERIES TO CTL-SERIES
           READ CTL-NO-FILE WITH LOCK KEY IS CTL-SERIES
               INVALID KEY
                   CONTINUE
           END-READ.

       CTL-FIND-FILE-MAX. *> highest number of series WS-CTL-SERIES already on the item's open file, into WS-CTL-FILE-MAX #mejares
           MOVE 0 TO WS-CTL-FILE-MAX
           EVALUATE WS-CTL-SERIES
               WHEN "NOTICE"
                   PERFORM OBX-FIND-MAX-SEQ
                   MOVE WS-OBX-MAX TO WS-CTL-FILE-MAX
               WHEN "DOCREQ"
                   PERFORM DOC-FIND-MAX-SEQ
                   MOVE WS-DOC-MAX TO WS-CTL-FILE-MAX
               WHEN "DOCCTL"
                   PERFORM DOC-FIND-MAX-CONTROL
               WHEN "GCHGREQ"
                   PERFORM GCHG-FIND-MAX-SEQ
                   MOVE WS-GCR-MAX TO WS-CTL-FILE-MAX
               WHEN "SHIFTREQ"
                   PERFORM SHIFT-FIND-MAX-SEQ
                   MOVE WS-SHF-MAX TO WS-CTL-FILE-MAX
               WHEN "RECEIPT"
                   PERFORM RCP-FIND-MAX-NO
               WHEN "APPLCNT"
                   PERFORM APL-FIND-MAX-NO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CTL-ITEM-FILE-MAX. *> CTL-FIND-FILE-MAX for a caller that does not have the item's file open; 0 when the file is not there yet #mejares
           MOVE 0 TO WS-CTL-FILE-MAX
           MOVE 'N' TO WS-CTL-FILE-OPEN
           EVALUATE WS-CTL-SERIES
               WHEN "NOTICE"
                   OPEN INPUT OUTBOX-FILE
                   IF OBXSTATUS = "00"
                       MOVE 'Y' TO WS-CTL-FILE-OPEN
                   END-IF
               WHEN "DOCREQ" WHEN "DOCCTL"
                   OPEN INPUT DOC-REQ-FILE
                   IF DOCSTATUS = "00"
                       MOVE 'Y' TO WS-CTL-FILE-OPEN
                   END-IF
               WHEN "GCHGREQ"
                   OPEN INPUT GRADE-CHG-FILE
                   IF GCRSTATUS = "00"
                       MOVE 'Y' TO WS-CTL-FILE-OPEN
                   END-IF
               WHEN "SHIFTREQ"
                   OPEN INPUT SHIFT-REQ-FILE
                   IF SHFSTATUS = "00"
                       MOVE 'Y' TO WS-CTL-FILE-OPEN
                   END-IF
               WHEN "RECEIPT"
                   OPEN INPUT RECEIPT-FILE
                   IF RCPSTATUS = "00"
                       MOVE 'Y' TO WS-CTL-FILE-OPEN
                   END-IF
               WHEN "APPLCNT"
                   OPEN INPUT APPLICANT-FILE
                   IF APLSTATUS = "00"
                       MOVE 'Y' TO WS-CTL-FILE-OPEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CTL-FILE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM CTL-FIND-FILE-MAX
           EVALUATE WS-CTL-SERIES
               WHEN "NOTICE" CLOSE OUTBOX-FILE
               WHEN "DOCREQ" WHEN "DOCCTL" CLOSE DOC-REQ-FILE
               WHEN "GCHGREQ" CLOSE GRADE-CHG-FILE
               WHEN "SHIFTREQ" CLOSE SHIFT-REQ-FILE
               WHEN "RECEIPT" CLOSE RECEIPT-FILE
               WHEN "APPLCNT" CLOSE APPLICANT-FILE
           END-EVALUATE.

       OBX-FIND-MAX-SEQ. *> highest notice number already on the open outbox #mejares
           MOVE 0 TO WS-OBX-MAX
           MOVE 0 TO OBX-SEQ
           MOVE 'N' TO WS-OBX-EOF
           START OUTBOX-FILE KEY IS NOT LESS THAN OBX-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-OBX-EOF
           END-START
           PERFORM UNTIL WS-OBX-EOF = 'Y'
               READ OUTBOX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OBX-EOF
                   NOT AT END
                       MOVE OBX-SEQ TO WS-OBX-MAX
               END-READ
           END-PERFORM.

       DOC-FIND-MAX-CONTROL. *> highest YYYY-nnnnn control number already stamped on the open queue, into WS-CTL-FILE-MAX #mejares
           MOVE DOC-REQ-RECORD TO WS-CTL-DOC-HOLD *> called mid-release - the request in hand must survive the scan #mejares
           MOVE 0 TO WS-CTL-FILE-MAX
           MOVE 0 TO DOC-SEQ
           MOVE 'N' TO WS-DOC-EOF
           START DOC-REQ-FILE KEY IS NOT LESS THAN DOC-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-DOC-EOF
           END-START
           PERFORM UNTIL WS-DOC-EOF = 'Y'
               READ DOC-REQ-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DOC-EOF
                   NOT AT END
                       IF DOC-CONTROL(6:5) IS NUMERIC
                           IF FUNCTION NUMVAL(DOC-CONTROL(6:5))
                               > WS-CTL-FILE-MAX
                               MOVE FUNCTION NUMVAL(DOC-CONTROL(6:5))
                                   TO WS-CTL-FILE-MAX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CTL-DOC-HOLD TO DOC-REQ-RECORD.

       RCP-FIND-MAX-NO. *> highest receipt number already on the open register, into WS-CTL-FILE-MAX #mejares
           MOVE 0 TO RCP-NO
           MOVE 'N' TO WS-RCP-EOF
           START RECEIPT-FILE KEY IS NOT LESS THAN RCP-NO
               INVALID KEY
                   MOVE 'Y' TO WS-RCP-EOF
           END-START
           PERFORM UNTIL WS-RCP-EOF = 'Y'
               READ RECEIPT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RCP-EOF
                   NOT AT END
                       MOVE RCP-NO TO WS-CTL-FILE-MAX
               END-READ
           END-PERFORM.

       APL-FIND-MAX-NO. *> highest applicant number already on the open file, into WS-CTL-FILE-MAX #mejares
           MOVE 0 TO APL-NO
           MOVE 'N' TO WS-APL-EOF
           START APPLICANT-FILE KEY IS NOT LESS THAN APL-NO
               INVALID KEY
                   MOVE 'Y' TO WS-APL-EOF
           END-START
           PERFORM UNTIL WS-APL-EOF = 'Y'
               READ APPLICANT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APL-EOF
                   NOT AT END
                       MOVE APL-NO TO WS-CTL-FILE-MAX
               END-READ
           END-PERFORM.

       CTL-VIEW-SERIES. *> 78-1: every series, where it stands and who last set it #mejares
           OPEN INPUT CTL-NO-FILE
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "          CONTROL NUMBERS" RST
           DISPLAY "------------------------------------"
           DISPLAY "   SERIES   LAST USED LIMIT    SET BY   ON"
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
               UNTIL WS-CTL-IX > WS-CTL-COUNT
               PERFORM CTL-SERIES-BY-INDEX
               MOVE 'N' TO WS-CTL-FOUND
               IF CTLSTATUS = "00"
                   MOVE WS-CTL-SERIES TO CTL-SERIES
                   READ CTL-NO-FILE KEY IS CTL-SERIES
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CTL-FOUND
                   END-READ
               END-IF
               IF WS-CTL-FOUND = 'Y'
                   DISPLAY WS-CTL-IX "  " CTL-SERIES " " CTL-LAST
                       "  " CTL-LIMIT " " CTL-SET-BY " " CTL-SET-DATE
               ELSE
                   DISPLAY WS-CTL-IX "  " WS-CTL-SERIES
                       " not started - first draw starts it above "
                       "the file"
               END-IF
               DISPLAY "     " WS-CTL-TITLE
           END-PERFORM
           IF CTLSTATUS = "00"
               CLOSE CTL-NO-FILE
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CTL-PICK-RESEED. *> 78-2: which series to reseed #mejares
           IF NOT OPER-SUPERVISOR *> moving a series is how numbers repeat or go missing - supervisor only #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may reseed a "
                   "control-number series." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
               UNTIL WS-CTL-IX > WS-CTL-COUNT
               PERFORM CTL-SERIES-BY-INDEX
               DISPLAY "|" WS-CTL-IX "| " WS-CTL-SERIES " "
                   WS-CTL-TITLE
           END-PERFORM
           DISPLAY GREEN "Series no. to reseed: " RST NO ADVANCING
           ACCEPT WS-CTL-IX
           IF WS-CTL-IX < 1 OR WS-CTL-IX > WS-CTL-COUNT
               DISPLAY " "
               DISPLAY GREEN "INVALID OPTION" RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM CTL-SERIES-BY-INDEX
           PERFORM CTL-RESEED-SERIES.

       CTL-RESEED-SERIES. *> the last number used in series WS-CTL-SERIES - never below what its file already holds #mejares
           IF NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may reseed a "
                   "control-number series." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM CTL-DESCRIBE-SERIES
           PERFORM CTL-ITEM-FILE-MAX
           OPEN I-O CTL-NO-FILE
           IF CTLSTATUS = "35"
               OPEN OUTPUT CTL-NO-FILE
               CLOSE CTL-NO-FILE
               OPEN I-O CTL-NO-FILE
           END-IF
           IF CTLSTATUS NOT = "00"
               CALL "FSTATMSG" USING CTLSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-SERIES TO CTL-SERIES
           READ CTL-NO-FILE WITH LOCK KEY IS CTL-SERIES
               INVALID KEY *> not drawn from yet - start it where the first draw would #mejares
                   PERFORM CTL-SEED-SERIES
           END-READ
           IF CTLSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "The series record is in use or "
                   "missing - try again." RST
               CLOSE CTL-NO-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Series          : " CTL-SERIES " "
               FUNCTION TRIM(WS-CTL-TITLE)
           DISPLAY "Last number used: " CTL-LAST
           DISPLAY "Highest on file : " WS-CTL-FILE-MAX
           DISPLAY "Limit           : " CTL-LIMIT
           DISPLAY "New last number (ENTER keeps it): " NO ADVANCING
           MOVE SPACES TO WS-CTL-NO-INPUT
           ACCEPT WS-CTL-NO-INPUT
           IF WS-CTL-NO-INPUT = SPACES
               UNLOCK CTL-NO-FILE
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-CTL-NO-INPUT)) = 0
                   MOVE FUNCTION NUMVAL(WS-CTL-NO-INPUT) TO WS-CTL-NEW
                   IF WS-CTL-NEW < WS-CTL-FILE-MAX *> below the file the next draws would only step over numbers already issued #mejares
                       UNLOCK CTL-NO-FILE
                       DISPLAY " "
                       DISPLAY GREEN "Numbers up to " WS-CTL-FILE-MAX
                           " are already on file - not below that."
                           RST
                   ELSE
                       IF WS-CTL-NEW >= CTL-LIMIT
                           UNLOCK CTL-NO-FILE
                           DISPLAY " "
                           DISPLAY GREEN "That leaves no numbers - "
                               "the limit is " CTL-LIMIT "." RST
                       ELSE
                           MOVE WS-CTL-NEW TO CTL-LAST
                           MOVE WS-OPERATOR-ID TO CTL-SET-BY
                           ACCEPT CTL-SET-DATE FROM DATE YYYYMMDD
                           REWRITE CTL-NO-RECORD
                           MOVE SPACES TO STUD-ID
                           MOVE "CTLSET" TO WS-AUDIT-OPERATION
                           PERFORM WRITE-AUDIT-LOG
                           DISPLAY " "
                           DISPLAY GREEN "Series set - the next "
                               "number is the one after " CTL-LAST "."
                               RST
                       END-IF
                   END-IF
               ELSE
                   UNLOCK CTL-NO-FILE
                   DISPLAY " "
                   DISPLAY GREEN "That is not a number." RST
               END-IF
           END-IF
           CLOSE CTL-NO-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CTL-CHECK-RUN. *> 78-3/CTLCHECK: flags any item file already holding numbers above its series #mejares
           MOVE 0 TO WS-CTL-CHECKED
           MOVE 0 TO WS-CTL-FLAGGED
           OPEN EXTEND RUN-LOG-FILE
           IF RUNLOGSTATUS = "35" *> RUNLOG.TXT does not exist yet #mejares
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           DISPLAY " "
           DISPLAY "------------------------------------"
           DISPLAY "SERIES   LAST USED ON FILE  RESULT"
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
               UNTIL WS-CTL-IX > WS-CTL-COUNT
               PERFORM CTL-CHECK-ONE
           END-PERFORM
           IF RUNLOGSTATUS = "00"
               CLOSE RUN-LOG-FILE
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY "[SYSTEM] Series checked: " WS-CTL-CHECKED
               "  above their series: " WS-CTL-FLAGGED
           IF WS-CTL-FLAGGED > 0 *> the next draws will step over them, but someone must find out how they got there #mejares
               DISPLAY "[SYSTEM] Reseed the flagged series from "
                   "option 78 before the next draw."
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           MOVE SPACES TO STUD-ID
           MOVE "CTLCHK" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       CTL-CHECK-ONE. *> series WS-CTL-IX against the highest number on its file, onto the screen and RUNLOG.TXT #mejares
           PERFORM CTL-SERIES-BY-INDEX
           PERFORM CTL-ITEM-FILE-MAX
           ADD 1 TO WS-CTL-CHECKED
           MOVE 'N' TO WS-CTL-FOUND
           OPEN INPUT CTL-NO-FILE
           IF CTLSTATUS = "00"
               MOVE WS-CTL-SERIES TO CTL-SERIES
               READ CTL-NO-FILE KEY IS CTL-SERIES
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CTL-FOUND
               END-READ
               CLOSE CTL-NO-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-CTL-FOUND NOT = 'Y' *> the first draw starts it above the file, so nothing can clash yet #mejares
                   MOVE 0 TO CTL-LAST
                   MOVE "NOT STARTED" TO WS-CTL-VERDICT
               WHEN WS-CTL-FILE-MAX > CTL-LAST
                   ADD 1 TO WS-CTL-FLAGGED
                   MOVE "ABOVE SERIES" TO WS-CTL-VERDICT
               WHEN OTHER
                   MOVE "OK" TO WS-CTL-VERDICT
           END-EVALUATE
           DISPLAY WS-CTL-SERIES " " CTL-LAST "  " WS-CTL-FILE-MAX
               "  " WS-CTL-VERDICT
           IF RUNLOGSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RUN-LOG-RECORD
           STRING "CTLCHECK " DELIMITED BY SIZE
               WS-CTL-SERIES DELIMITED BY SIZE
               " LAST=" DELIMITED BY SIZE
               CTL-LAST DELIMITED BY SIZE
               " ON FILE=" DELIMITED BY SIZE
               WS-CTL-FILE-MAX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CTL-VERDICT DELIMITED BY SIZE
               INTO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD.

       SYSTEM-PARAMETERS-MENU. *> 79. SYSTEM PARAMETERS - the policy values reports and batch runs go by #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "         SYSTEM PARAMETERS" RST
           DISPLAY "------------------------------------"
           DISPLAY "   NAME           VALUE     EFFECTIVE SET BY"
           ACCEPT WS-PRM-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-PRM-FILE-OPEN
           OPEN INPUT PARAM-FILE
           IF PRMSTATUS = "00"
               MOVE 'Y' TO WS-PRM-FILE-OPEN
           END-IF
           PERFORM VARYING WS-PRM-IX FROM 1 BY 1
               UNTIL WS-PRM-IX > WS-PRM-COUNT
               PERFORM PRM-SHOW-ONE
           END-PERFORM
           IF WS-PRM-FILE-OPEN = 'Y'
               CLOSE PARAM-FILE
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Parameter no. to change (ENTER to leave): "
               RST NO ADVANCING
           MOVE SPACES TO WS-PRM-PICK-X
           ACCEPT WS-PRM-PICK-X
           IF WS-PRM-PICK-X = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PRM-PICK-X)) NOT = 0
               DISPLAY " "
               DISPLAY GREEN "INVALID OPTION" RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PRM-PICK-X) TO WS-PRM-IX
           IF WS-PRM-IX < 1 OR WS-PRM-IX > WS-PRM-COUNT
               DISPLAY " "
               DISPLAY GREEN "INVALID OPTION" RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM PRM-CHANGE-ONE.

       PRM-SHOW-ONE. *> one parameter's line on the maintenance screen - the value in force today #mejares
           PERFORM PRM-DEFINE-BY-INDEX
           MOVE WS-PRM-DEFAULT TO WS-PRM-VALUE
           MOVE "(default)" TO WS-PRM-SHOW-EFF
           MOVE SPACES TO WS-PRM-SHOW-BY
           MOVE SPACES TO WS-PRM-SHOW-NOTE
           IF WS-PRM-FILE-OPEN = 'Y'
               MOVE WS-PRM-NAME TO PRM-NAME
               READ PARAM-FILE KEY IS PRM-NAME
                   NOT INVALID KEY
                       MOVE PRM-EFF-DATE TO WS-PRM-SHOW-EFF
                       MOVE PRM-SET-BY TO WS-PRM-SHOW-BY
                       IF PRM-EFF-DATE > WS-PRM-TODAY
                           MOVE PRM-PRIOR TO WS-PRM-VALUE
                           MOVE "(changes on that date)"
                               TO WS-PRM-SHOW-NOTE
                       ELSE
                           MOVE PRM-VALUE TO WS-PRM-VALUE
                       END-IF
               END-READ
           END-IF
           PERFORM PRM-EDIT-VALUE
           DISPLAY WS-PRM-IX " " WS-PRM-NAME " " WS-PRM-EDIT " "
               WS-PRM-SHOW-EFF " " WS-PRM-SHOW-BY " " WS-PRM-SHOW-NOTE.

       PRM-CHANGE-ONE. *> a new value for parameter WS-PRM-IX from a date on, audited, the value it replaces kept #mejares
           PERFORM PRM-DEFINE-BY-INDEX
           ACCEPT WS-PRM-TODAY FROM DATE YYYYMMDD
           OPEN I-O PARAM-FILE
           IF PRMSTATUS = "35" *> first change ever - create the parameter file #mejares
               OPEN OUTPUT PARAM-FILE
               CLOSE PARAM-FILE
               OPEN I-O PARAM-FILE
           END-IF
           IF PRMSTATUS NOT = "00"
               CALL "FSTATMSG" USING PRMSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PRM-FOUND
           MOVE WS-PRM-DEFAULT TO WS-PRM-OLD
           MOVE WS-PRM-NAME TO PRM-NAME
           READ PARAM-FILE KEY IS PRM-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRM-FOUND
                   IF PRM-EFF-DATE > WS-PRM-TODAY *> a change still pending is replaced, not stacked #mejares
                       MOVE PRM-PRIOR TO WS-PRM-OLD
                   ELSE
                       MOVE PRM-VALUE TO WS-PRM-OLD
                   END-IF
           END-READ
           MOVE WS-PRM-OLD TO WS-PRM-VALUE
           PERFORM PRM-EDIT-VALUE
           DISPLAY " "
           DISPLAY "Parameter : " WS-PRM-NAME
           DISPLAY "Meaning   : " WS-PRM-DESC
           DISPLAY "In force  : " WS-PRM-EDIT
           MOVE WS-PRM-MIN TO WS-PRM-VALUE
           PERFORM PRM-EDIT-VALUE
           MOVE WS-PRM-EDIT TO WS-PRM-SHOW-NOTE
           MOVE WS-PRM-MAX TO WS-PRM-VALUE
           PERFORM PRM-EDIT-VALUE
           DISPLAY "Range     : " FUNCTION TRIM(WS-PRM-SHOW-NOTE)
               " to " FUNCTION TRIM(WS-PRM-EDIT)
           DISPLAY "New value (ENTER leaves it): " NO ADVANCING
           MOVE SPACES TO WS-PRM-VALUE-X
           ACCEPT WS-PRM-VALUE-X
           IF WS-PRM-VALUE-X = SPACES
               CLOSE PARAM-FILE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PRM-VALUE-X))
               NOT = 0
               DISPLAY " "
               DISPLAY GREEN "That is not a number." RST
               CLOSE PARAM-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PRM-VALUE-X) TO WS-PRM-NEW
           IF WS-PRM-NEW < WS-PRM-MIN OR WS-PRM-NEW > WS-PRM-MAX
               OR (WS-PRM-DEC NOT = 'Y'
                   AND WS-PRM-NEW NOT = FUNCTION INTEGER(WS-PRM-NEW))
               DISPLAY " "
               DISPLAY GREEN "Outside the range for this parameter."
                   RST
               CLOSE PARAM-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Effective date YYYYMMDD (ENTER for today): "
               NO ADVANCING
           MOVE SPACES TO WS-PRM-EFF-X
           ACCEPT WS-PRM-EFF-X
           IF WS-PRM-EFF-X = SPACES
               MOVE WS-PRM-TODAY TO WS-PRM-EFF
           ELSE
               IF WS-PRM-EFF-X IS NOT NUMERIC
                   MOVE 0 TO WS-PRM-EFF
               ELSE
                   MOVE WS-PRM-EFF-X TO WS-PRM-EFF
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-PRM-EFF) NOT = 0
                       MOVE 0 TO WS-PRM-EFF
                   END-IF
               END-IF
           END-IF
           IF WS-PRM-EFF < WS-PRM-TODAY *> a backdated value would make reports already run unexplainable #mejares
               DISPLAY " "
               DISPLAY GREEN "The date must be a valid date, today "
                   "or later." RST
               CLOSE PARAM-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRM-NAME TO PRM-NAME
           MOVE WS-PRM-OLD TO PRM-PRIOR
           MOVE WS-PRM-NEW TO PRM-VALUE
           MOVE WS-PRM-DESC TO PRM-DESC
           MOVE WS-PRM-EFF TO PRM-EFF-DATE
           MOVE WS-OPERATOR-ID TO PRM-SET-BY
           MOVE WS-PRM-TODAY TO PRM-SET-DATE
           IF WS-PRM-FOUND = 'Y'
               REWRITE PARAM-RECORD
           ELSE
               WRITE PARAM-RECORD
           END-IF
           IF PRMSTATUS NOT = "00"
               CALL "FSTATMSG" USING PRMSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               CLOSE PARAM-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           CLOSE PARAM-FILE
           MOVE SPACES TO STUD-ID
           MOVE "PRMSET" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           PERFORM PRM-WRITE-HISTORY
           PERFORM LOAD-SYSTEM-PARAMETERS *> the rest of this session goes by the new value too #mejares
           DISPLAY " "
           DISPLAY GREEN "Parameter " FUNCTION TRIM(WS-PRM-NAME)
               " set, in force from " WS-PRM-EFF "." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       PRM-WRITE-HISTORY. *> one PARMHIST.TXT line per change: who, when, which, from what to what, from when #mejares
           OPEN EXTEND PRM-HIST-FILE
           IF PRMHISTSTATUS = "35" *> PARMHIST.TXT does not exist yet #mejares
               OPEN OUTPUT PRM-HIST-FILE
           END-IF
           IF PRMHISTSTATUS NOT = "00"
               DISPLAY "[SYSTEM] Could not write the parameter history."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRM-OLD TO WS-PRM-VALUE
           PERFORM PRM-EDIT-VALUE
           MOVE WS-PRM-EDIT TO WS-PRM-SHOW-NOTE
           MOVE WS-PRM-NEW TO WS-PRM-VALUE
           PERFORM PRM-EDIT-VALUE
           MOVE SPACES TO PRM-HIST-RECORD
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRM-NAME DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               WS-PRM-SHOW-NOTE(1:10) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-PRM-EDIT DELIMITED BY SIZE
               " EFFECTIVE " DELIMITED BY SIZE
               WS-PRM-EFF DELIMITED BY SIZE
               INTO PRM-HIST-RECORD
           WRITE PRM-HIST-RECORD
           CLOSE PRM-HIST-FILE.

       LOAD-SYSTEM-PARAMETERS. *> every parameter in force today off SYSPARM.DAT onto its working-storage item; the built-in value where none is on file #mejares
           ACCEPT WS-PRM-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-PRM-FILE-OPEN
           OPEN INPUT PARAM-FILE
           IF PRMSTATUS = "00"
               MOVE 'Y' TO WS-PRM-FILE-OPEN
           END-IF
           PERFORM VARYING WS-PRM-IX FROM 1 BY 1
               UNTIL WS-PRM-IX > WS-PRM-COUNT
               PERFORM PRM-LOAD-ONE
           END-PERFORM
           IF WS-PRM-FILE-OPEN = 'Y'
               CLOSE PARAM-FILE
           END-IF.

       PRM-LOAD-ONE. *> parameter WS-PRM-IX: the value in force today, onto its item #mejares
           PERFORM PRM-DEFINE-BY-INDEX
           MOVE WS-PRM-DEFAULT TO WS-PRM-VALUE
           IF WS-PRM-FILE-OPEN = 'Y'
               MOVE WS-PRM-NAME TO PRM-NAME
               READ PARAM-FILE KEY IS PRM-NAME
                   NOT INVALID KEY
                       IF PRM-EFF-DATE > WS-PRM-TODAY *> not in force yet - the value it replaces still rules #mejares
                           MOVE PRM-PRIOR TO WS-PRM-VALUE
                       ELSE
                           MOVE PRM-VALUE TO WS-PRM-VALUE
                       END-IF
               END-READ
           END-IF
           PERFORM PRM-APPLY-ONE.

       PRM-DEFINE-BY-INDEX. *> name, meaning, built-in value and allowed range of parameter WS-PRM-IX #mejares
           MOVE 'Y' TO WS-PRM-DEC
           EVALUATE WS-PRM-IX
               WHEN 1
                   MOVE "HONOR-GPA" TO WS-PRM-NAME
                   MOVE "Dean's List: GPA at or better than"
                       TO WS-PRM-DESC
                   MOVE 1.75 TO WS-PRM-DEFAULT
                   MOVE 1.00 TO WS-PRM-MIN
                   MOVE 5.00 TO WS-PRM-MAX
               WHEN 2
                   MOVE "FAIL-GPA" TO WS-PRM-NAME
                   MOVE "Passing: a mark worse than this fails"
                       TO WS-PRM-DESC
                   MOVE 3.00 TO WS-PRM-DEFAULT
                   MOVE 1.00 TO WS-PRM-MIN
                   MOVE 5.00 TO WS-PRM-MAX
               WHEN 3
                   MOVE "PAGE-SIZE" TO WS-PRM-NAME
                   MOVE "Lines shown per screen before a pause"
                       TO WS-PRM-DESC
                   MOVE 10 TO WS-PRM-DEFAULT
                   MOVE 1 TO WS-PRM-MIN
                   MOVE 99 TO WS-PRM-MAX
                   MOVE 'N' TO WS-PRM-DEC
               WHEN 4
                   MOVE "GPA-BAND-1" TO WS-PRM-NAME
                   MOVE "GPA distribution: top of the first band"
                       TO WS-PRM-DESC
                   MOVE 1.50 TO WS-PRM-DEFAULT
                   MOVE 1.00 TO WS-PRM-MIN
                   MOVE 5.00 TO WS-PRM-MAX
               WHEN 5
                   MOVE "GPA-BAND-2" TO WS-PRM-NAME
                   MOVE "GPA distribution: top of the second band"
                       TO WS-PRM-DESC
                   MOVE 2.00 TO WS-PRM-DEFAULT
                   MOVE 1.00 TO WS-PRM-MIN
                   MOVE 5.00 TO WS-PRM-MAX
               WHEN 6
                   MOVE "GPA-BAND-3" TO WS-PRM-NAME
                   MOVE "GPA distribution: top of the third band"
                       TO WS-PRM-DESC
                   MOVE 2.50 TO WS-PRM-DEFAULT
                   MOVE 1.00 TO WS-PRM-MIN
                   MOVE 5.00 TO WS-PRM-MAX
               WHEN 7
                   MOVE "GPA-BAND-4" TO WS-PRM-NAME
                   MOVE "GPA distribution: top of the fourth band"
                       TO WS-PRM-DESC
                   MOVE 3.00 TO WS-PRM-DEFAULT
                   MOVE 1.00 TO WS-PRM-MIN
                   MOVE 5.00 TO WS-PRM-MAX
               WHEN 8
                   MOVE "ABSENCE-MAX" TO WS-PRM-NAME
                   MOVE "Absences at or past this flag a student"
                       TO WS-PRM-DESC
                   MOVE 3 TO WS-PRM-DEFAULT
                   MOVE 1 TO WS-PRM-MIN
                   MOVE 999 TO WS-PRM-MAX
                   MOVE 'N' TO WS-PRM-DEC
               WHEN 9
                   MOVE "INC-YEARS" TO WS-PRM-NAME
                   MOVE "INC deadline: Dec 31 this many years on"
                       TO WS-PRM-DESC
                   MOVE 1 TO WS-PRM-DEFAULT
                   MOVE 0 TO WS-PRM-MIN
                   MOVE 9 TO WS-PRM-MAX
                   MOVE 'N' TO WS-PRM-DEC
               WHEN 10
                   MOVE "PURGE-DAYS" TO WS-PRM-NAME
                   MOVE "Days a deleted record is kept before purge"
                       TO WS-PRM-DESC
                   MOVE 365 TO WS-PRM-DEFAULT
                   MOVE 30 TO WS-PRM-MIN
                   MOVE 9999 TO WS-PRM-MAX
                   MOVE 'N' TO WS-PRM-DEC
               WHEN 11
                   MOVE "EVAL-MIN-RESP" TO WS-PRM-NAME
                   MOVE "Evaluations: fewest responses to publish"
                       TO WS-PRM-DESC
                   MOVE 5 TO WS-PRM-DEFAULT
                   MOVE 1 TO WS-PRM-MIN
                   MOVE 999 TO WS-PRM-MAX
                   MOVE 'N' TO WS-PRM-DEC
               WHEN 12
                   MOVE "SPREAD-GAP" TO WS-PRM-NAME
                   MOVE "Grade spread: section/course AVG gap"
                       TO WS-PRM-DESC
                   MOVE 0.50 TO WS-PRM-DEFAULT
                   MOVE 0.01 TO WS-PRM-MIN
                   MOVE 4.00 TO WS-PRM-MAX
               WHEN 13
                   MOVE "HON-SUMMA" TO WS-PRM-NAME
                   MOVE "Summa cum laude: GWA at or better than"
                       TO WS-PRM-DESC
                   MOVE 1.20 TO WS-PRM-DEFAULT
                   MOVE 1.00 TO WS-PRM-MIN
                   MOVE 5.00 TO WS-PRM-MAX
               WHEN 14
                   MOVE "HON-MAGNA" TO WS-PRM-NAME
                   MOVE "Magna cum laude: GWA at or better than"
                       TO WS-PRM-DESC
                   MOVE 1.45 TO WS-PRM-DEFAULT
                   MOVE 1.00 TO WS-PRM-MIN
                   MOVE 5.00 TO WS-PRM-MAX
               WHEN 15
                   MOVE "HON-CUM" TO WS-PRM-NAME
                   MOVE "Cum laude: GWA at or better than"
                       TO WS-PRM-DESC
                   MOVE 1.75 TO WS-PRM-DEFAULT
                   MOVE 1.00 TO WS-PRM-MIN
                   MOVE 5.00 TO WS-PRM-MAX
               WHEN 16
                   MOVE "HON-RESIDENCY" TO WS-PRM-NAME
                   MOVE "Honors: least percent of units taken here"
                       TO WS-PRM-DESC
                   MOVE 75 TO WS-PRM-DEFAULT
                   MOVE 0 TO WS-PRM-MIN
                   MOVE 100 TO WS-PRM-MAX
                   MOVE 'N' TO WS-PRM-DEC
               WHEN 17
                   MOVE "HON-NEAR" TO WS-PRM-NAME
                   MOVE "Honors: near-miss margin past cum laude"
                       TO WS-PRM-DESC
                   MOVE 0.10 TO WS-PRM-DEFAULT
                   MOVE 0.00 TO WS-PRM-MIN
                   MOVE 1.00 TO WS-PRM-MAX
               WHEN 18
                   MOVE "ALUMNI-RETAIN" TO WS-PRM-NAME
                   MOVE "Alumni: years contact data is kept"
                       TO WS-PRM-DESC
                   MOVE 10 TO WS-PRM-DEFAULT
                   MOVE 1 TO WS-PRM-MIN
                   MOVE 99 TO WS-PRM-MAX
                   MOVE 'N' TO WS-PRM-DEC
               WHEN 19
                   MOVE "REPORT-KEEP" TO WS-PRM-NAME
                   MOVE "Reports: days a filed copy is kept, 0=always"
                       TO WS-PRM-DESC
                   MOVE 730 TO WS-PRM-DEFAULT
                   MOVE 0 TO WS-PRM-MIN
                   MOVE 9999 TO WS-PRM-MAX
                   MOVE 'N' TO WS-PRM-DEC
               WHEN OTHER
                   MOVE SPACES TO WS-PRM-NAME
                   MOVE SPACES TO WS-PRM-DESC
                   MOVE 0 TO WS-PRM-DEFAULT
                   MOVE 0 TO WS-PRM-MIN
                   MOVE 0 TO WS-PRM-MAX
           END-EVALUATE.

       PRM-APPLY-ONE. *> WS-PRM-VALUE onto the item parameter WS-PRM-IX drives #mejares
           EVALUATE WS-PRM-IX
               WHEN 1 MOVE WS-PRM-VALUE TO WS-HONOR-THRESHOLD
               WHEN 2 MOVE WS-PRM-VALUE TO WS-FAIL-THRESHOLD
               WHEN 3 MOVE WS-PRM-VALUE TO WS-PAGE-SIZE
               WHEN 4 MOVE WS-PRM-VALUE TO WS-GPA-BAND-1
               WHEN 5 MOVE WS-PRM-VALUE TO WS-GPA-BAND-2
               WHEN 6 MOVE WS-PRM-VALUE TO WS-GPA-BAND-3
               WHEN 7 MOVE WS-PRM-VALUE TO WS-GPA-BAND-4
               WHEN 8 MOVE WS-PRM-VALUE TO WS-ATT-THRESH-DEF
               WHEN 9 MOVE WS-PRM-VALUE TO WS-INC-YEARS
               WHEN 10 MOVE WS-PRM-VALUE TO WS-PURGE-DAYS
               WHEN 11 MOVE WS-PRM-VALUE TO WS-EVL-MIN-RESP
               WHEN 12 MOVE WS-PRM-VALUE TO WS-GDS-AVG-GAP
               WHEN 13 MOVE WS-PRM-VALUE TO WS-HON-SUMMA
               WHEN 14 MOVE WS-PRM-VALUE TO WS-HON-MAGNA
               WHEN 15 MOVE WS-PRM-VALUE TO WS-HON-CUM
               WHEN 16 MOVE WS-PRM-VALUE TO WS-HON-RESIDENCY
               WHEN 17 MOVE WS-PRM-VALUE TO WS-HON-NEAR
               WHEN 18 MOVE WS-PRM-VALUE TO WS-ALUM-RETAIN-YRS
               WHEN 19 MOVE WS-PRM-VALUE TO WS-RPT-KEEP-DAYS
           END-EVALUATE.

       PRM-CURRENT-ONE. *> the value parameter WS-PRM-IX's item actually holds, into WS-PRM-VALUE #mejares
           EVALUATE WS-PRM-IX
               WHEN 1 MOVE WS-HONOR-THRESHOLD TO WS-PRM-VALUE
               WHEN 2 MOVE WS-FAIL-THRESHOLD TO WS-PRM-VALUE
               WHEN 3 MOVE WS-PAGE-SIZE TO WS-PRM-VALUE
               WHEN 4 MOVE WS-GPA-BAND-1 TO WS-PRM-VALUE
               WHEN 5 MOVE WS-GPA-BAND-2 TO WS-PRM-VALUE
               WHEN 6 MOVE WS-GPA-BAND-3 TO WS-PRM-VALUE
               WHEN 7 MOVE WS-GPA-BAND-4 TO WS-PRM-VALUE
               WHEN 8 MOVE WS-ATT-THRESH-DEF TO WS-PRM-VALUE
               WHEN 9 MOVE WS-INC-YEARS TO WS-PRM-VALUE
               WHEN 10 MOVE WS-PURGE-DAYS TO WS-PRM-VALUE
               WHEN 11 MOVE WS-EVL-MIN-RESP TO WS-PRM-VALUE
               WHEN 12 MOVE WS-GDS-AVG-GAP TO WS-PRM-VALUE
               WHEN 13 MOVE WS-HON-SUMMA TO WS-PRM-VALUE
               WHEN 14 MOVE WS-HON-MAGNA TO WS-PRM-VALUE
               WHEN 15 MOVE WS-HON-CUM TO WS-PRM-VALUE
               WHEN 16 MOVE WS-HON-RESIDENCY TO WS-PRM-VALUE
               WHEN 17 MOVE WS-HON-NEAR TO WS-PRM-VALUE
               WHEN 18 MOVE WS-ALUM-RETAIN-YRS TO WS-PRM-VALUE
               WHEN 19 MOVE WS-RPT-KEEP-DAYS TO WS-PRM-VALUE
               WHEN OTHER MOVE 0 TO WS-PRM-VALUE
           END-EVALUATE.

       PRM-EDIT-VALUE. *> WS-PRM-VALUE as printed - two decimals for marks and margins, whole numbers otherwise #mejares
           IF WS-PRM-DEC = 'Y'
               MOVE WS-PRM-VALUE TO WS-PRM-EDIT-DEC
               MOVE FUNCTION TRIM(WS-PRM-EDIT-DEC) TO WS-PRM-EDIT
           ELSE
               MOVE WS-PRM-VALUE TO WS-PRM-EDIT-INT
               MOVE FUNCTION TRIM(WS-PRM-EDIT-INT) TO WS-PRM-EDIT
           END-IF.

       PRM-FOR-REPORT. *> report or run WS-PRM-FOR reads its parameters fresh and gets them spelled out in WS-PRM-USED #mejares
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM PRM-DESCRIBE-USE.

       PRM-DESCRIBE-USE. *> NAME=value for each parameter report WS-PRM-FOR goes by, into WS-PRM-USED #mejares
           MOVE SPACES TO WS-PRM-USED
           MOVE 1 TO WS-PRM-PTR
           EVALUATE WS-PRM-FOR
               WHEN "GPADIST"
                   MOVE 4 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 5 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 6 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 7 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 2 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "DEANLIST"
                   MOVE 1 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "LOADRPT" *> standing for the load rules comes off the honor and fail cuts #mejares
                   MOVE 1 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 2 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "ABSENCE"
                   MOVE 8 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "INCLAPSE" WHEN "INCWATCH"
                   MOVE 9 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "PURGE"
                   MOVE 10 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "EVALSUM"
                   MOVE 11 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "GRADEDST"
                   MOVE 2 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 12 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "HONORS"
                   MOVE 13 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 14 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 15 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 16 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 17 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 2 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "ANONYMIZ"
                   MOVE 18 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "RPTPRUNE"
                   MOVE 19 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "MULTICMP" *> the pack's bands and its Dean's Lister count #mejares
                   MOVE 4 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 5 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 6 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 7 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
                   MOVE 1 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "DEGAUDIT" *> a course counts as passed at or better than the fail cut #mejares
                   MOVE 2 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN "TRANSCRP" *> units are earned only on a grade at or better than the fail cut #mejares
                   MOVE 2 TO WS-PRM-IX
                   PERFORM PRM-APPEND-USED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRM-APPEND-USED. *> NAME=value of parameter WS-PRM-IX onto WS-PRM-USED #mejares
           PERFORM PRM-DEFINE-BY-INDEX
           PERFORM PRM-CURRENT-ONE
           PERFORM PRM-EDIT-VALUE
           IF WS-PRM-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-PRM-USED
                   WITH POINTER WS-PRM-PTR
           END-IF
           STRING FUNCTION TRIM(WS-PRM-NAME) DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PRM-EDIT) DELIMITED BY SIZE
               INTO WS-PRM-USED
               WITH POINTER WS-PRM-PTR.

       PRM-WRITE-HEADER-LINE. *> the parameters the report went by, under its title #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Parameters: " DELIMITED BY SIZE
               WS-PRM-USED DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       PRIVACY-MENU. *> 80. DATA PRIVACY - subject access requests and the alumni retention sweep #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "           DATA PRIVACY" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Subject Access Report          |"
           DISPLAY "|2| Anonymize Alumni Past Retention|"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-PRIVMAINT-OPTION
           EVALUATE WS-PRIVMAINT-OPTION
               WHEN 1 PERFORM SUBJECT-ACCESS-REPORT
               WHEN 2 PERFORM ALUMNI-ANONYMIZE-RUN
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       SUBJECT-ACCESS-REPORT. *> 80-1: everything on file about one person, file by file, to SUBJACC.TXT #mejares
      * One section per data file, in the order the registrar reads
      * them out: who the person is, what they studied, what they paid,
      * what stood against them, what was issued or sent, and who
      * touched the record. A section with nothing says so, so the
      * reply shows every file was looked at. The request goes on
      * PRIVLOG.TXT and the audit trail once the report is written. #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       SUBJECT ACCESS REPORT" RST
           DISPLAY "------------------------------------"
           DISPLAY "Student/Alumni ID   : " NO ADVANCING
           MOVE SPACES TO WS-SAR-ID
           ACCEPT WS-SAR-ID
           IF WS-SAR-ID = SPACES
               DISPLAY " "
               DISPLAY GREEN "An ID is required." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Requested by (name) : " NO ADVANCING
           MOVE SPACES TO WS-SAR-REQUESTER
           ACCEPT WS-SAR-REQUESTER
           IF WS-SAR-REQUESTER = SPACES *> the log must say who the data went to #mejares
               DISPLAY " "
               DISPLAY GREEN "The requester's name is required." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Request reference   : " NO ADVANCING
           MOVE SPACES TO WS-SAR-REFERENCE
           ACCEPT WS-SAR-REFERENCE
           MOVE "SUBJACC.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           IF WRKSTATUS NOT = "00"
               CALL "FSTATMSG" USING WRKSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SAR-TOTAL
           MOVE 0 TO WS-SAR-HIT
           MOVE 'N' TO WS-SAR-FOUND
           MOVE SPACES TO WS-SAR-APL-ID
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "PUP-T SUBJECT ACCESS REPORT - " DELIMITED BY SIZE
               WS-SAR-ID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Requested by: " DELIMITED BY SIZE
               WS-SAR-REQUESTER DELIMITED BY SIZE
               " Reference: " DELIMITED BY SIZE
               WS-SAR-REFERENCE DELIMITED BY SIZE
               " Prepared by: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM SAR-PROFILE
           PERFORM SAR-ALUMNI
           PERFORM SAR-PURGE-ARCHIVE
           PERFORM SAR-APPLICANT
           PERFORM SAR-GRADE-ARCHIVE
           PERFORM SAR-ENROLLMENTS
           PERFORM SAR-ATTENDANCE
           PERFORM SAR-TRANSFER-CREDITS
           PERFORM SAR-LEDGER
           PERFORM SAR-RECEIPTS
           PERFORM SAR-AWARDS-PLANS
           PERFORM SAR-SUSPENSE
           PERFORM SAR-HOLDS
           PERFORM SAR-CLEARANCES
           PERFORM SAR-STATUS-HISTORY
           PERFORM SAR-PROGRAM-HISTORY
           PERFORM SAR-GRADE-CHANGES
           PERFORM SAR-DOCUMENTS
           PERFORM SAR-DOC-ISSUES
           PERFORM SAR-NOTICES
           PERFORM SAR-REGISTRATION
           PERFORM SAR-WAITLIST-PREENLIST
           PERFORM SAR-AUDIT-TRAIL
           PERFORM SAR-JOURNAL
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "Dated backups hold earlier images of the student file
      -        " and are not itemized." TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "End of report: " DELIMITED BY SIZE
               WS-SAR-HIT DELIMITED BY SIZE
               " section(s) with records, " DELIMITED BY SIZE
               WS-SAR-TOTAL DELIMITED BY SIZE
               " line(s)." DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           MOVE SPACES TO WS-SAR-ROW
           STRING "ACCESS  " DELIMITED BY SIZE
               WS-SAR-ID DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               WS-SAR-REQUESTER DELIMITED BY SIZE
               " ref " DELIMITED BY SIZE
               WS-SAR-REFERENCE DELIMITED BY SIZE
               " lines " DELIMITED BY SIZE
               WS-SAR-TOTAL DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM PRIV-LOG-WRITE
           MOVE WS-SAR-ID TO STUD-ID *> the audit line names whose data went out #mejares
           MOVE "SUBJAC" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           IF WS-SAR-FOUND NOT = 'Y'
               DISPLAY GREEN "Not on the student or alumni file - the "
                   "report shows what the other files hold." RST
           END-IF
           DISPLAY GREEN "[SYSTEM] " WS-SAR-TOTAL " line(s) in "
               WS-SAR-HIT " section(s) written to SUBJACC.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       PRIV-LOG-WRITE. *> one PRIVLOG.TXT line: when, who, then WS-SAR-ROW #mejares
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND PRIV-LOG-FILE
           IF PRIVLOGSTATUS = "35" *> PRIVLOG.TXT does not exist yet #mejares
               OPEN OUTPUT PRIV-LOG-FILE
           END-IF
           IF PRIVLOGSTATUS NOT = "00"
               DISPLAY "[SYSTEM] Could not write the privacy log."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PRIV-LOG-RECORD
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SAR-ROW DELIMITED BY SIZE
               INTO PRIV-LOG-RECORD
           WRITE PRIV-LOG-RECORD
           CLOSE PRIV-LOG-FILE.

       SAR-SECTION-HEAD. *> a blank line and the heading in WS-SAR-TITLE; the section's line count restarts #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "== " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SAR-TITLE) DELIMITED BY SIZE
               " ==" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-SAR-ROWS.

       SAR-WRITE-ROW. *> WS-SAR-ROW indented under its heading #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-SAR-ROW DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           ADD 1 TO WS-SAR-ROWS
           ADD 1 TO WS-SAR-TOTAL.

       SAR-SECTION-END. *> says so when the file held nothing, so the reply shows it was looked at #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           IF WS-SAR-ROWS = 0
               MOVE "  (nothing on file)" TO WORK-REPORT-LINE
           ELSE
               ADD 1 TO WS-SAR-HIT
               STRING "  -- " DELIMITED BY SIZE
                   WS-SAR-ROWS DELIMITED BY SIZE
                   " line(s)" DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
           END-IF
           WRITE WORK-REPORT-LINE.

       SAR-PROFILE. *> the student record, grade table included #mejares
           MOVE "STUDENT PROFILE (student file)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS = "00"
               MOVE WS-SAR-ID TO STUD-ID
               READ STUDENT-FILE KEY IS STUD-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SAR-FOUND
                       PERFORM SAR-PROFILE-ROWS
               END-READ
               CLOSE STUDENT-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-PROFILE-ROWS. *> one line per field of the student record in hand #mejares
           MOVE STUD-GPA TO WS-GPA-EDIT
           MOVE SPACES TO WS-SAR-ROW
           STRING "Name        : " DELIMITED BY SIZE
               STUD-NAME DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Program     : " DELIMITED BY SIZE
               STUD-PROGRAM DELIMITED BY SIZE
               " Year level: " DELIMITED BY SIZE
               STUD-YEAR-LVL DELIMITED BY SIZE
               " GPA: " DELIMITED BY SIZE
               WS-GPA-EDIT DELIMITED BY SIZE
               " Adviser: " DELIMITED BY SIZE
               STUD-ADVISER DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Status      : " DELIMITED BY SIZE
               STUD-STATUS DELIMITED BY SIZE
               " since " DELIMITED BY SIZE
               STUD-STATUS-DATE DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Email       : " DELIMITED BY SIZE
               STUD-EMAIL DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Contact no. : " DELIMITED BY SIZE
               STUD-CONTACT-NO DELIMITED BY SIZE
               " Consent to share: " DELIMITED BY SIZE
               STUD-CONSENT DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Birth date  : " DELIMITED BY SIZE
               STUD-BIRTHDATE DELIMITED BY SIZE
               " Sex: " DELIMITED BY SIZE
               STUD-SEX DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Address     : " DELIMITED BY SIZE
               STUD-ADDRESS DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           PERFORM VARYING WS-SAR-IX FROM 1 BY 1
               UNTIL WS-SAR-IX > STUD-GRADE-COUNT OR WS-SAR-IX > 10
               MOVE SPACES TO WS-SAR-ROW
               STRING "Term mark   : " DELIMITED BY SIZE
                   STUD-GRADE-TERM(WS-SAR-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STUD-GRADE-VALUE(WS-SAR-IX) DELIMITED BY SIZE
                   INTO WS-SAR-ROW
               PERFORM SAR-WRITE-ROW
           END-PERFORM.

       SAR-ALUMNI. *> the graduate record, grade table and honors included #mejares
           MOVE "ALUMNI RECORD (ALUMNI.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT ALUMNI-FILE
           IF ALUMSTATUS = "00"
               MOVE WS-SAR-ID TO ALUM-ID
               READ ALUMNI-FILE KEY IS ALUM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SAR-FOUND
                       PERFORM SAR-ALUMNI-ROWS
               END-READ
               CLOSE ALUMNI-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-PURGE-ARCHIVE. *> whole record images the purge run kept in its dated PURGED_ copies #mejares
           MOVE "PRE-PURGE ARCHIVES (PURGED_*.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           CALL "SYSTEM" USING
               "cat PURGED_*.DAT > PURGSCAN.TMP 2>/dev/null"
           MOVE "PURGSCAN.TMP" TO WS-PURGE-ARC-NAME
           OPEN INPUT PURGE-ARCHIVE-FILE
           IF PURGSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ PURGE-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF PURGE-ARCHIVE-RECORD(1:5) = WS-SAR-ID
                               MOVE "Purged record image:"
                                   TO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                               MOVE PURGE-ARCHIVE-RECORD
                                   TO STUDENT-PROFILE
                               PERFORM SAR-PROFILE-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGE-ARCHIVE-FILE
           END-IF
           CALL "SYSTEM" USING "rm -f PURGSCAN.TMP"
           PERFORM SAR-SECTION-END.

       SAR-ALUMNI-ROWS. *> one line per field of the alumni record in hand #mejares
           MOVE ALUM-GPA TO WS-GPA-EDIT
           PERFORM HONOR-WORD-FOR
           MOVE SPACES TO WS-SAR-ROW
           STRING "Name        : " DELIMITED BY SIZE
               ALUM-NAME DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Program     : " DELIMITED BY SIZE
               ALUM-PROGRAM DELIMITED BY SIZE
               " Final year: " DELIMITED BY SIZE
               ALUM-YEAR-LVL DELIMITED BY SIZE
               " GPA: " DELIMITED BY SIZE
               WS-GPA-EDIT DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Graduated   : " DELIMITED BY SIZE
               ALUM-GRAD-DATE DELIMITED BY SIZE
               " Latin honor: " DELIMITED BY SIZE
               WS-HON-WORD DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Email       : " DELIMITED BY SIZE
               ALUM-EMAIL DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Contact no. : " DELIMITED BY SIZE
               ALUM-CONTACT-NO DELIMITED BY SIZE
               " Consent to share: " DELIMITED BY SIZE
               ALUM-CONSENT DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Birth date  : " DELIMITED BY SIZE
               ALUM-BIRTHDATE DELIMITED BY SIZE
               " Sex: " DELIMITED BY SIZE
               ALUM-SEX DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Address     : " DELIMITED BY SIZE
               ALUM-ADDRESS DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           IF ALUM-ANON-DATE > 0
               MOVE SPACES TO WS-SAR-ROW
               STRING "Anonymized  : " DELIMITED BY SIZE
                   ALUM-ANON-DATE DELIMITED BY SIZE
                   " (contact, address and birth date removed)"
                       DELIMITED BY SIZE
                   INTO WS-SAR-ROW
               PERFORM SAR-WRITE-ROW
           END-IF
           PERFORM VARYING WS-SAR-IX FROM 1 BY 1
               UNTIL WS-SAR-IX > ALUM-GRADE-COUNT OR WS-SAR-IX > 10
               MOVE SPACES TO WS-SAR-ROW
               STRING "Term mark   : " DELIMITED BY SIZE
                   ALUM-GRADE-TERM(WS-SAR-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ALUM-GRADE-VALUE(WS-SAR-IX) DELIMITED BY SIZE
                   INTO WS-SAR-ROW
               PERFORM SAR-WRITE-ROW
           END-PERFORM.

       SAR-APPLICANT. *> the admission application the subject came in on #mejares
           MOVE "ADMISSION APPLICATION (APPLICANT.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT APPLICANT-FILE
           IF APLSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ APPLICANT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF APL-STUD-ID = WS-SAR-ID
                               PERFORM SAR-APPLICANT-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICANT-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-APPLICANT-ROWS. *> one application, field by field #mejares
           MOVE APL-NO TO WS-SAR-APL-ID
           MOVE SPACES TO WS-SAR-ROW
           STRING "Applicant   : " DELIMITED BY SIZE
               APL-NO DELIMITED BY SIZE
               " applied " DELIMITED BY SIZE
               APL-APPLIED-DATE DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               APL-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APL-TERM DELIMITED BY SIZE
               " status " DELIMITED BY SIZE
               APL-STATUS DELIMITED BY SIZE
               " exam score " DELIMITED BY SIZE
               APL-EXAM-SCORE DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Name        : " DELIMITED BY SIZE
               APL-NAME DELIMITED BY SIZE
               " Email: " DELIMITED BY SIZE
               APL-EMAIL DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Contact no. : " DELIMITED BY SIZE
               APL-CONTACT-NO DELIMITED BY SIZE
               " Birth date: " DELIMITED BY SIZE
               APL-BIRTHDATE DELIMITED BY SIZE
               " Sex: " DELIMITED BY SIZE
               APL-SEX DELIMITED BY SIZE
               " Consent: " DELIMITED BY SIZE
               APL-CONSENT DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW
           MOVE SPACES TO WS-SAR-ROW
           STRING "Address     : " DELIMITED BY SIZE
               APL-ADDRESS DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW.

       SAR-GRADE-ARCHIVE. *> terms rolled out of the grade table #mejares
           MOVE "GRADE ARCHIVE (GRADEARC.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT GRADE-ARCHIVE-FILE
           IF ARCSTATUS = "00"
               MOVE WS-SAR-ID TO ARC-STUD-ID
               MOVE LOW-VALUES TO ARC-TERM
               MOVE 'N' TO WS-SAR-EOF
               START GRADE-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SAR-EOF
               END-START
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ GRADE-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF ARC-STUD-ID NOT = WS-SAR-ID
                               MOVE 'Y' TO WS-SAR-EOF
                           ELSE
                               MOVE SPACES TO WS-SAR-ROW
                               STRING ARC-TERM DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   ARC-GRADE DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-ARCHIVE-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-ENROLLMENTS. *> every seat, the live file's and each closed term's history file's #mejares
           MOVE "COURSE ENROLLMENTS (ENROLL.DAT and term history)"
               TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           PERFORM LOAD-TERM-CONTROL
           MOVE "I" TO WS-HST-MODE
           PERFORM VARYING WS-HST-IX FROM 0 BY 1
               UNTIL WS-HST-IX > WS-CLOSED-TERM-COUNT
               PERFORM OPEN-ENROLL-BY-INDEX
               IF WS-HST-OPEN = 'Y'
                   PERFORM SAR-ENROLL-ONE-FILE
                   CLOSE ENROLL-FILE
               END-IF
           END-PERFORM
           PERFORM SAR-SECTION-END.

       SAR-ENROLL-ONE-FILE. *> the subject's seats on the open seat file, down the student/term path #mejares
           MOVE WS-SAR-ID TO ENR-ST-STUD-ID
           MOVE LOW-VALUES TO ENR-ST-TERM
           MOVE 'N' TO WS-SAR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-STUD-TERM
               INVALID KEY
                   MOVE 'Y' TO WS-SAR-EOF
           END-START
           PERFORM UNTIL WS-SAR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SAR-EOF
                   NOT AT END
                       IF ENR-ST-STUD-ID NOT = WS-SAR-ID
                           MOVE 'Y' TO WS-SAR-EOF
                       ELSE
                           MOVE SPACES TO WS-SAR-ROW
                           STRING ENR-TERM DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ENR-COURSE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ENR-SECTION DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ENR-GRADE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ENR-GRADE-STATUS DELIMITED BY SIZE
                               INTO WS-SAR-ROW
                           PERFORM SAR-WRITE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       SAR-ATTENDANCE. *> every attendance mark, the live file's and each closed term's history file's #mejares
           MOVE "ATTENDANCE (ATTEND.DAT and term history)"
               TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT ATTEND-FILE
           IF ATTSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ ATTEND-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF ATT-STUD-ID = WS-SAR-ID
                               MOVE ATTEND-RECORD TO ATTEND-HIST-RECORD
                               PERFORM SAR-ATTEND-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF
           PERFORM LOAD-TERM-CONTROL
           PERFORM VARYING WS-SAR-IX FROM 1 BY 1
               UNTIL WS-SAR-IX > WS-CLOSED-TERM-COUNT
               MOVE WS-CLOSED-TERM(WS-SAR-IX) TO WS-HST-TERM
               MOVE "ATTEND" TO WS-HST-PREFIX
               PERFORM HST-BUILD-NAME
               OPEN INPUT ATTEND-HIST-FILE
               IF HSTSTATUS = "00"
                   MOVE 'N' TO WS-SAR-EOF
                   PERFORM UNTIL WS-SAR-EOF = 'Y'
                       READ ATTEND-HIST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-SAR-EOF
                           NOT AT END
                               IF ATTH-KEY(30:5) = WS-SAR-ID
                                   PERFORM SAR-ATTEND-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ATTEND-HIST-FILE
               END-IF
           END-PERFORM
           PERFORM SAR-SECTION-END.

       SAR-ATTEND-ROW. *> one mark, laid out off the ATTEND-RECORD image in ATTEND-HIST-RECORD #mejares
           MOVE SPACES TO WS-SAR-ROW
           STRING ATTH-KEY(1:10) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ATTH-KEY(11:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ATTH-KEY(19:3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ATTH-KEY(22:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ATTH-DATA DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW.

       SAR-TRANSFER-CREDITS. *> courses credited from other schools #mejares
           MOVE "TRANSFER CREDITS (XFERCRED.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT TRANSFER-CREDIT-FILE
           IF TCRSTATUS = "00"
               MOVE WS-SAR-ID TO TCR-STUD-ID
               MOVE LOW-VALUES TO TCR-COURSE
               MOVE 'N' TO WS-SAR-EOF
               START TRANSFER-CREDIT-FILE KEY IS NOT LESS THAN TCR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SAR-EOF
               END-START
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ TRANSFER-CREDIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF TCR-STUD-ID NOT = WS-SAR-ID
                               MOVE 'Y' TO WS-SAR-EOF
                           ELSE
                               MOVE SPACES TO WS-SAR-ROW
                               STRING TCR-COURSE DELIMITED BY SIZE
                                   " from " DELIMITED BY SIZE
                                   TCR-SCHOOL DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   TCR-OUT-COURSE DELIMITED BY SIZE
                                   " grade " DELIMITED BY SIZE
                                   TCR-OUT-GRADE DELIMITED BY SIZE
                                   " units " DELIMITED BY SIZE
                                   TCR-UNITS DELIMITED BY SIZE
                                   " evaluated " DELIMITED BY SIZE
                                   TCR-EVAL-DATE DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-CREDIT-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-LEDGER. *> every money line on the account #mejares
           MOVE "ACCOUNT LEDGER (LEDGER.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT LEDGER-FILE
           IF LEDGSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF LED-STUD-ID = WS-SAR-ID
                               MOVE LED-AMOUNT TO WS-SAR-AMT-EDIT
                               MOVE SPACES TO WS-SAR-ROW
                               STRING LED-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   LED-TERM DELIMITED BY SIZE
                                   " type " DELIMITED BY SIZE
                                   LED-TYPE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   LED-SIGN DELIMITED BY SIZE
                                   WS-SAR-AMT-EDIT DELIMITED BY SIZE
                                   " O.R. " DELIMITED BY SIZE
                                   LED-RECEIPT DELIMITED BY SIZE
                                   " by " DELIMITED BY SIZE
                                   LED-OPERATOR DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-RECEIPTS. *> official receipts issued on the account, voided ones included #mejares
           MOVE "OFFICIAL RECEIPTS (RECEIPTS.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT RECEIPT-FILE
           IF RCPSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ RECEIPT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF RCP-STUD-ID = WS-SAR-ID
                               MOVE RCP-AMOUNT TO WS-SAR-AMT-EDIT
                               MOVE SPACES TO WS-SAR-ROW
                               STRING RCP-NO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   RCP-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   RCP-TERM DELIMITED BY SIZE
                                   WS-SAR-AMT-EDIT DELIMITED BY SIZE
                                   " mode " DELIMITED BY SIZE
                                   RCP-MODE DELIMITED BY SIZE
                                   " status " DELIMITED BY SIZE
                                   RCP-STATUS DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   RCP-REF DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-AWARDS-PLANS. *> scholarship awards and installment plans taken up #mejares
           MOVE "SCHOLARSHIP AWARDS (SCHAWARD.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT AWARD-FILE
           IF AWDSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ AWARD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF AWD-STUD-ID = WS-SAR-ID
                               MOVE SPACES TO WS-SAR-ROW
                               STRING AWD-TERM DELIMITED BY SIZE
                                   " scholarship " DELIMITED BY SIZE
                                   AWD-SCH-CODE DELIMITED BY SIZE
                                   " status " DELIMITED BY SIZE
                                   AWD-STATUS DELIMITED BY SIZE
                                   " by " DELIMITED BY SIZE
                                   AWD-BY DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   AWD-DATE DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF
           PERFORM SAR-SECTION-END
           MOVE "INSTALLMENT PLANS (STUPLAN.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT STUPLAN-FILE
           IF SPLSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ STUPLAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF SPL-STUD-ID = WS-SAR-ID
                               MOVE SPACES TO WS-SAR-ROW
                               STRING SPL-TERM DELIMITED BY SIZE
                                   " plan " DELIMITED BY SIZE
                                   SPL-PLAN-CODE DELIMITED BY SIZE
                                   " by " DELIMITED BY SIZE
                                   SPL-BY DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SPL-DATE DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUPLAN-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-SUSPENSE. *> bank payments that named the subject or were applied to them #mejares
           MOVE "UNMATCHED BANK PAYMENTS (SUSPENSE.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT SUSPENSE-FILE
           IF SUSSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF SUS-STUD-ID = WS-SAR-ID
                               OR SUS-RESOLVED-TO = WS-SAR-ID
                               MOVE SUS-AMOUNT TO WS-SAR-AMT-EDIT
                               MOVE SPACES TO WS-SAR-ROW
                               STRING SUS-PAID-DATE DELIMITED BY SIZE
                                   WS-SAR-AMT-EDIT DELIMITED BY SIZE
                                   " payer " DELIMITED BY SIZE
                                   SUS-PAYER DELIMITED BY SIZE
                                   " ref " DELIMITED BY SIZE
                                   SUS-BANK-REF DELIMITED BY SIZE
                                   " status " DELIMITED BY SIZE
                                   SUS-STATUS DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SUS-NOTE DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-HOLDS. *> registration holds, with who placed them and why #mejares
           MOVE "HOLDS (HOLDS.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT HOLD-FILE
           IF HLDSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF HLD-STUD-ID = WS-SAR-ID
                               MOVE SPACES TO WS-SAR-ROW
                               STRING "Hold " DELIMITED BY SIZE
                                   HLD-CODE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   HLD-REASON DELIMITED BY SIZE
                                   " placed by " DELIMITED BY SIZE
                                   HLD-PLACED-BY DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   HLD-DATE DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-CLEARANCES. *> term clearances and who signed each office off #mejares
           MOVE "CLEARANCES (CLEARNC.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT CLEARANCE-FILE
           IF CLRSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ CLEARANCE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF CLR-STUD-ID = WS-SAR-ID
                               PERFORM SAR-CLEARANCE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEARANCE-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-CLEARANCE-ROW. *> the clearance in hand, one line with each office's status #mejares
           MOVE SPACES TO WS-SAR-ROW
           STRING CLR-TERM DELIMITED BY SIZE
               " opened by " DELIMITED BY SIZE
               CLR-OPENED-BY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLR-OPENED-DATE DELIMITED BY SIZE
               " offices " DELIMITED BY SIZE
               CLR-LINE-STATUS(1) DELIMITED BY SIZE
               CLR-LINE-STATUS(2) DELIMITED BY SIZE
               CLR-LINE-STATUS(3) DELIMITED BY SIZE
               CLR-LINE-STATUS(4) DELIMITED BY SIZE
               CLR-LINE-STATUS(5) DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW.

       SAR-STATUS-HISTORY. *> every enrollment status change #mejares
           MOVE "STATUS HISTORY (STATHIST.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT STATHIST-FILE
           IF STHSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ STATHIST-FILE
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF STH-STUD-ID = WS-SAR-ID
                               MOVE STATHIST-RECORD TO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATHIST-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-PROGRAM-HISTORY. *> program shifts as posted, and shift requests as filed #mejares
           MOVE "PROGRAM HISTORY (PROGHIST.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT PROG-HIST-FILE
           IF PGHSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ PROG-HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF PGH-STUD-ID = WS-SAR-ID
                               MOVE PROG-HIST-RECORD TO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROG-HIST-FILE
           END-IF
           PERFORM SAR-SECTION-END
           MOVE "SHIFT REQUESTS (SHIFTREQ.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT SHIFT-REQ-FILE
           IF SHFSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ SHIFT-REQ-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF SHF-STUD-ID = WS-SAR-ID
                               MOVE SPACES TO WS-SAR-ROW
                               STRING SHF-SEQ DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SHF-OLD DELIMITED BY SIZE
                                   " to " DELIMITED BY SIZE
                                   SHF-NEW DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SHF-TERM DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SHF-REASON DELIMITED BY SIZE
                                   " status " DELIMITED BY SIZE
                                   SHF-STATUS DELIMITED BY SIZE
                                   " filed " DELIMITED BY SIZE
                                   SHF-DATE DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFT-REQ-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-GRADE-CHANGES. *> grade change requests filed on the subject's marks #mejares
           MOVE "GRADE CHANGE REQUESTS (GCHGREQ.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT GRADE-CHG-FILE
           IF GCRSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ GRADE-CHG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF GCR-STUD-ID = WS-SAR-ID
                               MOVE SPACES TO WS-SAR-ROW
                               STRING GCR-SEQ DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   GCR-TERM DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   GCR-COURSE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   GCR-SECTION DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   GCR-OLD DELIMITED BY SIZE
                                   " to " DELIMITED BY SIZE
                                   GCR-NEW DELIMITED BY SIZE
                                   " reason " DELIMITED BY SIZE
                                   GCR-REASON DELIMITED BY SIZE
                                   " status " DELIMITED BY SIZE
                                   GCR-STATUS DELIMITED BY SIZE
                                   " filed " DELIMITED BY SIZE
                                   GCR-DATE DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-CHG-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-DOCUMENTS. *> document requests: who asked, for what, and where it went #mejares
           MOVE "DOCUMENT REQUESTS (DOCREQ.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT DOC-REQ-FILE
           IF DOCSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ DOC-REQ-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF DOC-STUD-ID = WS-SAR-ID
                               MOVE SPACES TO WS-SAR-ROW
                               STRING DOC-SEQ DELIMITED BY SIZE
                                   " type " DELIMITED BY SIZE
                                   DOC-TYPE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   DOC-DATE DELIMITED BY SIZE
                                   " for " DELIMITED BY SIZE
                                   DOC-REQUESTER DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   DOC-PURPOSE DELIMITED BY SIZE
                                   " status " DELIMITED BY SIZE
                                   DOC-STATUS DELIMITED BY SIZE
                                   " control " DELIMITED BY SIZE
                                   DOC-CONTROL DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-REQ-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-NOTICES. *> notices queued to the subject, and to the application they came in on #mejares
           MOVE "NOTICES SENT (OUTBOX.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT OUTBOX-FILE
           IF OBXSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ OUTBOX-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           MOVE 'N' TO WS-ANO-HIT
                           IF OBX-EVENT(1:3) = "APP" *> admission notices carry the applicant number #mejares
                               IF WS-SAR-APL-ID NOT = SPACES
                                   AND OBX-STUD-ID = WS-SAR-APL-ID
                                   MOVE 'Y' TO WS-ANO-HIT
                               END-IF
                           ELSE
                               IF OBX-STUD-ID = WS-SAR-ID
                                   MOVE 'Y' TO WS-ANO-HIT
                               END-IF
                           END-IF
                           IF WS-ANO-HIT = 'Y'
                               MOVE SPACES TO WS-SAR-ROW
                               STRING OBX-QUEUED-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   OBX-EVENT DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   OBX-TEXT DELIMITED BY SIZE
                                   " status " DELIMITED BY SIZE
                                   OBX-STATUS DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-REGISTRATION. *> the smaller registration files, each its own section #mejares
           MOVE "OVERLOAD PERMITS (OVERLOAD.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT OVERLOAD-FILE
           IF OVPSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ OVERLOAD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF OVP-STUD-ID = WS-SAR-ID
                               MOVE SPACES TO WS-SAR-ROW
                               STRING OVP-TERM DELIMITED BY SIZE
                                   " +" DELIMITED BY SIZE
                                   OVP-EXTRA-UNITS DELIMITED BY SIZE
                                   " units " DELIMITED BY SIZE
                                   OVP-REASON DELIMITED BY SIZE
                                   " approved by " DELIMITED BY SIZE
                                   OVP-APPROVED-BY DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   OVP-DATE DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERLOAD-FILE
           END-IF
           PERFORM SAR-SECTION-END
           MOVE "LATE ENROLLMENTS (LATEENR.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT LATE-SEAT-FILE
           IF LTSSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ LATE-SEAT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF LTS-STUD-ID = WS-SAR-ID
                               MOVE SPACES TO WS-SAR-ROW
                               STRING LTS-TERM DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   LTS-COURSE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   LTS-DATE DELIMITED BY SIZE
                                   " by " DELIMITED BY SIZE
                                   LTS-OPERATOR DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LATE-SEAT-FILE
           END-IF
           PERFORM SAR-SECTION-END
           MOVE "BLOCK SECTIONING (BLOCKMEM.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT BLOCK-MEMBER-FILE
           IF BKMSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ BLOCK-MEMBER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF BKM-STUD-ID = WS-SAR-ID
                               MOVE SPACES TO WS-SAR-ROW
                               STRING BKM-TERM DELIMITED BY SIZE
                                   " block " DELIMITED BY SIZE
                                   BKM-PROGRAM DELIMITED BY SIZE
                                   "-" DELIMITED BY SIZE
                                   BKM-CODE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   BKM-DATE DELIMITED BY SIZE
                                   " by " DELIMITED BY SIZE
                                   BKM-OPERATOR DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCK-MEMBER-FILE
           END-IF
           PERFORM SAR-SECTION-END
           MOVE "EXAM PERMITS (EXMPRMT.DAT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT EXAM-PERMIT-FILE
           IF EXPSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ EXAM-PERMIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF EXP-STUD-ID = WS-SAR-ID
                               MOVE EXP-DUE TO WS-SAR-AMT-EDIT
                               MOVE SPACES TO WS-SAR-ROW
                               STRING EXP-TERM DELIMITED BY SIZE
                                   " status " DELIMITED BY SIZE
                                   EXP-STATUS DELIMITED BY SIZE
                                   " due" DELIMITED BY SIZE
                                   WS-SAR-AMT-EDIT DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXP-REASON DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXP-DATE DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-PERMIT-FILE
           END-IF
           PERFORM SAR-SECTION-END
           MOVE "EVALUATIONS SUBMITTED (EVALDONE.DAT)" *> the answers are tallied, never kept by student #mejares
               TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT EVAL-DONE-FILE
           IF EVDSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ EVAL-DONE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF EVD-STUD-ID = WS-SAR-ID
                               MOVE SPACES TO WS-SAR-ROW
                               STRING EVD-TERM DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EVD-COURSE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EVD-SECTION DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVAL-DONE-FILE
           END-IF
           PERFORM SAR-SECTION-END
           MOVE "KIOSK PIN (STUDPIN.DAT - the PIN itself is not shown)"
               TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT STUD-PIN-FILE
           IF PINSTATUS = "00"
               MOVE WS-SAR-ID TO PIN-STUD-ID
               READ STUD-PIN-FILE KEY IS PIN-STUD-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "A kiosk PIN is on file." TO WS-SAR-ROW
                       PERFORM SAR-WRITE-ROW
               END-READ
               CLOSE STUD-PIN-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-WAITLIST-PREENLIST. *> waitlist places and pre-enlisted courses, live and closed-term history #mejares
           MOVE "WAITLISTS (WAITLIST.DAT and term history)"
               TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT WAITLIST-FILE
           IF WLSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ WAITLIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF WL-STUD-ID = WS-SAR-ID
                               MOVE WAITLIST-RECORD
                                   TO WAITLIST-HIST-RECORD
                               PERFORM SAR-WAITLIST-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF
           PERFORM LOAD-TERM-CONTROL
           PERFORM VARYING WS-SAR-IX FROM 1 BY 1
               UNTIL WS-SAR-IX > WS-CLOSED-TERM-COUNT
               MOVE WS-CLOSED-TERM(WS-SAR-IX) TO WS-HST-TERM
               MOVE "WAITLIST" TO WS-HST-PREFIX
               PERFORM HST-BUILD-NAME
               OPEN INPUT WAITLIST-HIST-FILE
               IF HSTSTATUS = "00"
                   MOVE 'N' TO WS-SAR-EOF
                   PERFORM UNTIL WS-SAR-EOF = 'Y'
                       READ WAITLIST-HIST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-SAR-EOF
                           NOT AT END
                               IF WLH-DATA(1:5) = WS-SAR-ID
                                   PERFORM SAR-WAITLIST-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WAITLIST-HIST-FILE
               END-IF
           END-PERFORM
           PERFORM SAR-SECTION-END
           MOVE "PRE-ENLISTMENT (PREENL.DAT and term history)"
               TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT PRE-ENLIST-FILE
           IF PRESTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ PRE-ENLIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF PRE-STUD-ID = WS-SAR-ID
                               MOVE PRE-ENLIST-RECORD
                                   TO PRE-ENLIST-HIST-RECORD
                               PERFORM SAR-PREENLIST-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRE-ENLIST-FILE
           END-IF
           PERFORM VARYING WS-SAR-IX FROM 1 BY 1
               UNTIL WS-SAR-IX > WS-CLOSED-TERM-COUNT
               MOVE WS-CLOSED-TERM(WS-SAR-IX) TO WS-HST-TERM
               MOVE "PREENL" TO WS-HST-PREFIX
               PERFORM HST-BUILD-NAME
               OPEN INPUT PRE-ENLIST-HIST-FILE
               IF HSTSTATUS = "00"
                   MOVE 'N' TO WS-SAR-EOF
                   PERFORM UNTIL WS-SAR-EOF = 'Y'
                       READ PRE-ENLIST-HIST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-SAR-EOF
                           NOT AT END
                               IF PREH-KEY(19:5) = WS-SAR-ID
                                   PERFORM SAR-PREENLIST-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRE-ENLIST-HIST-FILE
               END-IF
           END-PERFORM
           PERFORM SAR-SECTION-END.

       SAR-WAITLIST-ROW. *> one waitlist place, off the WAITLIST-RECORD image in WAITLIST-HIST-RECORD #mejares
           MOVE SPACES TO WS-SAR-ROW
           STRING WLH-KEY(1:10) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WLH-KEY(11:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WLH-KEY(19:3) DELIMITED BY SIZE
               " place " DELIMITED BY SIZE
               WLH-KEY(22:3) DELIMITED BY SIZE
               " since " DELIMITED BY SIZE
               WLH-DATA(6:8) DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW.

       SAR-PREENLIST-ROW. *> one pre-enlisted course, off the PRE-ENLIST-RECORD image in PRE-ENLIST-HIST-RECORD #mejares
           MOVE SPACES TO WS-SAR-ROW
           STRING PREH-KEY(1:10) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREH-KEY(11:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREH-DATA DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM SAR-WRITE-ROW.

       SAR-DOC-ISSUES. *> every document released to or about the subject, off the issuance log #mejares
           MOVE "DOCUMENTS RELEASED (DOCISSUE.TXT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT DOC-LOG-FILE
           IF DOCLOGSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ DOC-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF DOC-LOG-RECORD(13:5) = WS-SAR-ID *> control no., two spaces, then the ID #mejares
                               MOVE DOC-LOG-RECORD TO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-LOG-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       SAR-AUDIT-TRAIL. *> every audit line naming the subject or their applicant number, rotated months included #mejares
           MOVE "AUDIT TRAIL (AUDITLOG*.TXT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           CALL "SYSTEM" USING
               "cat AUDITLOG*.TXT > AUDITSCAN.TMP 2>/dev/null"
           OPEN INPUT AUDIT-SCAN-FILE
           IF SCANSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ AUDIT-SCAN-FILE
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF AUDIT-SCAN-RECORD(1:5) = WS-SAR-ID
                               OR (WS-SAR-APL-ID NOT = SPACES AND
                               AUDIT-SCAN-RECORD(1:5) = WS-SAR-APL-ID
                               AND (AUDIT-SCAN-RECORD(8:6) = "APLNEW"
                               OR AUDIT-SCAN-RECORD(8:6) = "APLUPD"
                               OR AUDIT-SCAN-RECORD(8:6) = "ADMDEC")) *> only the applicant operations carry applicant numbers #mejares
                               MOVE AUDIT-SCAN-RECORD TO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-SCAN-FILE
           END-IF
           CALL "SYSTEM" USING "rm -f AUDITSCAN.TMP"
           PERFORM SAR-SECTION-END.

       SAR-JOURNAL. *> recovery journal entries carrying an image of the subject's record #mejares
           MOVE "RECOVERY JOURNAL (JOURNAL.TXT)" TO WS-SAR-TITLE
           PERFORM SAR-SECTION-HEAD
           OPEN INPUT JOURNAL-FILE
           IF JRNLSTATUS = "00"
               MOVE 'N' TO WS-SAR-EOF
               PERFORM UNTIL WS-SAR-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-SAR-EOF
                       NOT AT END
                           IF JRNL-BEFORE(1:5) = WS-SAR-ID
                               OR JRNL-AFTER(1:5) = WS-SAR-ID
                               MOVE SPACES TO WS-SAR-ROW
                               STRING JRNL-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   JRNL-TIME DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   JRNL-OP DELIMITED BY SIZE
                                   " - record image as of that change"
                                       DELIMITED BY SIZE
                                   INTO WS-SAR-ROW
                               PERFORM SAR-WRITE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           PERFORM SAR-SECTION-END.

       ALUMNI-ANONYMIZE-RUN. *> 80-2/ANONYMIZ: graduates past retention lose contact, address and birth date everywhere they are kept #mejares
      * A graduate's academic record is kept for good; the personal
      * particulars go once ALUMNI-RETAIN years have passed since
      * graduation. The journal is rewritten first because it is the
      * only step that must succeed whole - if it cannot be, nothing
      * else is touched and the run fails. Then the application rows,
      * the kiosk PINs and the alumni records themselves, each one
      * stamped with the date and audited. ANONREG.TXT lists who was
      * done; dated backups are left to age out on their own. #mejares
           MOVE "ANONYMIZ" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           ACCEPT WS-ANO-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-ANO-CUTOFF =
               WS-ANO-TODAY - (WS-ALUM-RETAIN-YRS * 10000)
           MOVE 0 TO WS-ANO-READ
           MOVE 0 TO WS-ANO-CT
           MOVE 0 TO WS-ANO-HELD
           MOVE 0 TO WS-ANO-DONE
           MOVE 0 TO WS-ANO-APL
           MOVE 0 TO WS-ANO-PINS
           MOVE 0 TO WS-ANO-JRNL
           MOVE 'Y' TO WS-ANO-JRNL-OK
           PERFORM ANO-COLLECT
           IF WS-ANO-HELD > 0 *> the rest wait for the next run #mejares
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Graduated on or before "
               WS-ANO-CUTOFF ": " WS-ANO-CT " to anonymize" RST
           IF WS-ANO-CT = 0
               IF NOT BATCH-MODE
                   DISPLAY GREEN "[SYSTEM] Press any key to continue..."
                       RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT BATCH-MODE
               DISPLAY "Blank their contact, address and birth date "
                   "for good? (Y/N): " NO ADVANCING
               MOVE SPACE TO WS-ANO-CONFIRM
               ACCEPT WS-ANO-CONFIRM
               IF WS-ANO-CONFIRM NOT = 'Y' AND WS-ANO-CONFIRM NOT = 'y'
                   DISPLAY GREEN "[SYSTEM] Nothing was changed." RST
                   DISPLAY GREEN "[SYSTEM] Press any key to continue..."
                       RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM ANO-SCRUB-JOURNAL
           IF WS-ANO-JRNL-OK = 'Y'
               PERFORM ANO-SCRUB-APPLICANTS
               PERFORM ANO-REMOVE-PINS
               PERFORM ANO-SCRUB-ALUMNI
           ELSE
               MOVE 8 TO WS-RUN-RC
           END-IF
           PERFORM ANO-WRITE-REGISTER
           MOVE SPACES TO WS-SAR-ROW
           STRING "ANONYM  cutoff " DELIMITED BY SIZE
               WS-ANO-CUTOFF DELIMITED BY SIZE
               " listed " DELIMITED BY SIZE
               WS-ANO-CT DELIMITED BY SIZE
               " done " DELIMITED BY SIZE
               WS-ANO-DONE DELIMITED BY SIZE
               " held " DELIMITED BY SIZE
               WS-ANO-HELD DELIMITED BY SIZE
               INTO WS-SAR-ROW
           PERFORM PRIV-LOG-WRITE
           DISPLAY GREEN "[SYSTEM] Anonymized: " WS-ANO-DONE
               "  applications: " WS-ANO-APL
               "  PINs: " WS-ANO-PINS
               "  journal entries: " WS-ANO-JRNL RST
           IF WS-ANO-JRNL-OK NOT = 'Y'
               DISPLAY GREEN "[SYSTEM] JOURNAL.TXT could not be "
                   "rewritten - no one was anonymized." RST
           END-IF
           DISPLAY GREEN "[SYSTEM] Register written to ANONREG.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       ANO-COLLECT. *> graduates not yet anonymized whose graduation is on or before the cutoff, into WS-ANO-TABLE #mejares
           OPEN INPUT ALUMNI-FILE
           IF ALUMSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ANO-EOF
           PERFORM UNTIL WS-ANO-EOF = 'Y'
               READ ALUMNI-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ANO-EOF
                   NOT AT END
                       ADD 1 TO WS-ANO-READ
                       IF ALUM-ANON-DATE = 0
                           AND ALUM-GRAD-DATE > 0
                           AND ALUM-GRAD-DATE <= WS-ANO-CUTOFF
                           PERFORM ANO-LIST-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE.

       ANO-LIST-ONE. *> the alumni record in hand onto the run's list, or held when the list is full #mejares
           IF WS-ANO-CT >= 500
               ADD 1 TO WS-ANO-HELD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ANO-CT
           MOVE ALUM-ID TO WS-ANO-ID(WS-ANO-CT)
           MOVE ALUM-NAME TO WS-ANO-NAME(WS-ANO-CT)
           MOVE ALUM-PROGRAM TO WS-ANO-PROG(WS-ANO-CT)
           MOVE ALUM-GRAD-DATE TO WS-ANO-GRAD(WS-ANO-CT)
           MOVE 0 TO WS-ANO-APL-CT(WS-ANO-CT)
           MOVE 'N' TO WS-ANO-PIN-GONE(WS-ANO-CT)
           MOVE 0 TO WS-ANO-JRNL-CT(WS-ANO-CT)
           MOVE 'N' TO WS-ANO-OK(WS-ANO-CT).

       ANO-FIND-ID. *> WS-ANO-KEY's place on the run's list into WS-ANO-SLOT, 0 when not listed #mejares
           MOVE 0 TO WS-ANO-SLOT
           IF WS-ANO-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ANO-I FROM 1 BY 1
               UNTIL WS-ANO-I > WS-ANO-CT OR WS-ANO-SLOT > 0
               IF WS-ANO-ID(WS-ANO-I) = WS-ANO-KEY
                   MOVE WS-ANO-I TO WS-ANO-SLOT
               END-IF
           END-PERFORM.

       ANO-SCRUB-JOURNAL. *> JOURNAL.TXT copied to JOURNAL.NEW with the listed graduates' images blanked, swapped in only when every line made it #mejares
           OPEN INPUT JOURNAL-FILE
           IF JRNLSTATUS = "35" *> no journal yet - nothing to blank #mejares
               EXIT PARAGRAPH
           END-IF
           IF JRNLSTATUS NOT = "00"
               MOVE 'N' TO WS-ANO-JRNL-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOURNAL-NEW-FILE
           IF JRNLNEWSTATUS NOT = "00"
               MOVE 'N' TO WS-ANO-JRNL-OK
               CLOSE JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ANO-JRNL-READ
           MOVE 0 TO WS-ANO-JRNL-WRITTEN
           MOVE 'N' TO WS-ANO-EOF
           PERFORM UNTIL WS-ANO-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-ANO-EOF
                   NOT AT END
                       ADD 1 TO WS-ANO-JRNL-READ
                       PERFORM ANO-SCRUB-JOURNAL-ENTRY
                       MOVE JOURNAL-RECORD TO JOURNAL-NEW-RECORD
                       WRITE JOURNAL-NEW-RECORD
                       IF JRNLNEWSTATUS = "00"
                           ADD 1 TO WS-ANO-JRNL-WRITTEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE JOURNAL-NEW-FILE
           IF WS-ANO-JRNL-WRITTEN NOT = WS-ANO-JRNL-READ *> a short copy never replaces the journal #mejares
               MOVE 'N' TO WS-ANO-JRNL-OK
               MOVE 0 TO WS-ANO-JRNL
               CALL "SYSTEM" USING "rm -f JOURNAL.NEW"
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "mv -f JOURNAL.NEW JOURNAL.TXT".

       ANO-SCRUB-JOURNAL-ENTRY. *> blanks the before and after images of the journal line in hand when they belong to a listed graduate #mejares
           MOVE 'N' TO WS-ANO-HIT
           MOVE JRNL-BEFORE(1:5) TO WS-ANO-KEY
           PERFORM ANO-FIND-ID
           IF WS-ANO-SLOT = 0
               MOVE JRNL-AFTER(1:5) TO WS-ANO-KEY
               PERFORM ANO-FIND-ID
           END-IF
           IF WS-ANO-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF JRNL-BEFORE NOT = SPACES
               MOVE JRNL-BEFORE TO WS-ANO-IMAGE
               MOVE SPACES TO WS-ANO-IMG-CONTACT
               MOVE SPACES TO WS-ANO-IMG-ADDRESS
               IF WS-ANO-IMG-BIRTH IS NUMERIC
                   MOVE ZEROS TO WS-ANO-IMG-BIRTH
               END-IF
               MOVE WS-ANO-IMAGE TO JRNL-BEFORE
           END-IF
           IF JRNL-AFTER NOT = SPACES
               MOVE JRNL-AFTER TO WS-ANO-IMAGE
               MOVE SPACES TO WS-ANO-IMG-CONTACT
               MOVE SPACES TO WS-ANO-IMG-ADDRESS
               IF WS-ANO-IMG-BIRTH IS NUMERIC
                   MOVE ZEROS TO WS-ANO-IMG-BIRTH
               END-IF
               MOVE WS-ANO-IMAGE TO JRNL-AFTER
           END-IF
           ADD 1 TO WS-ANO-JRNL
           ADD 1 TO WS-ANO-JRNL-CT(WS-ANO-SLOT).

       ANO-SCRUB-APPLICANTS. *> the admission rows the listed graduates came in on lose the same particulars #mejares
           OPEN I-O APPLICANT-FILE
           IF APLSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ANO-EOF
           PERFORM UNTIL WS-ANO-EOF = 'Y'
               READ APPLICANT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ANO-EOF
                   NOT AT END
                       MOVE APL-STUD-ID TO WS-ANO-KEY
                       PERFORM ANO-FIND-ID
                       IF WS-ANO-SLOT > 0
                           MOVE SPACES TO APL-EMAIL
                           MOVE SPACES TO APL-CONTACT-NO
                           MOVE SPACES TO APL-ADDRESS
                           MOVE 0 TO APL-BIRTHDATE
                           REWRITE APPLICANT-RECORD
                           IF APLSTATUS = "00"
                               ADD 1 TO WS-ANO-APL
                               ADD 1 TO WS-ANO-APL-CT(WS-ANO-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICANT-FILE.

       ANO-REMOVE-PINS. *> a graduate's kiosk PIN has no use left #mejares
           OPEN I-O STUD-PIN-FILE
           IF PINSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ANO-I FROM 1 BY 1
               UNTIL WS-ANO-I > WS-ANO-CT
               MOVE WS-ANO-ID(WS-ANO-I) TO PIN-STUD-ID
               DELETE STUD-PIN-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ANO-PIN-GONE(WS-ANO-I)
                       ADD 1 TO WS-ANO-PINS
               END-DELETE
           END-PERFORM
           CLOSE STUD-PIN-FILE.

       ANO-SCRUB-ALUMNI. *> each listed alumni record blanked, stamped with today's date and audited #mejares
           OPEN I-O ALUMNI-FILE
           IF ALUMSTATUS NOT = "00"
               CALL "FSTATMSG" USING ALUMSTATUS WS-ERROR-MESSAGE
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               MOVE 8 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ANO-I FROM 1 BY 1
               UNTIL WS-ANO-I > WS-ANO-CT
               MOVE WS-ANO-ID(WS-ANO-I) TO ALUM-ID
               READ ALUMNI-FILE KEY IS ALUM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ANO-SCRUB-ONE-ALUMNUS
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE.

       ANO-SCRUB-ONE-ALUMNUS. *> the alumni record in hand, for listed graduate WS-ANO-I #mejares
           MOVE SPACES TO ALUM-EMAIL
           MOVE SPACES TO ALUM-CONTACT-NO
           MOVE SPACES TO ALUM-ADDRESS
           MOVE 0 TO ALUM-BIRTHDATE
           MOVE WS-ANO-TODAY TO ALUM-ANON-DATE
           REWRITE ALUMNI-PROFILE
           IF ALUMSTATUS = "00"
               MOVE 'Y' TO WS-ANO-OK(WS-ANO-I)
               ADD 1 TO WS-ANO-DONE
               MOVE ALUM-ID TO STUD-ID
               MOVE "ANONYM" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       ANO-WRITE-REGISTER. *> ANONREG.TXT: who was due, what was blanked for each, and the totals #mejares
           MOVE "ANONREG.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           IF WRKSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ALUMNI ANONYMIZATION REGISTER - " DELIMITED BY SIZE
               WS-ANO-TODAY DELIMITED BY SIZE
               "  (graduated on or before " DELIMITED BY SIZE
               WS-ANO-CUTOFF DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE
           IF WS-ANO-JRNL-OK NOT = 'Y'
               MOVE "JOURNAL.TXT not rewritten - no record was changed."
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "ID    NAME                           PROG  GRADUATED AP
      -        "PL PIN JOURNAL RESULT" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-ANO-I FROM 1 BY 1
               UNTIL WS-ANO-I > WS-ANO-CT
               IF WS-ANO-OK(WS-ANO-I) = 'Y'
                   MOVE "DONE" TO WS-ANO-RESULT
               ELSE
                   MOVE "NOT DONE" TO WS-ANO-RESULT
               END-IF
               MOVE SPACES TO WORK-REPORT-LINE
               STRING WS-ANO-ID(WS-ANO-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ANO-NAME(WS-ANO-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ANO-PROG(WS-ANO-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ANO-GRAD(WS-ANO-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ANO-APL-CT(WS-ANO-I) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-ANO-PIN-GONE(WS-ANO-I) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-ANO-JRNL-CT(WS-ANO-I) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-ANO-RESULT DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Alumni read: " DELIMITED BY SIZE
               WS-ANO-READ DELIMITED BY SIZE
               "  listed: " DELIMITED BY SIZE
               WS-ANO-CT DELIMITED BY SIZE
               "  anonymized: " DELIMITED BY SIZE
               WS-ANO-DONE DELIMITED BY SIZE
               "  held for next run: " DELIMITED BY SIZE
               WS-ANO-HELD DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Applications blanked: " DELIMITED BY SIZE
               WS-ANO-APL DELIMITED BY SIZE
               "  PINs removed: " DELIMITED BY SIZE
               WS-ANO-PINS DELIMITED BY SIZE
               "  journal entries blanked: " DELIMITED BY SIZE
               WS-ANO-JRNL DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT.

       CLOSE-WORK-REPORT. *> closes the report just written and files a dated copy of it in the report repository #mejares
      * The fixed name stays where it is as the latest copy; the dated
      * copy under RPTREPO/ and its RPTCAT.DAT row are what a later
      * reprint finds. A copy that cannot be filed never stops the
      * report itself - it is said on screen and a batch run ends 4. #mejares
           CLOSE WORK-REPORT-FILE
           IF WRKSTATUS NOT = "00" *> never opened for output - nothing to file #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-REPORT-NAME TO WS-RPT-SOURCE
           PERFORM RPT-FILE-REPORT.

       RPT-FILE-REPORT. *> files the closed report named in WS-RPT-SOURCE and says so when it could not be #mejares
           PERFORM RPT-FILE-COPY
           IF WS-RPT-FILED = 'N'
               DISPLAY "[SYSTEM] No dated copy of "
                   FUNCTION TRIM(WS-RPT-SOURCE)
                   " could be filed in RPTREPO."
               IF BATCH-MODE AND WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       RPT-FILE-COPY. *> WS-RPT-SOURCE copied to RPTREPO/<type>_<date>_<time> and catalogued; Y in WS-RPT-FILED when both are down #mejares
      * The type is the name up to the dot. Any role can reprint from
      * the repository, so the subject access package and the
      * anonymization register - a person's whole record, and who was
      * blanked - are never filed: they stay only as the fixed-name
      * file of the supervisor run. #mejares
           MOVE 'N' TO WS-RPT-FILED
           MOVE SPACES TO WS-RPT-TYPE
           MOVE SPACES TO WS-RPT-EXT
           UNSTRING WS-RPT-SOURCE DELIMITED BY "."
               INTO WS-RPT-TYPE WS-RPT-EXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-RPT-TYPE) TO WS-RPT-TYPE
           INSPECT WS-RPT-TYPE REPLACING ALL "/" BY "-" *> a CSV name typed at the screen may carry a folder #mejares
           IF WS-RPT-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RPT-TYPE = "SUBJACC" OR WS-RPT-TYPE = "ANONREG"
               MOVE 'X' TO WS-RPT-FILED
               EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-TERM = SPACES
               PERFORM LOAD-TERM-CONTROL
           END-IF
           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RPT-TIME FROM TIME
           OPEN I-O RPT-CATALOG-FILE
           IF RPTCATSTATUS = "35" *> first report ever filed - create the catalog #mejares
               OPEN OUTPUT RPT-CATALOG-FILE
               CLOSE RPT-CATALOG-FILE
               OPEN I-O RPT-CATALOG-FILE
           END-IF
           IF RPTCATSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RPT-FREE
           MOVE 0 TO WS-RPT-TRIES
           PERFORM UNTIL WS-RPT-FREE = 'Y' OR WS-RPT-TRIES >= 999
               ADD 1 TO WS-RPT-TRIES
               MOVE WS-RPT-TYPE TO RPC-TYPE
               MOVE WS-RPT-DATE TO RPC-DATE
               MOVE WS-RPT-TIME TO RPC-TIME
               READ RPT-CATALOG-FILE KEY IS RPC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RPT-FREE
                   NOT INVALID KEY *> the same report twice in one hundredth - take the next stamp #mejares
                       ADD 1 TO WS-RPT-TIME
               END-READ
           END-PERFORM
           IF WS-RPT-FREE NOT = 'Y'
               CLOSE RPT-CATALOG-FILE
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "mkdir -p RPTREPO 2>/dev/null"
           MOVE SPACES TO WS-RPT-ARC-NAME
           MOVE 1 TO WS-RPT-PTR
           STRING "RPTREPO/" DELIMITED BY SIZE
               WS-RPT-TYPE DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-RPT-DATE DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-RPT-TIME DELIMITED BY SIZE
               INTO WS-RPT-ARC-NAME WITH POINTER WS-RPT-PTR
           END-STRING
           IF WS-RPT-EXT NOT = SPACES
               STRING "." DELIMITED BY SIZE
                   WS-RPT-EXT DELIMITED BY SPACE
                   INTO WS-RPT-ARC-NAME WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           OPEN INPUT RPT-SOURCE-FILE
           IF RPTSRCSTATUS NOT = "00"
               CLOSE RPT-CATALOG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RPT-ARCHIVE-FILE
           IF RPTARCSTATUS NOT = "00"
               CLOSE RPT-SOURCE-FILE
               CLOSE RPT-CATALOG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RPT-LINES
           MOVE 'N' TO WS-RPT-EOF
           PERFORM UNTIL WS-RPT-EOF = 'Y'
               READ RPT-SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF
                   NOT AT END
                       MOVE RPT-SOURCE-LINE TO RPT-ARCHIVE-LINE
                       WRITE RPT-ARCHIVE-LINE
                       ADD 1 TO WS-RPT-LINES
               END-READ
           END-PERFORM
           CLOSE RPT-SOURCE-FILE
           CLOSE RPT-ARCHIVE-FILE
           MOVE WS-RPT-TYPE TO RPC-TYPE
           MOVE WS-RPT-DATE TO RPC-DATE
           MOVE WS-RPT-TIME TO RPC-TIME
           IF BATCH-MODE
               MOVE WS-RUN-MODE TO RPC-RUN-MODE
           ELSE
               MOVE "ONLINE" TO RPC-RUN-MODE
           END-IF
           MOVE WS-OPEN-TERM TO RPC-TERM
           MOVE WS-OPERATOR-ID TO RPC-OPERATOR
           MOVE WS-RPT-LINES TO RPC-LINES
           MOVE WS-RPT-SOURCE TO RPC-LATEST
           MOVE WS-RPT-ARC-NAME TO RPC-FILE
           WRITE RPT-CATALOG-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RPT-FILED
           END-WRITE
           CLOSE RPT-CATALOG-FILE
           IF WS-RPT-FILED NOT = 'Y' *> an uncatalogued copy would never be found or pruned #mejares
               MOVE SPACES TO WS-RPT-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                   WS-RPT-ARC-NAME DELIMITED BY SPACE
                   INTO WS-RPT-COMMAND
               CALL "SYSTEM" USING WS-RPT-COMMAND
           END-IF.

       REPORT-REPOSITORY-MENU. *> 81. REPORT REPOSITORY - every report written, kept by type and date #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "         REPORT REPOSITORY" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Find and Reprint a Report      |"
           DISPLAY "|2| Retention Rules by Report Type |"
           DISPLAY "|3| Apply Retention (Supervisor)   |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-RPTREPO-OPTION
           EVALUATE WS-RPTREPO-OPTION
               WHEN 1 PERFORM RPT-FIND-REPRINT
               WHEN 2 PERFORM RPT-RETENTION-RULES
               WHEN 3
                   IF NOT OPER-SUPERVISOR *> deleting filed reports is a supervisor call #mejares
                       DISPLAY " "
                       DISPLAY GREEN "Only a supervisor may apply "
                           "report retention." RST
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                   ELSE
                       PERFORM RPT-PRUNE-RUN
                   END-IF
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       RPT-FIND-REPRINT. *> 81-1: filed copies of a type within a date range, and a reprint of the one picked #mejares
           DISPLAY " "
           DISPLAY "Report type, e.g. PROMOTE (ENTER for all): "
               NO ADVANCING
           MOVE SPACES TO WS-RPT-Q-TYPE
           ACCEPT WS-RPT-Q-TYPE
           MOVE FUNCTION UPPER-CASE(WS-RPT-Q-TYPE) TO WS-RPT-Q-TYPE
           DISPLAY "From date YYYYMMDD (ENTER for the first): "
               NO ADVANCING
           MOVE SPACES TO WS-RPT-Q-FROM-X
           ACCEPT WS-RPT-Q-FROM-X
           DISPLAY "To date YYYYMMDD (ENTER for the last): "
               NO ADVANCING
           MOVE SPACES TO WS-RPT-Q-TO-X
           ACCEPT WS-RPT-Q-TO-X
           MOVE 0 TO WS-RPT-Q-FROM
           MOVE 99999999 TO WS-RPT-Q-TO
           IF WS-RPT-Q-FROM-X NOT = SPACES
               IF WS-RPT-Q-FROM-X IS NUMERIC
                   MOVE WS-RPT-Q-FROM-X TO WS-RPT-Q-FROM
               ELSE
                   MOVE 99999999 TO WS-RPT-Q-FROM
               END-IF
           END-IF
           IF WS-RPT-Q-TO-X NOT = SPACES
               IF WS-RPT-Q-TO-X IS NUMERIC
                   MOVE WS-RPT-Q-TO-X TO WS-RPT-Q-TO
               ELSE
                   MOVE 0 TO WS-RPT-Q-TO
               END-IF
           END-IF
           IF WS-RPT-Q-FROM > WS-RPT-Q-TO
               DISPLAY " "
               DISPLAY GREEN "Dates are typed YYYYMMDD, the first "
                   "not after the last." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RPT-CATALOG-FILE
           IF RPTCATSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "[SYSTEM] No report has been filed yet."
                   RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "         REPORT REPOSITORY" RST
           DISPLAY "------------------------------------"
           DISPLAY "NO TYPE         DATE     TIME MODE     TERM      "
               " OPERATOR   LINES"
           MOVE 0 TO WS-RPT-HITS
           MOVE 'N' TO WS-RPT-MORE
           MOVE 'N' TO WS-RPT-CAT-EOF
           MOVE WS-RPT-Q-TYPE TO RPC-TYPE *> spaces sort ahead of every type, so ENTER starts at the top #mejares
           MOVE WS-RPT-Q-FROM TO RPC-DATE
           MOVE 0 TO RPC-TIME
           START RPT-CATALOG-FILE KEY IS NOT LESS THAN RPC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RPT-CAT-EOF
           END-START
           PERFORM UNTIL WS-RPT-CAT-EOF = 'Y'
               READ RPT-CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RPT-CAT-EOF
                   NOT AT END
                       PERFORM RPT-FIND-ONE
               END-READ
           END-PERFORM
           CLOSE RPT-CATALOG-FILE
           DISPLAY "------------------------------------"
           IF WS-RPT-HITS = 0
               DISPLAY GREEN "[SYSTEM] No filed report matches." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-RPT-MORE = 'Y'
               DISPLAY GREEN "[SYSTEM] Only the first 50 are listed - "
                   "narrow the dates for the rest." RST
           END-IF
           DISPLAY "No. to reprint (0 = none): " NO ADVANCING
           MOVE 0 TO WS-RPT-PICK
           ACCEPT WS-RPT-PICK
           IF WS-RPT-PICK < 1 OR WS-RPT-PICK > WS-RPT-HITS
               EXIT PARAGRAPH
           END-IF
           PERFORM RPT-REPRINT-ONE.

       RPT-FIND-ONE. *> the catalog row just read listed when it is of the type and within the dates asked for #mejares
           IF WS-RPT-Q-TYPE NOT = SPACES
               IF RPC-TYPE NOT = WS-RPT-Q-TYPE
                   OR RPC-DATE > WS-RPT-Q-TO *> past what was asked for - the rest are later or of another type #mejares
                   MOVE 'Y' TO WS-RPT-CAT-EOF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF RPC-DATE < WS-RPT-Q-FROM OR RPC-DATE > WS-RPT-Q-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-RPT-HITS >= 50
               MOVE 'Y' TO WS-RPT-MORE
               MOVE 'Y' TO WS-RPT-CAT-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RPT-HITS
           MOVE RPC-TYPE TO WS-RPT-HIT-TYPE(WS-RPT-HITS)
           MOVE RPC-DATE TO WS-RPT-HIT-DATE(WS-RPT-HITS)
           MOVE RPC-TIME TO WS-RPT-HIT-TIME(WS-RPT-HITS)
           MOVE RPC-FILE TO WS-RPT-HIT-FILE(WS-RPT-HITS)
           DISPLAY WS-RPT-HITS " " RPC-TYPE " " RPC-DATE " "
               RPC-TIME(1:4) " " RPC-RUN-MODE " " RPC-TERM " "
               RPC-OPERATOR " " RPC-LINES.

       RPT-REPRINT-ONE. *> filed copy WS-RPT-PICK shown a page at a time and put back out as REPRINT.TXT for the printer #mejares
           MOVE WS-RPT-HIT-FILE(WS-RPT-PICK) TO WS-RPT-ARC-NAME
           OPEN INPUT RPT-ARCHIVE-FILE
           IF RPTARCSTATUS NOT = "00"
               CALL "FSTATMSG" USING RPTARCSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "  " FUNCTION TRIM(WS-RPT-ARC-NAME) RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "REPRINT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE *> a reprint is not a new report - closed without being filed again #mejares
           IF WRKSTATUS = "00"
               MOVE 'Y' TO WS-RPT-OUT-OK
           ELSE
               MOVE 'N' TO WS-RPT-OUT-OK
           END-IF
           CALL "SYSTEM" USING "CLS"
           MOVE 0 TO WS-RPT-SHOWN
           MOVE 'N' TO WS-RPT-STOP
           MOVE 'N' TO WS-RPT-EOF
           PERFORM UNTIL WS-RPT-EOF = 'Y'
               READ RPT-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF
                   NOT AT END
                       PERFORM RPT-REPRINT-LINE
               END-READ
           END-PERFORM
           CLOSE RPT-ARCHIVE-FILE
           IF WS-RPT-OUT-OK = 'Y'
               CLOSE WORK-REPORT-FILE
           END-IF
           MOVE SPACES TO STUD-ID
           MOVE "RPTPRT" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           IF WS-RPT-OUT-OK = 'Y'
               DISPLAY GREEN "[SYSTEM] "
                   FUNCTION TRIM(WS-RPT-HIT-TYPE(WS-RPT-PICK)) " of "
                   WS-RPT-HIT-DATE(WS-RPT-PICK)
                   " reprinted to REPRINT.TXT." RST
           ELSE
               DISPLAY GREEN "[SYSTEM] REPRINT.TXT could not be "
                   "written - shown on screen only." RST
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       RPT-REPRINT-LINE. *> one line of the filed copy onto REPRINT.TXT and, until the operator stops it, the screen #mejares
           IF WS-RPT-OUT-OK = 'Y'
               MOVE RPT-ARCHIVE-LINE TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           IF WS-RPT-STOP = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY FUNCTION TRIM(RPT-ARCHIVE-LINE TRAILING)
           ADD 1 TO WS-RPT-SHOWN
           IF WS-RPT-SHOWN >= WS-PAGE-SIZE
               MOVE 0 TO WS-RPT-SHOWN
               DISPLAY GREEN "ENTER for more, Q to stop showing: " RST
                   NO ADVANCING
               MOVE SPACE TO WS-WAITFORINPUT
               ACCEPT WS-WAITFORINPUT
               IF WS-WAITFORINPUT = "Q" OR WS-WAITFORINPUT = "q"
                   MOVE 'Y' TO WS-RPT-STOP
               END-IF
           END-IF.

       RPT-RETENTION-RULES. *> 81-2: how long each report type's filed copies are kept - a supervisor sets them #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "      REPORT RETENTION RULES" RST
           DISPLAY "------------------------------------"
           PERFORM LOAD-SYSTEM-PARAMETERS
           DISPLAY "Any type without a rule: " WS-RPT-KEEP-DAYS
               " days (REPORT-KEEP; 0 = kept for good)"
           DISPLAY "TYPE         DAYS SET BY   ON"
           OPEN INPUT RPT-KEEP-FILE
           IF RPTKEEPSTATUS = "00"
               MOVE 'N' TO WS-RPT-CAT-EOF
               PERFORM UNTIL WS-RPT-CAT-EOF = 'Y'
                   READ RPT-KEEP-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RPT-CAT-EOF
                       NOT AT END
                           DISPLAY RKP-TYPE " " RKP-DAYS " "
                               RKP-SET-BY " " RKP-SET-DATE
                   END-READ
               END-PERFORM
               CLOSE RPT-KEEP-FILE
           ELSE
               DISPLAY "  (no rules - every type goes by REPORT-KEEP)"
           END-IF
           DISPLAY "------------------------------------"
           IF NOT OPER-SUPERVISOR *> how long the school keeps its reports is a supervisor call #mejares
               DISPLAY GREEN "Only a supervisor may change a "
                   "retention rule." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Report type to set (ENTER to leave): "
               NO ADVANCING
           MOVE SPACES TO WS-RPT-Q-TYPE
           ACCEPT WS-RPT-Q-TYPE
           IF WS-RPT-Q-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RPT-Q-TYPE) TO WS-RPT-Q-TYPE
           DISPLAY "Days to keep (0 = for good, D = drop the rule): "
               NO ADVANCING
           MOVE SPACES TO WS-RPT-DAYS-X
           ACCEPT WS-RPT-DAYS-X
           IF WS-RPT-DAYS-X NOT = "D" AND WS-RPT-DAYS-X NOT = "d"
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-RPT-DAYS-X)) NOT = 0
                   DISPLAY " "
                   DISPLAY GREEN "That is not a number." RST
                   DISPLAY GREEN "[SYSTEM] Press any key to continue..."
                       RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-RPT-DAYS-X) TO WS-RPT-DAYS
           END-IF
           OPEN I-O RPT-KEEP-FILE
           IF RPTKEEPSTATUS = "35" *> first rule ever set - create the rules file #mejares
               OPEN OUTPUT RPT-KEEP-FILE
               CLOSE RPT-KEEP-FILE
               OPEN I-O RPT-KEEP-FILE
           END-IF
           IF RPTKEEPSTATUS NOT = "00"
               CALL "FSTATMSG" USING RPTKEEPSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RPT-Q-TYPE TO RKP-TYPE
           READ RPT-KEEP-FILE KEY IS RKP-TYPE
               INVALID KEY
                   MOVE 'N' TO WS-RPT-FREE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RPT-FREE
           END-READ
           IF WS-RPT-DAYS-X = "D" OR WS-RPT-DAYS-X = "d"
               IF WS-RPT-FREE = 'Y'
                   DELETE RPT-KEEP-FILE RECORD
                   DISPLAY " "
                   DISPLAY GREEN "Rule dropped - "
                       FUNCTION TRIM(WS-RPT-Q-TYPE)
                       " now goes by REPORT-KEEP." RST
               ELSE
                   DISPLAY " "
                   DISPLAY GREEN "There is no rule for "
                       FUNCTION TRIM(WS-RPT-Q-TYPE) "." RST
               END-IF
           ELSE
               MOVE WS-RPT-Q-TYPE TO RKP-TYPE
               MOVE WS-RPT-DAYS TO RKP-DAYS
               MOVE WS-OPERATOR-ID TO RKP-SET-BY
               ACCEPT RKP-SET-DATE FROM DATE YYYYMMDD
               IF WS-RPT-FREE = 'Y'
                   REWRITE RPT-KEEP-RECORD
               ELSE
                   WRITE RPT-KEEP-RECORD
               END-IF
               DISPLAY " "
               DISPLAY GREEN "Rule set - " FUNCTION TRIM(WS-RPT-Q-TYPE)
                   " copies are kept " RKP-DAYS " days." RST
           END-IF
           CLOSE RPT-KEEP-FILE
           MOVE SPACES TO STUD-ID
           MOVE "RPTKEP" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       RPT-PRUNE-RUN. *> 81-3/RPTPRUNE: filed copies past their type's retention are removed with their catalog rows #mejares
      * Each type keeps its copies for the days on its RPTKEEP.DAT rule,
      * or REPORT-KEEP days when it has none; 0 keeps them for good.
      * The latest copy under the fixed name is never touched. A copy
      * that cannot be removed keeps its catalog row, so the next run
      * tries it again, and the run ends 4. RPTPRUNE.TXT lists what
      * went. #mejares
           MOVE "RPTPRUNE" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           ACCEPT WS-RPT-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-RPT-PR-READ
           MOVE 0 TO WS-RPT-PR-GONE
           MOVE 0 TO WS-RPT-PR-HELD
           OPEN I-O RPT-CATALOG-FILE
           IF RPTCATSTATUS = "35" *> nothing has been filed yet - nothing to do #mejares
               DISPLAY "[SYSTEM] Report retention: no report has been "
                   "filed yet."
               IF NOT BATCH-MODE
                   DISPLAY GREEN "[SYSTEM] Press any key to continue..."
                       RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF RPTCATSTATUS NOT = "00"
               CALL "FSTATMSG" USING RPTCATSTATUS WS-ERROR-MESSAGE
               DISPLAY "[SYSTEM] Report catalog: " WS-ERROR-MESSAGE
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN "[SYSTEM] Press any key to continue..."
                       RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "RPTPRUNE.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           IF WRKSTATUS NOT = "00" *> no register, no removals #mejares
               CLOSE RPT-CATALOG-FILE
               DISPLAY "[SYSTEM] RPTPRUNE.TXT could not be written - "
                   "nothing removed."
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN "[SYSTEM] Press any key to continue..."
                       RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RPT-KEEP-FILE *> no rules file - every type goes by REPORT-KEEP #mejares
           IF RPTKEEPSTATUS = "00"
               MOVE 'Y' TO WS-RPT-RULES
           ELSE
               MOVE 'N' TO WS-RPT-RULES
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "REPORT RETENTION REGISTER - " DELIMITED BY SIZE
               WS-RPT-TODAY DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "TYPE         WRITTEN  TIME     LINES   KEEP     AGE RE
      -        "SULT      FILE" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 'N' TO WS-RPT-CAT-EOF
           MOVE LOW-VALUES TO RPC-KEY
           START RPT-CATALOG-FILE KEY IS NOT LESS THAN RPC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RPT-CAT-EOF
           END-START
           PERFORM UNTIL WS-RPT-CAT-EOF = 'Y'
               READ RPT-CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RPT-CAT-EOF
                   NOT AT END
                       PERFORM RPT-PRUNE-ONE
               END-READ
           END-PERFORM
           IF WS-RPT-RULES = 'Y'
               CLOSE RPT-KEEP-FILE
           END-IF
           CLOSE RPT-CATALOG-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Copies on file: " DELIMITED BY SIZE
               WS-RPT-PR-READ DELIMITED BY SIZE
               "  removed: " DELIMITED BY SIZE
               WS-RPT-PR-GONE DELIMITED BY SIZE
               "  past retention but not removed: " DELIMITED BY SIZE
               WS-RPT-PR-HELD DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           IF WS-RPT-PR-HELD > 0 *> they are tried again next run #mejares
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           DISPLAY "[SYSTEM] Report retention: " WS-RPT-PR-READ
               " filed, " WS-RPT-PR-GONE " removed, " WS-RPT-PR-HELD
               " not removed - see RPTPRUNE.TXT"
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       RPT-PRUNE-ONE. *> the catalog row just read: its copy and the row go when older than its type keeps #mejares
           ADD 1 TO WS-RPT-PR-READ
           MOVE WS-RPT-KEEP-DAYS TO WS-RPT-DAYS
           IF WS-RPT-RULES = 'Y'
               MOVE RPC-TYPE TO RKP-TYPE
               READ RPT-KEEP-FILE KEY IS RKP-TYPE
                   NOT INVALID KEY
                       MOVE RKP-DAYS TO WS-RPT-DAYS
               END-READ
           END-IF
           IF WS-RPT-DAYS = 0 *> this type is kept for good #mejares
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(RPC-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RPT-AGE =
               FUNCTION INTEGER-OF-DATE(WS-RPT-TODAY)
               - FUNCTION INTEGER-OF-DATE(RPC-DATE)
           IF WS-RPT-AGE <= WS-RPT-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RPT-AGE TO WS-RPT-AGE-ED
           MOVE "NOT REMOVED" TO WS-RPT-RESULT
           IF RPC-FILE(1:8) = "RPTREPO/" *> never remove anything outside the repository #mejares
               MOVE SPACES TO WS-RPT-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                   RPC-FILE DELIMITED BY SPACE
                   INTO WS-RPT-COMMAND
               CALL "SYSTEM" USING WS-RPT-COMMAND
               IF RETURN-CODE = 0
                   DELETE RPT-CATALOG-FILE RECORD
                       NOT INVALID KEY
                           MOVE "REMOVED" TO WS-RPT-RESULT
                   END-DELETE
               END-IF
           END-IF
           IF WS-RPT-RESULT = "REMOVED"
               ADD 1 TO WS-RPT-PR-GONE
           ELSE
               ADD 1 TO WS-RPT-PR-HELD
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           STRING RPC-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RPC-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RPC-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RPC-LINES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RPT-DAYS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RPT-AGE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RPT-RESULT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RPC-FILE DELIMITED BY SPACE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       IFC-DESCRIBE-FILE. *> WS-IFC-FILE -> its header type and whether a column-heading row follows #mejares
           MOVE 'N' TO WS-IFC-HAS-HEAD
           EVALUATE WS-IFC-FILE
               WHEN "STUDENTFILE.CSV"
                   MOVE "STUDENT" TO WS-IFC-TYPE
                   MOVE 'Y' TO WS-IFC-HAS-HEAD
               WHEN "DELTA.CSV"
                   MOVE "DELTA" TO WS-IFC-TYPE
                   MOVE 'Y' TO WS-IFC-HAS-HEAD
               WHEN "AGENCYSUB.DAT"
                   MOVE "AGENCY" TO WS-IFC-TYPE
               WHEN "MAILOUT.TXT"
                   MOVE "MAILOUT" TO WS-IFC-TYPE
               WHEN "LMSROSTR.CSV"
                   MOVE "LMSROSTR" TO WS-IFC-TYPE
                   MOVE 'Y' TO WS-IFC-HAS-HEAD
               WHEN "LMSCHG.CSV"
                   MOVE "LMSCHG" TO WS-IFC-TYPE
                   MOVE 'Y' TO WS-IFC-HAS-HEAD
               WHEN "GLJOURNAL.TXT"
                   MOVE "GLJRNL" TO WS-IFC-TYPE
               WHEN OTHER
                   MOVE SPACES TO WS-IFC-TYPE
           END-EVALUATE.

       IFC-FILE-BY-INDEX. *> WS-IFC-VX 1-7 -> the outbound file it stands for #mejares
           EVALUATE WS-IFC-VX
               WHEN 1 MOVE "STUDENTFILE.CSV" TO WS-IFC-FILE
               WHEN 2 MOVE "DELTA.CSV" TO WS-IFC-FILE
               WHEN 3 MOVE "AGENCYSUB.DAT" TO WS-IFC-FILE
               WHEN 4 MOVE "MAILOUT.TXT" TO WS-IFC-FILE
               WHEN 5 MOVE "LMSROSTR.CSV" TO WS-IFC-FILE
               WHEN 6 MOVE "LMSCHG.CSV" TO WS-IFC-FILE
               WHEN OTHER MOVE "GLJOURNAL.TXT" TO WS-IFC-FILE
           END-EVALUATE.

       IFC-BEGIN. *> WS-IFC-FILE about to be written: zero its totals and build its header in WS-IFC-LINE #mejares
           PERFORM IFC-DESCRIBE-FILE
           IF BATCH-MODE *> the run ID is the run's own start stamp on RUNLOG.TXT #mejares
               MOVE WS-RUN-START-DATE TO WS-IFC-RUN-DATE
               MOVE WS-RUN-START-TIME TO WS-IFC-RUN-TIME
           ELSE
               ACCEPT WS-IFC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-IFC-RUN-TIME FROM TIME
           END-IF
           MOVE SPACES TO WS-IFC-RUN-ID
           STRING WS-IFC-RUN-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-IFC-RUN-TIME DELIMITED BY SIZE
               INTO WS-IFC-RUN-ID
           MOVE 0 TO WS-IFC-ROWS
           MOVE 0 TO WS-IFC-HASH-1
           MOVE 0 TO WS-IFC-HASH-2
           MOVE SPACES TO WS-IFC-LINE
           STRING "HDR," DELIMITED BY SIZE
               WS-IFC-TYPE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-IFC-RUN-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-IFC-RUN-ID DELIMITED BY SIZE
               INTO WS-IFC-LINE.

       IFC-FINISH. *> builds the trailer in WS-IFC-LINE and logs the totals it carries #mejares
           MOVE WS-IFC-HASH-1 TO WS-IFC-HASH-ED-1
           MOVE WS-IFC-HASH-2 TO WS-IFC-HASH-ED-2
           MOVE SPACES TO WS-IFC-LINE
           STRING "TRL," DELIMITED BY SIZE
               WS-IFC-ROWS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-IFC-HASH-ED-1 DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-IFC-HASH-ED-2 DELIMITED BY SIZE
               INTO WS-IFC-LINE
           MOVE "SENT" TO WS-IFC-RESULT
           PERFORM IFC-LOG-TOTALS.

       IFC-COUNT-LINE. *> one detail row in WS-IFC-TEXT into the count and hash totals - the writer and VERIFY both come here #mejares
           ADD 1 TO WS-IFC-ROWS
           EVALUATE WS-IFC-TYPE
               WHEN "STUDENT" *> ID,"Name",Program,Year,GPA,... #mejares
                   PERFORM IFC-SPLIT-CSV
                   MOVE WS-IFC-FLD(1) TO WS-IFC-NUM-TXT
                   PERFORM IFC-TAKE-NUMBER
                   ADD WS-IFC-NUM TO WS-IFC-HASH-1
                   MOVE WS-IFC-FLD(5) TO WS-IFC-NUM-TXT
                   PERFORM IFC-TAKE-NUMBER
                   ADD WS-IFC-NUM TO WS-IFC-HASH-2
               WHEN "DELTA" *> Change,ID,"Name",Program,Year,GPA,... - GPA blank on a drop #mejares
                   PERFORM IFC-SPLIT-CSV
                   MOVE WS-IFC-FLD(2) TO WS-IFC-NUM-TXT
                   PERFORM IFC-TAKE-NUMBER
                   ADD WS-IFC-NUM TO WS-IFC-HASH-1
                   MOVE WS-IFC-FLD(6) TO WS-IFC-NUM-TXT
                   PERFORM IFC-TAKE-NUMBER
                   ADD WS-IFC-NUM TO WS-IFC-HASH-2
               WHEN "AGENCY" *> head count and average age out of the fixed columns #mejares
                   MOVE WS-IFC-TEXT(12:5) TO WS-IFC-NUM-TXT
                   PERFORM IFC-TAKE-NUMBER
                   ADD WS-IFC-NUM TO WS-IFC-HASH-1
                   MOVE WS-IFC-TEXT(17:3) TO WS-IFC-NUM-TXT
                   PERFORM IFC-TAKE-NUMBER
                   ADD WS-IFC-NUM TO WS-IFC-HASH-2
               WHEN "MAILOUT" *> no amounts on a notice - the characters sent stand in #mejares
                   PERFORM IFC-TEXT-LENGTH
                   ADD WS-IFC-LEN TO WS-IFC-HASH-1
               WHEN "LMSROSTR" *> ...,Start,...,Student ID,... - no student on a bare section #mejares
                   PERFORM IFC-SPLIT-CSV
                   MOVE WS-IFC-FLD(10) TO WS-IFC-NUM-TXT
                   PERFORM IFC-TAKE-NUMBER
                   ADD WS-IFC-NUM TO WS-IFC-HASH-1
                   MOVE WS-IFC-FLD(5) TO WS-IFC-NUM-TXT
                   PERFORM IFC-TAKE-NUMBER
                   ADD WS-IFC-NUM TO WS-IFC-HASH-2
               WHEN "LMSCHG" *> Action,Term,Course,Section,Student ID,... #mejares
                   PERFORM IFC-SPLIT-CSV
                   MOVE WS-IFC-FLD(5) TO WS-IFC-NUM-TXT
                   PERFORM IFC-TAKE-NUMBER
                   ADD WS-IFC-NUM TO WS-IFC-HASH-1
                   IF WS-IFC-FLD(1) = "DROP"
                       ADD 1 TO WS-IFC-HASH-2
                   END-IF
               WHEN "GLJRNL" *> debits and credits out of the fixed journal columns #mejares
                   MOVE WS-IFC-TEXT(24:13) TO WS-IFC-NUM-TXT
                   PERFORM IFC-TAKE-NUMBER
                   DIVIDE 100 INTO WS-IFC-NUM *> the amount carries two implied decimals #mejares
                   IF WS-IFC-TEXT(23:1) = "D"
                       ADD WS-IFC-NUM TO WS-IFC-HASH-1
                   ELSE
                       ADD WS-IFC-NUM TO WS-IFC-HASH-2
                   END-IF
           END-EVALUATE.

       IFC-TEXT-LENGTH. *> WS-IFC-TEXT's length without trailing spaces into WS-IFC-LEN #mejares
           MOVE 0 TO WS-IFC-LEN
           IF WS-IFC-TEXT NOT = SPACES
               COMPUTE WS-IFC-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-IFC-TEXT TRAILING))
           END-IF.

       IFC-SPLIT-CSV. *> WS-IFC-TEXT into WS-IFC-FLD by comma; a comma inside double quotes stays in its column #mejares
           MOVE SPACES TO WS-IFC-FLD-TABLE
           MOVE 1 TO WS-IFC-FLD-CT
           MOVE 0 TO WS-IFC-FPOS
           MOVE 'N' TO WS-IFC-INQ
           PERFORM IFC-TEXT-LENGTH
           PERFORM VARYING WS-IFC-CX FROM 1 BY 1
               UNTIL WS-IFC-CX > WS-IFC-LEN
               MOVE WS-IFC-TEXT(WS-IFC-CX:1) TO WS-IFC-CH
               EVALUATE TRUE
                   WHEN WS-IFC-CH = '"'
                       IF WS-IFC-INQ = 'Y'
                           MOVE 'N' TO WS-IFC-INQ
                       ELSE
                           MOVE 'Y' TO WS-IFC-INQ
                       END-IF
                   WHEN WS-IFC-CH = "," AND WS-IFC-INQ = 'N'
                       IF WS-IFC-FLD-CT < 12
                           ADD 1 TO WS-IFC-FLD-CT
                       END-IF
                       MOVE 0 TO WS-IFC-FPOS
                   WHEN OTHER
                       IF WS-IFC-FPOS < 60
                           ADD 1 TO WS-IFC-FPOS
                           MOVE WS-IFC-CH TO
                               WS-IFC-FLD(WS-IFC-FLD-CT)(WS-IFC-FPOS:1)
                       END-IF
               END-EVALUATE
           END-PERFORM.

       IFC-TAKE-NUMBER. *> WS-IFC-NUM-TXT as a number into WS-IFC-NUM; blank or not numeric counts 0 #mejares
           MOVE 0 TO WS-IFC-NUM
           IF WS-IFC-NUM-TXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-IFC-NUM-TXT) = 0
                   COMPUTE WS-IFC-NUM =
                       FUNCTION NUMVAL(WS-IFC-NUM-TXT)
               END-IF
           END-IF.

       IFC-LOG-TOTALS. *> one RUNLOG.TXT line with a file's run ID, count and hash totals #mejares
           MOVE WS-IFC-HASH-1 TO WS-IFC-HASH-ED-1
           MOVE WS-IFC-HASH-2 TO WS-IFC-HASH-ED-2
           PERFORM IFC-SET-MODE
           MOVE SPACES TO WS-IFC-LOG-LINE
           STRING WS-IFC-MODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IFC-FILE DELIMITED BY SIZE
               " RUN=" DELIMITED BY SIZE
               WS-IFC-RUN-ID DELIMITED BY SIZE
               " ROWS=" DELIMITED BY SIZE
               WS-IFC-ROWS DELIMITED BY SIZE
               " HASH1=" DELIMITED BY SIZE
               WS-IFC-HASH-ED-1 DELIMITED BY SIZE
               " HASH2=" DELIMITED BY SIZE
               WS-IFC-HASH-ED-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IFC-RESULT DELIMITED BY SIZE
               INTO WS-IFC-LOG-LINE
           PERFORM IFC-WRITE-LOG.

       IFC-LOG-PROBLEM. *> one RUNLOG.TXT line for a file that could not be checked against a trailer #mejares
           PERFORM IFC-SET-MODE
           MOVE SPACES TO WS-IFC-LOG-LINE
           STRING WS-IFC-MODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IFC-FILE DELIMITED BY SIZE
               " FAILED - " DELIMITED BY SIZE
               WS-IFC-REASON DELIMITED BY SIZE
               INTO WS-IFC-LOG-LINE
           PERFORM IFC-WRITE-LOG.

       IFC-SET-MODE. *> the run mode for the log line - menus have none #mejares
           IF BATCH-MODE
               MOVE WS-RUN-MODE TO WS-IFC-MODE
           ELSE
               MOVE "ONLINE" TO WS-IFC-MODE
           END-IF.

       IFC-WRITE-LOG. *> appends WS-IFC-LOG-LINE to RUNLOG.TXT #mejares
           OPEN EXTEND RUN-LOG-FILE
           IF RUNLOGSTATUS = "35" *> RUNLOG.TXT does not exist yet #mejares
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOGSTATUS NOT = "00"
               DISPLAY "[SYSTEM] Could not write the run log."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IFC-LOG-LINE TO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

       IFC-VERIFY-RUN. *> VERIFY: re-reads outbound files and checks each against its own trailer before release #mejares
           MOVE 0 TO WS-IFC-V-FILES
           MOVE 0 TO WS-IFC-V-GOOD
           MOVE 0 TO WS-IFC-V-BAD
           IF WS-IFC-VFY-NAME NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-IFC-VFY-NAME)
                   TO WS-IFC-VFY-NAME
               MOVE WS-IFC-VFY-NAME TO WS-IFC-FILE
               PERFORM IFC-DESCRIBE-FILE
               IF WS-IFC-TYPE = SPACES
                   OR WS-IFC-VFY-NAME(16:5) NOT = SPACES
                   DISPLAY "[SYSTEM] " FUNCTION TRIM(WS-IFC-VFY-NAME)
                       " is not an outbound interface file."
                   MOVE 8 TO WS-RUN-RC
                   MOVE "BAD NAME" TO WS-RUN-NOTE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-IFC-MUST-EXIST
               PERFORM IFC-VERIFY-FILE
           ELSE *> every outbound file on hand #mejares
               MOVE 'N' TO WS-IFC-MUST-EXIST
               PERFORM VARYING WS-IFC-VX FROM 1 BY 1
                   UNTIL WS-IFC-VX > 7
                   PERFORM IFC-FILE-BY-INDEX
                   PERFORM IFC-VERIFY-FILE
               END-PERFORM
           END-IF
           IF WS-IFC-V-BAD > 0 *> the scheduler holds the file back on a nonzero return code #mejares
               MOVE 8 TO WS-RUN-RC
               MOVE "MISMATCH" TO WS-RUN-NOTE
           END-IF
           DISPLAY "[SYSTEM] Verify: " WS-IFC-V-FILES " file(s), "
               WS-IFC-V-GOOD " matched, " WS-IFC-V-BAD " failed.".

       IFC-VERIFY-FILE. *> one outbound file read back: every header/trailer pair recounted and compared #mejares
           PERFORM IFC-DESCRIBE-FILE
           OPEN INPUT IFC-CHECK-FILE
           IF IFCSTATUS NOT = "00"
               IF WS-IFC-MUST-EXIST = 'Y'
                   ADD 1 TO WS-IFC-V-FILES
                   ADD 1 TO WS-IFC-V-BAD
                   MOVE "FILE NOT FOUND" TO WS-IFC-REASON
                   PERFORM IFC-LOG-PROBLEM
                   DISPLAY "[SYSTEM] " WS-IFC-FILE " not found."
               ELSE
                   DISPLAY "[SYSTEM] " WS-IFC-FILE
                       " not on hand - not checked."
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IFC-V-FILES
           MOVE 'Y' TO WS-IFC-V-OK
           MOVE 'N' TO WS-IFC-IN-GROUP
           MOVE 'N' TO WS-IFC-HEAD-NEXT
           MOVE 'N' TO WS-IFC-LOOSE
           MOVE 0 TO WS-IFC-GROUPS
           MOVE 'N' TO WS-IFC-EOF
           PERFORM UNTIL WS-IFC-EOF = 'Y'
               READ IFC-CHECK-FILE
                   AT END
                       MOVE 'Y' TO WS-IFC-EOF
                   NOT AT END
                       PERFORM IFC-VERIFY-LINE
               END-READ
           END-PERFORM
           CLOSE IFC-CHECK-FILE
           IF WS-IFC-IN-GROUP = 'Y' *> cut off before the trailer #mejares
               MOVE "NO TRAILER - FILE TRUNCATED" TO WS-IFC-REASON
               PERFORM IFC-VERIFY-FAILED
           END-IF
           IF WS-IFC-GROUPS = 0 AND WS-IFC-V-OK = 'Y'
               MOVE "NO HEADER RECORD" TO WS-IFC-REASON
               PERFORM IFC-VERIFY-FAILED
           END-IF
           IF WS-IFC-V-OK = 'Y'
               ADD 1 TO WS-IFC-V-GOOD
               DISPLAY "[SYSTEM] " WS-IFC-FILE " matches its trailer."
           ELSE
               ADD 1 TO WS-IFC-V-BAD
               DISPLAY "[SYSTEM] " WS-IFC-FILE
                   " FAILED verification - do not release."
           END-IF.

       IFC-VERIFY-LINE. *> one line read back: header, trailer, column headings or a detail row #mejares
           EVALUATE TRUE
               WHEN IFC-CHECK-RECORD(1:4) = "HDR,"
                   IF WS-IFC-IN-GROUP = 'Y' *> the group before never got its trailer #mejares
                       MOVE "NO TRAILER BEFORE NEXT HEADER"
                           TO WS-IFC-REASON
                       PERFORM IFC-VERIFY-FAILED
                   END-IF
                   PERFORM IFC-VERIFY-HEADER
               WHEN IFC-CHECK-RECORD(1:4) = "TRL,"
                   IF WS-IFC-IN-GROUP = 'Y'
                       PERFORM IFC-VERIFY-TRAILER
                   ELSE
                       MOVE "TRAILER WITHOUT A HEADER" TO WS-IFC-REASON
                       PERFORM IFC-VERIFY-FAILED
                   END-IF
               WHEN WS-IFC-IN-GROUP NOT = 'Y'
                   IF WS-IFC-LOOSE = 'N' *> reported once per file, not per row #mejares
                       MOVE 'Y' TO WS-IFC-LOOSE
                       IF WS-IFC-GROUPS = 0
                           MOVE "NO HEADER RECORD" TO WS-IFC-REASON
                       ELSE
                           MOVE "ROWS OUTSIDE A HEADER AND TRAILER"
                               TO WS-IFC-REASON
                       END-IF
                       PERFORM IFC-VERIFY-FAILED
                   END-IF
               WHEN WS-IFC-HEAD-NEXT = 'Y' *> the column headings - not a data row #mejares
                   MOVE 'N' TO WS-IFC-HEAD-NEXT
               WHEN OTHER
                   MOVE IFC-CHECK-RECORD TO WS-IFC-TEXT
                   PERFORM IFC-COUNT-LINE
           END-EVALUATE.

       IFC-VERIFY-HEADER. *> opens a header/trailer group; the type must be the file's own #mejares
           MOVE SPACES TO WS-IFC-V-TAG
           MOVE SPACES TO WS-IFC-V-TYPE
           MOVE SPACES TO WS-IFC-V-DATE
           MOVE SPACES TO WS-IFC-RUN-ID
           UNSTRING IFC-CHECK-RECORD DELIMITED BY ","
               INTO WS-IFC-V-TAG WS-IFC-V-TYPE WS-IFC-V-DATE
                   WS-IFC-RUN-ID
           ADD 1 TO WS-IFC-GROUPS
           MOVE 'Y' TO WS-IFC-IN-GROUP
           MOVE WS-IFC-HAS-HEAD TO WS-IFC-HEAD-NEXT
           MOVE 0 TO WS-IFC-ROWS
           MOVE 0 TO WS-IFC-HASH-1
           MOVE 0 TO WS-IFC-HASH-2
           IF WS-IFC-V-TYPE NOT = WS-IFC-TYPE
               MOVE SPACES TO WS-IFC-REASON
               STRING "HEADER TYPE " DELIMITED BY SIZE
                   WS-IFC-V-TYPE DELIMITED BY SPACE
                   " IS NOT " DELIMITED BY SIZE
                   WS-IFC-TYPE DELIMITED BY SPACE
                   INTO WS-IFC-REASON
               PERFORM IFC-VERIFY-FAILED
           END-IF.

       IFC-VERIFY-TRAILER. *> closes a group: the recounted totals must equal the trailer's #mejares
           MOVE 'N' TO WS-IFC-IN-GROUP
           MOVE SPACES TO WS-IFC-V-COUNT
           MOVE SPACES TO WS-IFC-V-H1
           MOVE SPACES TO WS-IFC-V-H2
           UNSTRING IFC-CHECK-RECORD DELIMITED BY ","
               INTO WS-IFC-V-TAG WS-IFC-V-COUNT WS-IFC-V-H1
                   WS-IFC-V-H2
           MOVE WS-IFC-V-COUNT TO WS-IFC-NUM-TXT
           PERFORM IFC-TAKE-NUMBER
           MOVE WS-IFC-NUM TO WS-IFC-T-ROWS
           MOVE WS-IFC-V-H1 TO WS-IFC-NUM-TXT
           PERFORM IFC-TAKE-NUMBER
           MOVE WS-IFC-NUM TO WS-IFC-T-HASH-1
           MOVE WS-IFC-V-H2 TO WS-IFC-NUM-TXT
           PERFORM IFC-TAKE-NUMBER
           MOVE WS-IFC-NUM TO WS-IFC-T-HASH-2
           IF WS-IFC-T-ROWS = WS-IFC-ROWS
               AND WS-IFC-T-HASH-1 = WS-IFC-HASH-1
               AND WS-IFC-T-HASH-2 = WS-IFC-HASH-2
               MOVE "VERIFIED" TO WS-IFC-RESULT
               PERFORM IFC-LOG-TOTALS
           ELSE *> what was counted, then what the trailer claims #mejares
               MOVE 'N' TO WS-IFC-V-OK
               MOVE "MISMATCH" TO WS-IFC-RESULT
               PERFORM IFC-LOG-TOTALS
               MOVE WS-IFC-T-ROWS TO WS-IFC-ROWS
               MOVE WS-IFC-T-HASH-1 TO WS-IFC-HASH-1
               MOVE WS-IFC-T-HASH-2 TO WS-IFC-HASH-2
               MOVE "TRAILER SAYS" TO WS-IFC-RESULT
               PERFORM IFC-LOG-TOTALS
               DISPLAY "[SYSTEM] " WS-IFC-FILE " run " WS-IFC-RUN-ID
                   ": totals do not match the trailer."
           END-IF.

       IFC-VERIFY-FAILED. *> marks the file failed and logs why #mejares
           MOVE 'N' TO WS-IFC-V-OK
           PERFORM IFC-LOG-PROBLEM
           DISPLAY "[SYSTEM] " FUNCTION TRIM(WS-IFC-FILE) ": "
               FUNCTION TRIM(WS-IFC-REASON).

       POST-RECEIPTED-PAYMENT. *> WS-PAY-AMOUNT for WS-LED-STUD on the next receipt, then onto the ledger; RECEIPT-FILE open I-O #mejares
           MOVE 'N' TO WS-RCP-OK
           PERFORM DRAW-RECEIPT-NUMBER
           IF WS-RCP-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LED-STUD TO RCP-STUD-ID
           MOVE WS-OPEN-TERM TO RCP-TERM
           MOVE WS-PAY-AMOUNT TO RCP-AMOUNT
           MOVE WS-PAY-MODE-INPUT TO RCP-MODE
           MOVE WS-PAY-REF-INPUT TO RCP-REF
           ACCEPT RCP-DATE FROM DATE YYYYMMDD
           ACCEPT RCP-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO RCP-OPERATOR
           MOVE "I" TO RCP-STATUS
           MOVE SPACES TO RCP-VOID-BY
           MOVE 0 TO RCP-VOID-DATE
           MOVE SPACES TO RCP-VOID-REASON
           WRITE RECEIPT-RECORD
           IF RCPSTATUS NOT = "00"
               MOVE 'N' TO WS-RCP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-LED-STUD TO LED-STUD-ID
           MOVE WS-OPEN-TERM TO LED-TERM
           MOVE "P" TO LED-TYPE
           MOVE "-" TO LED-SIGN
           MOVE RCP-AMOUNT TO LED-AMOUNT
           MOVE RCP-DATE TO LED-DATE
           MOVE WS-OPERATOR-ID TO LED-OPERATOR
           MOVE RCP-NO TO LED-RECEIPT
           PERFORM LEDGER-APPEND
           MOVE WS-LED-STUD TO STUD-ID
           PERFORM WRITE-AUDIT-LOG.

       DRAW-RECEIPT-NUMBER. *> the next official receipt number from the RECEIPT series into RCP-NO; Y in WS-RCP-OK when one was drawn #mejares
           MOVE "RECEIPT" TO WS-CTL-SERIES
           PERFORM DRAW-CONTROL-NUMBER
           MOVE WS-CTL-OK TO WS-RCP-OK
           IF WS-RCP-OK = 'Y'
               MOVE WS-CTL-NUMBER TO RCP-NO
           END-IF.

       MAINTAIN-RECEIPT-SERIES. *> the last receipt number used - set when a new booklet range is issued #mejares
           MOVE "RECEIPT" TO WS-CTL-SERIES
           PERFORM CTL-RESEED-SERIES.

       RECEIPT-MODE-WORD. *> RCP-MODE spelled out for the receipt and the close-out #mejares
           EVALUATE TRUE
               WHEN RCP-CASH MOVE "CASH" TO WS-RCP-MODE-WORD
               WHEN RCP-CHECK MOVE "CHECK" TO WS-RCP-MODE-WORD
               WHEN RCP-BANK MOVE "BANK TRANSFER" TO WS-RCP-MODE-WORD
               WHEN OTHER MOVE "?" TO WS-RCP-MODE-WORD
           END-EVALUATE.

       RECEIPT-PRINT. *> the receipt in RECEIPT-RECORD onto RECEIPT.TXT for the printer #mejares
           PERFORM RECEIPT-MODE-WORD
           MOVE "RECEIPT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "OFFICIAL RECEIPT No. " DELIMITED BY SIZE
               RCP-NO DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-RCP-REPRINT = 'Y'
               MOVE "(REPRINT)" TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Date         : " DELIMITED BY SIZE
               RCP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCP-TIME(1:6) DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Received from: " DELIMITED BY SIZE
               RCP-STUD-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STUD-NAME DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Term         : " DELIMITED BY SIZE
               RCP-TERM DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE RCP-AMOUNT TO WS-LED-AMT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Amount       : " DELIMITED BY SIZE
               WS-LED-AMT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Paid by      : " DELIMITED BY SIZE
               WS-RCP-MODE-WORD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RCP-REF DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-RCP-REPRINT NOT = 'Y' *> the balance is only true at the moment of payment #mejares
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "Balance after: " DELIMITED BY SIZE
                   WS-LED-BAL-EDIT DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Cashier      : " DELIMITED BY SIZE
               RCP-OPERATOR DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF RCP-VOIDED
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "*** VOID *** " DELIMITED BY SIZE
                   RCP-VOID-DATE DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   RCP-VOID-BY DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   RCP-VOID-REASON DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           PERFORM CLOSE-WORK-REPORT.

       FETCH-RECEIPT. *> RECEIPT-RECORD for a keyed number; Y in WS-RCP-OK when it is on file #mejares
           MOVE 'N' TO WS-RCP-OK
           DISPLAY "Enter Receipt No.: " NO ADVANCING
           MOVE SPACES TO WS-RCP-NO-INPUT
           ACCEPT WS-RCP-NO-INPUT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RCP-NO-INPUT))
               NOT = 0
               DISPLAY " "
               DISPLAY GREEN "That is not a receipt number." RST
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RCP-NO-INPUT) TO RCP-NO
           READ RECEIPT-FILE KEY IS RCP-NO
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No receipt with that number." RST
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RCP-OK
           END-READ.

       RECEIPT-FETCH-NAME. *> the payer's name for a printed receipt #mejares
           MOVE "(not on the student file)" TO STUD-NAME
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS = "00"
               MOVE RCP-STUD-ID TO STUD-ID
               READ STUDENT-FILE KEY IS STUD-ID
                   INVALID KEY
                       MOVE "(not on the student file)" TO STUD-NAME
               END-READ
               CLOSE STUDENT-FILE
           END-IF.

       RECEIPT-REPRINT. *> a copy of any receipt, voided or not, marked as a reprint #mejares
           OPEN INPUT RECEIPT-FILE
           IF RCPSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No receipts on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-RECEIPT
           CLOSE RECEIPT-FILE
           IF WS-RCP-OK = 'Y'
               PERFORM RECEIPT-FETCH-NAME
               MOVE 'Y' TO WS-RCP-REPRINT
               PERFORM RECEIPT-PRINT
               MOVE 'N' TO WS-RCP-REPRINT
               DISPLAY " "
               DISPLAY GREEN "[SYSTEM] Receipt written to RECEIPT.TXT"
                   RST
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       RECEIPT-VOID. *> cancels a payment: the receipt is marked void and an offsetting ledger line is posted #mejares
           IF NOT OPER-SUPERVISOR *> the cashier who keyed it never voids it #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may void a receipt."
                   RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RECEIPT-FILE
           IF RCPSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No receipts on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-RECEIPT
           IF WS-RCP-OK NOT = 'Y'
               CLOSE RECEIPT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           IF RCP-VOIDED
               DISPLAY " "
               DISPLAY GREEN "That receipt is already void." RST
               CLOSE RECEIPT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM RECEIPT-MODE-WORD
           MOVE RCP-AMOUNT TO WS-LED-AMT-EDIT
           DISPLAY "Receipt " RCP-NO ": " RCP-STUD-ID " "
               WS-LED-AMT-EDIT " " WS-RCP-MODE-WORD " on " RCP-DATE
               " by " RCP-OPERATOR
           MOVE SPACES TO WS-RCP-REASON-INPUT
           PERFORM UNTIL WS-RCP-REASON-INPUT NOT = SPACES
               DISPLAY "Reason for the void: " NO ADVANCING
               ACCEPT WS-RCP-REASON-INPUT
           END-PERFORM
           MOVE "V" TO RCP-STATUS
           MOVE WS-OPERATOR-ID TO RCP-VOID-BY
           ACCEPT RCP-VOID-DATE FROM DATE YYYYMMDD
           MOVE WS-RCP-REASON-INPUT TO RCP-VOID-REASON
           REWRITE RECEIPT-RECORD
           IF RCPSTATUS NOT = "00"
               CALL "FSTATMSG" USING RCPSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               CLOSE RECEIPT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           CLOSE RECEIPT-FILE
           MOVE SPACES TO LEDGER-RECORD *> the payment line stays; this one takes it back #mejares
           MOVE RCP-STUD-ID TO LED-STUD-ID
           MOVE RCP-TERM TO LED-TERM
           MOVE "V" TO LED-TYPE
           MOVE "+" TO LED-SIGN
           MOVE RCP-AMOUNT TO LED-AMOUNT
           MOVE RCP-VOID-DATE TO LED-DATE
           MOVE WS-OPERATOR-ID TO LED-OPERATOR
           MOVE RCP-NO TO LED-RECEIPT
           PERFORM LEDGER-APPEND
           MOVE RCP-STUD-ID TO STUD-ID
           MOVE "PAYVOI" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Receipt " RCP-NO " voided. The payment line "
               "stays on the ledger with its reversal." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CASHIER-CLOSEOUT. *> one cashier's day: receipts, voids, totals by mode and series gaps, to CLOSEOUT.TXT #mejares
           DISPLAY "Cashier operator ID [" FUNCTION TRIM(WS-OPERATOR-ID)
               "]: " NO ADVANCING
           MOVE SPACES TO WS-CO-OPER
           ACCEPT WS-CO-OPER
           IF WS-CO-OPER = SPACES
               MOVE WS-OPERATOR-ID TO WS-CO-OPER
           END-IF
           ACCEPT WS-CO-DATE FROM DATE YYYYMMDD
           DISPLAY "Day (YYYYMMDD) [" WS-CO-DATE "]: " NO ADVANCING
           MOVE SPACES TO WS-CO-DATE-INPUT
           ACCEPT WS-CO-DATE-INPUT
           IF WS-CO-DATE-INPUT NOT = SPACES
               IF WS-CO-DATE-INPUT IS NUMERIC
                   MOVE WS-CO-DATE-INPUT TO WS-CO-DATE
               ELSE
                   DISPLAY " "
                   DISPLAY GREEN "That is not a date - today is used."
                       RST
               END-IF
           END-IF
           OPEN INPUT RECEIPT-FILE
           IF RCPSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No receipts on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CO-ISSUED
           MOVE 0 TO WS-CO-VOIDS
           MOVE 0 TO WS-CO-CASH
           MOVE 0 TO WS-CO-CHECK
           MOVE 0 TO WS-CO-BANK
           MOVE 0 TO WS-CO-VOID-AMT
           MOVE 0 TO WS-CO-GAPS
           MOVE 0 TO WS-CO-PREV-NO
           MOVE 0 TO WS-CO-PREV-DATE

           MOVE "CLOSEOUT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "CASHIER CLOSE-OUT - " DELIMITED BY SIZE
               WS-CO-OPER DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-CO-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "RECEIPT   ID     MODE           REFERENCE             
      -        "     AMOUNT  STATUS" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE 'N' TO WS-RCP-EOF
           PERFORM UNTIL WS-RCP-EOF = 'Y'
               READ RECEIPT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RCP-EOF
                   NOT AT END
                       PERFORM CLOSEOUT-CHECK-GAP
                       IF RCP-OPERATOR = WS-CO-OPER
                           AND RCP-DATE = WS-CO-DATE
                           PERFORM CLOSEOUT-ONE-RECEIPT
                       END-IF
                       MOVE RCP-NO TO WS-CO-PREV-NO
                       MOVE RCP-DATE TO WS-CO-PREV-DATE
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Receipts issued: " DELIMITED BY SIZE
               WS-CO-ISSUED DELIMITED BY SIZE
               "   Voided: " DELIMITED BY SIZE
               WS-CO-VOIDS DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-CO-CASH TO WS-CO-AMT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  Cash          : " DELIMITED BY SIZE
               WS-CO-AMT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-CO-CHECK TO WS-CO-AMT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  Check         : " DELIMITED BY SIZE
               WS-CO-AMT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-CO-BANK TO WS-CO-AMT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  Bank transfer : " DELIMITED BY SIZE
               WS-CO-AMT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           COMPUTE WS-CO-NET = WS-CO-CASH + WS-CO-CHECK + WS-CO-BANK
           MOVE WS-CO-NET TO WS-CO-AMT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  Total collected (voids excluded): "
               DELIMITED BY SIZE
               WS-CO-AMT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-CO-VOID-AMT TO WS-CO-AMT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  Voided amount : " DELIMITED BY SIZE
               WS-CO-AMT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Gaps in the receipt series: " DELIMITED BY SIZE
               WS-CO-GAPS DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           MOVE WS-CO-NET TO WS-CO-AMT-EDIT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-CO-ISSUED " receipt(s), "
               WS-CO-VOIDS " void(s), collected " WS-CO-AMT-EDIT RST
           IF WS-CO-GAPS > 0
               DISPLAY GREEN "[SYSTEM] " WS-CO-GAPS " gap(s) in the "
                   "receipt series - see the report." RST
           END-IF
           DISPLAY GREEN "[SYSTEM] Report written to CLOSEOUT.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CLOSEOUT-CHECK-GAP. *> numbers skipped between two receipts, when either side falls on the day #mejares
           IF WS-CO-PREV-NO = 0
               EXIT PARAGRAPH
           END-IF
           IF RCP-NO NOT > WS-CO-PREV-NO + 1
               EXIT PARAGRAPH
           END-IF
           IF RCP-DATE NOT = WS-CO-DATE
               AND WS-CO-PREV-DATE NOT = WS-CO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CO-GAPS
           COMPUTE WS-CO-GAP-FROM = WS-CO-PREV-NO + 1
           COMPUTE WS-CO-GAP-TO = RCP-NO - 1
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "** GAP: receipt(s) " DELIMITED BY SIZE
               WS-CO-GAP-FROM DELIMITED BY SIZE
               " thru " DELIMITED BY SIZE
               WS-CO-GAP-TO DELIMITED BY SIZE
               " not on file" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       CLOSEOUT-ONE-RECEIPT. *> one of the cashier's receipts for the day into the totals #mejares
           PERFORM RECEIPT-MODE-WORD
           IF RCP-VOIDED
               ADD 1 TO WS-CO-VOIDS
               ADD RCP-AMOUNT TO WS-CO-VOID-AMT
           ELSE
               ADD 1 TO WS-CO-ISSUED
               EVALUATE TRUE
                   WHEN RCP-CASH ADD RCP-AMOUNT TO WS-CO-CASH
                   WHEN RCP-CHECK ADD RCP-AMOUNT TO WS-CO-CHECK
                   WHEN RCP-BANK ADD RCP-AMOUNT TO WS-CO-BANK
               END-EVALUATE
           END-IF
           MOVE RCP-AMOUNT TO WS-LED-AMT-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING RCP-NO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RCP-STUD-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RCP-MODE-WORD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RCP-REF DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LED-AMT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RCP-STATUS DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF RCP-VOIDED
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "          void " DELIMITED BY SIZE
                   RCP-VOID-DATE DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   RCP-VOID-BY DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   RCP-VOID-REASON DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF.

       SCHOLAR-MENU. *> 62. SCHOLARSHIPS AND DISCOUNTS - the grants ASSESSMENT-RUN posts by itself #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "    SCHOLARSHIPS AND DISCOUNTS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Add/Update a Scholarship       |"
           DISPLAY "|2| List Scholarships              |"
           DISPLAY "|3| Award to a Student (Term)      |"
           DISPLAY "|4| Withdraw an Award              |"
           DISPLAY "|5| List Awards for a Term         |"
           DISPLAY "|6| Retention Review (Open Term)   |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-SCHMAINT-OPTION
           EVALUATE WS-SCHMAINT-OPTION
               WHEN 1 PERFORM SCHOLAR-DEFINE
               WHEN 2 PERFORM SCHOLAR-LIST
               WHEN 3 PERFORM AWARD-GRANT
               WHEN 4 PERFORM AWARD-WITHDRAW
               WHEN 5 PERFORM AWARD-LIST
               WHEN 6 PERFORM SCHOLAR-RETENTION-REVIEW
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       SCHOLAR-DEFINE. *> adds a scholarship to the master or re-keys one already there #mejares
           OPEN I-O SCHOLAR-FILE
           IF SCHSTATUS = "35" *> first scholarship ever - create the master #mejares
               OPEN OUTPUT SCHOLAR-FILE
               CLOSE SCHOLAR-FILE
               OPEN I-O SCHOLAR-FILE
           END-IF
           IF SCHSTATUS NOT = "00"
               CALL "FSTATMSG" USING SCHSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCH-CODE-INPUT
           PERFORM UNTIL WS-SCH-CODE-INPUT NOT = SPACES
               DISPLAY "Enter Scholarship Code: " NO ADVANCING
               ACCEPT WS-SCH-CODE-INPUT
           END-PERFORM
           MOVE WS-SCH-CODE-INPUT TO SCH-CODE
           MOVE 'N' TO WS-SCH-FOUND
           READ SCHOLAR-FILE KEY IS SCH-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SCH-FOUND
                   MOVE SCH-PERCENT TO WS-SCH-PCT-EDIT
                   MOVE SCH-AMOUNT TO WS-LED-AMT-EDIT
                   MOVE SCH-RETAIN-GPA TO WS-GPA-EDIT
                   DISPLAY "Current: " FUNCTION TRIM(SCH-NAME) " - "
                       SCH-KIND " " WS-SCH-PCT-EDIT "% / "
                       WS-LED-AMT-EDIT " covers " SCH-COVERS
                       " keep at " WS-GPA-EDIT
           END-READ
           MOVE WS-SCH-CODE-INPUT TO SCH-CODE
           MOVE SPACES TO SCH-NAME
           PERFORM UNTIL SCH-NAME NOT = SPACES
               DISPLAY "Scholarship Name: " NO ADVANCING
               ACCEPT SCH-NAME
           END-PERFORM
           MOVE SPACE TO SCH-KIND
           PERFORM UNTIL SCH-PERCENT-KIND OR SCH-AMOUNT-KIND
               DISPLAY "Grant kind (P=percent, A=fixed amount): "
                   NO ADVANCING
               ACCEPT SCH-KIND
               IF SCH-KIND = "p"
                   MOVE "P" TO SCH-KIND
               END-IF
               IF SCH-KIND = "a"
                   MOVE "A" TO SCH-KIND
               END-IF
           END-PERFORM
           MOVE 0 TO SCH-PERCENT
           MOVE 0 TO SCH-AMOUNT
           IF SCH-PERCENT-KIND
               MOVE SPACES TO WS-SCH-PCT-INPUT
               PERFORM UNTIL FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-SCH-PCT-INPUT)) = 0
                   AND FUNCTION NUMVAL(WS-SCH-PCT-INPUT) > 0
                   AND FUNCTION NUMVAL(WS-SCH-PCT-INPUT) <= 100
                   DISPLAY "Percent of covered fees (1-100): "
                       NO ADVANCING
                   ACCEPT WS-SCH-PCT-INPUT
               END-PERFORM
               MOVE FUNCTION NUMVAL(WS-SCH-PCT-INPUT) TO SCH-PERCENT
           ELSE
               MOVE SPACES TO WS-PAY-AMT-INPUT
               PERFORM UNTIL FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-PAY-AMT-INPUT)) = 0
                   AND FUNCTION NUMVAL(WS-PAY-AMT-INPUT) > 0
                   DISPLAY "Fixed amount per term: " NO ADVANCING
                   ACCEPT WS-PAY-AMT-INPUT
               END-PERFORM
               MOVE FUNCTION NUMVAL(WS-PAY-AMT-INPUT) TO SCH-AMOUNT
           END-IF
           MOVE SPACE TO SCH-COVERS
           PERFORM UNTIL SCH-COVERS-TUITION OR SCH-COVERS-FIXED
               OR SCH-COVERS-BOTH
               DISPLAY "Covers (T=tuition, F=fixed fees, B=both): "
                   NO ADVANCING
               ACCEPT SCH-COVERS
               IF SCH-COVERS = "t"
                   MOVE "T" TO SCH-COVERS
               END-IF
               IF SCH-COVERS = "f"
                   MOVE "F" TO SCH-COVERS
               END-IF
               IF SCH-COVERS = "b"
                   MOVE "B" TO SCH-COVERS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-GPA-INPUT
           PERFORM UNTIL FUNCTION TEST-NUMVAL(FUNCTION TRIM(
               WS-GPA-INPUT)) = 0
               AND FUNCTION NUMVAL(WS-GPA-INPUT) >= WS-GPA-LOW
               AND FUNCTION NUMVAL(WS-GPA-INPUT) <= WS-GPA-HIGH
               DISPLAY "Retention GPA (keep it at or better than): "
                   NO ADVANCING
               ACCEPT WS-GPA-INPUT
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-GPA-INPUT) TO SCH-RETAIN-GPA
           IF WS-SCH-FOUND = 'Y'
               REWRITE SCHOLAR-RECORD
           ELSE
               WRITE SCHOLAR-RECORD
           END-IF
           IF SCHSTATUS = "00"
               DISPLAY " "
               DISPLAY GREEN "Scholarship saved." RST
           ELSE
               CALL "FSTATMSG" USING SCHSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE SCHOLAR-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       SCHOLAR-LIST. *> every scholarship on the master #mejares
           OPEN INPUT SCHOLAR-FILE
           IF SCHSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No scholarships on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "------------------------------------"
           MOVE 'N' TO WS-SCH-EOF
           PERFORM UNTIL WS-SCH-EOF = 'Y'
               READ SCHOLAR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCH-EOF
                   NOT AT END
                       MOVE SCH-PERCENT TO WS-SCH-PCT-EDIT
                       MOVE SCH-AMOUNT TO WS-LED-AMT-EDIT
                       MOVE SCH-RETAIN-GPA TO WS-GPA-EDIT
                       IF SCH-PERCENT-KIND
                           DISPLAY "  " SCH-CODE " " SCH-NAME " "
                               WS-SCH-PCT-EDIT "%  covers "
                               SCH-COVERS "  keep " WS-GPA-EDIT
                       ELSE
                           DISPLAY "  " SCH-CODE " " SCH-NAME " "
                               WS-LED-AMT-EDIT "  covers "
                               SCH-COVERS "  keep " WS-GPA-EDIT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------"
           CLOSE SCHOLAR-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       GET-AWARD-TERM. *> the term an award is for - ENTER takes the open term #mejares
           PERFORM LOAD-TERM-CONTROL
           MOVE SPACES TO WS-AWD-TERM-INPUT
           DISPLAY "Term [" FUNCTION TRIM(WS-OPEN-TERM) "]: "
               NO ADVANCING
           ACCEPT WS-AWD-TERM-INPUT
           IF WS-AWD-TERM-INPUT = SPACES
               MOVE WS-OPEN-TERM TO WS-AWD-TERM-INPUT
           END-IF.

       AWARD-GRANT. *> attaches a scholarship to one student for one term #mejares
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   MOVE "X" TO STUD-STATUS
           END-READ
           CLOSE STUDENT-FILE
           IF NOT STUDENT-ACTIVE
               DISPLAY " "
               DISPLAY GREEN "Only an active student may hold an "
                   "award." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-AWARD-TERM
           DISPLAY "Enter Scholarship Code: " NO ADVANCING
           MOVE SPACES TO WS-SCH-CODE-INPUT
           ACCEPT WS-SCH-CODE-INPUT
           OPEN INPUT SCHOLAR-FILE
           IF SCHSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No scholarships on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCH-CODE-INPUT TO SCH-CODE
           READ SCHOLAR-FILE KEY IS SCH-CODE
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "That scholarship is not on file."
                       RST
                   CLOSE SCHOLAR-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           CLOSE SCHOLAR-FILE
           OPEN I-O AWARD-FILE
           IF AWDSTATUS = "35" *> first award ever - create the file #mejares
               OPEN OUTPUT AWARD-FILE
               CLOSE AWARD-FILE
               OPEN I-O AWARD-FILE
           END-IF
           MOVE STUD-ID TO AWD-STUD-ID
           MOVE WS-AWD-TERM-INPUT TO AWD-TERM
           MOVE WS-SCH-CODE-INPUT TO AWD-SCH-CODE
           MOVE "A" TO AWD-STATUS
           MOVE WS-OPERATOR-ID TO AWD-BY
           ACCEPT AWD-DATE FROM DATE YYYYMMDD
           WRITE AWARD-RECORD
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "The student already holds an award "
                       "for that term." RST
               NOT INVALID KEY
                   MOVE "SCHAWD" TO WS-AUDIT-OPERATION
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY " "
                   DISPLAY GREEN "Award recorded - it posts at the "
                       "term's assessment run." RST
           END-WRITE
           CLOSE AWARD-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       AWARD-WITHDRAW. *> takes an award back before the term is assessed #mejares
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           PERFORM GET-AWARD-TERM
           OPEN I-O AWARD-FILE
           IF AWDSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No awards on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO AWD-STUD-ID
           MOVE WS-AWD-TERM-INPUT TO AWD-TERM
           READ AWARD-FILE KEY IS AWD-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No award for that student and term."
                       RST
               NOT INVALID KEY
                   MOVE "W" TO AWD-STATUS
                   MOVE WS-OPERATOR-ID TO AWD-BY
                   ACCEPT AWD-DATE FROM DATE YYYYMMDD
                   REWRITE AWARD-RECORD
                   MOVE "SCHWDR" TO WS-AUDIT-OPERATION
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY " "
                   DISPLAY GREEN "Award withdrawn. A grant already "
                       "posted stays on the ledger." RST
           END-READ
           CLOSE AWARD-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       AWARD-LIST. *> every award held for one term, with its standing #mejares
           PERFORM GET-AWARD-TERM
           OPEN INPUT AWARD-FILE
           IF AWDSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No awards on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "------------------------------------"
           MOVE 0 TO WS-RET-READ
           MOVE 'N' TO WS-AWD-EOF
           PERFORM UNTIL WS-AWD-EOF = 'Y'
               READ AWARD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AWD-EOF
                   NOT AT END
                       IF AWD-TERM = WS-AWD-TERM-INPUT
                           ADD 1 TO WS-RET-READ
                           DISPLAY "  " AWD-STUD-ID "  " AWD-SCH-CODE
                               "  " AWD-STATUS "  " AWD-DATE "  "
                               AWD-BY
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] " WS-RET-READ " award(s) for "
               FUNCTION TRIM(WS-AWD-TERM-INPUT) "." RST
           CLOSE AWARD-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       SCHOLAR-RETENTION-REVIEW. *> 62/RETAIN: after the GPA recompute, scholars past their cutoff lose the award #mejares
           MOVE 0 TO WS-RET-READ
           MOVE 0 TO WS-RET-LOST
           PERFORM LOAD-TERM-CONTROL
           IF WS-OPEN-TERM = SPACES
               DISPLAY " "
               DISPLAY GREEN "No open term on the term control file."
                   RST
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN I-O AWARD-FILE
           IF AWDSTATUS NOT = "00" *> no awards on file - nobody to review #mejares
               DISPLAY " "
               DISPLAY GREEN "No awards on file yet." RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SCHOLAR-FILE
           OPEN INPUT STUDENT-FILE
           IF SCHSTATUS NOT = "00" OR FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "Scholarship master or student file "
                   "could not be opened." RST
               CLOSE AWARD-FILE
               CLOSE SCHOLAR-FILE
               CLOSE STUDENT-FILE
               MOVE 8 TO WS-RUN-RC
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "SCHRETAIN.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "SCHOLARSHIP RETENTION REVIEW - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPEN-TERM) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ID     NAME" DELIMITED BY SIZE
               "                            SCHOL  GPA   CUTOFF"
               DELIMITED BY SIZE
               "  DISPOSITION" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE 'N' TO WS-AWD-EOF
           PERFORM UNTIL WS-AWD-EOF = 'Y'
               READ AWARD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AWD-EOF
                   NOT AT END
                       IF AWD-TERM = WS-OPEN-TERM AND AWD-ACTIVE
                           ADD 1 TO WS-RET-READ
                           PERFORM RETAIN-ONE-AWARD
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Scholars reviewed: " DELIMITED BY SIZE
               WS-RET-READ DELIMITED BY SIZE
               "  Lost the scholarship: " DELIMITED BY SIZE
               WS-RET-LOST DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE STUDENT-FILE
           CLOSE SCHOLAR-FILE
           CLOSE AWARD-FILE
           DISPLAY GREEN "[SYSTEM] Retention review: " WS-RET-READ
               " reviewed, " WS-RET-LOST " past the cutoff." RST
           DISPLAY GREEN
               "[SYSTEM] Register written to SCHRETAIN.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       RETAIN-ONE-AWARD. *> one active award against its scholarship's retention GPA #mejares
           MOVE AWD-STUD-ID TO STUD-ID
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY *> the scholar has left the file - nothing to review #mejares
                   EXIT PARAGRAPH
           END-READ
           MOVE AWD-SCH-CODE TO SCH-CODE
           READ SCHOLAR-FILE KEY IS SCH-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF STUD-GPA = 0 OR STUD-GPA NOT > SCH-RETAIN-GPA *> no GPA yet, or still inside the cutoff #mejares
               OR STUD-GPA = WS-GPA-UNGRADED *> no GPA on record is not failing #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO AWD-STATUS
           MOVE WS-OPERATOR-ID TO AWD-BY
           ACCEPT AWD-DATE FROM DATE YYYYMMDD
           REWRITE AWARD-RECORD
           IF AWDSTATUS NOT = "00"
               MOVE 4 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RET-LOST
           MOVE STUD-GPA TO WS-GPA-EDIT
           MOVE SCH-RETAIN-GPA TO WS-OLD-GPA-EDIT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING STUD-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STUD-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SCH-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-GPA-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OLD-GPA-EDIT DELIMITED BY SIZE
               "   LOST - NOTICE QUEUED" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "SCHLOS" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           MOVE "SCHLOSS" TO WS-NTF-EVENT
           MOVE SPACES TO WS-NTF-TEXT
           STRING "Scholarship " DELIMITED BY SIZE
               FUNCTION TRIM(SCH-CODE) DELIMITED BY SIZE
               " not retained: GPA " DELIMITED BY SIZE
               WS-GPA-EDIT DELIMITED BY SIZE
               " past cutoff " DELIMITED BY SIZE
               WS-OLD-GPA-EDIT DELIMITED BY SIZE
               INTO WS-NTF-TEXT
           PERFORM QUEUE-NOTIFICATION.

       REGISTRATION-HOLDS. *> 43. REGISTRATION HOLDS - supervisor-only blocks checked at the point of service #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       REGISTRATION HOLDS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Place a Hold                   |"
           DISPLAY "|2| Lift a Hold                    |"
           DISPLAY "|3| List a Student's Holds         |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-HLDMAINT-OPTION
           EVALUATE WS-HLDMAINT-OPTION
               WHEN 1 PERFORM HOLD-PLACE
               WHEN 2 PERFORM HOLD-LIFT
               WHEN 3 PERFORM HOLD-LIST
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       GET-HOLD-KEYS. *> student and reason code for a place/lift action #mejares
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT WS-HLD-STUD
           MOVE SPACE TO WS-HLD-CODE-INPUT
           PERFORM UNTIL WS-HLD-CODE-INPUT = "F"
               OR WS-HLD-CODE-INPUT = "D"
               OR WS-HLD-CODE-INPUT = "C"
               DISPLAY "Reason (F=financial, D=documents, "
                   "C=disciplinary): " NO ADVANCING
               ACCEPT WS-HLD-CODE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-HLD-CODE-INPUT)
                   TO WS-HLD-CODE-INPUT
               IF WS-HLD-CODE-INPUT NOT = "F"
                   AND WS-HLD-CODE-INPUT NOT = "D"
                   AND WS-HLD-CODE-INPUT NOT = "C"
                   DISPLAY " "
                   DISPLAY GREEN "Use F, D, or C." RST
               END-IF
           END-PERFORM.

       HOLD-PLACE. *> stands a new hold against a student #mejares
           PERFORM GET-HOLD-KEYS
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HLD-STUD TO STUD-ID
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Student ID not found!" RST
                   CLOSE STUDENT-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           CLOSE STUDENT-FILE
           DISPLAY "Note for the counter: " NO ADVANCING
           MOVE SPACES TO WS-HLD-REASON-INPUT
           ACCEPT WS-HLD-REASON-INPUT
           OPEN I-O HOLD-FILE
           IF HLDSTATUS = "35" *> first hold ever - create the file #mejares
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           MOVE WS-HLD-STUD TO HLD-STUD-ID
           MOVE WS-HLD-CODE-INPUT TO HLD-CODE
           MOVE WS-HLD-REASON-INPUT TO HLD-REASON
           MOVE WS-OPERATOR-ID TO HLD-PLACED-BY
           ACCEPT HLD-DATE FROM DATE YYYYMMDD
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "That hold already stands." RST
               NOT INVALID KEY
                   MOVE "HOLD" TO WS-AUDIT-OPERATION
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY " "
                   DISPLAY GREEN "Hold placed." RST
           END-WRITE
           CLOSE HOLD-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       HOLD-LIFT. *> lifts one standing hold #mejares
           PERFORM GET-HOLD-KEYS
           OPEN I-O HOLD-FILE
           IF HLDSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No holds on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HLD-STUD TO HLD-STUD-ID
           MOVE WS-HLD-CODE-INPUT TO HLD-CODE
           READ HOLD-FILE KEY IS HLD-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such hold stands." RST
               NOT INVALID KEY
                   DELETE HOLD-FILE RECORD
                   MOVE WS-HLD-STUD TO STUD-ID
                   MOVE "UNHOLD" TO WS-AUDIT-OPERATION
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY " "
                   DISPLAY GREEN "Hold lifted." RST
           END-READ
           CLOSE HOLD-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       HOLD-LIST. *> shows every hold standing against one student #mejares
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT WS-HLD-STUD
           OPEN INPUT HOLD-FILE
           IF HLDSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No holds on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HLD-COUNT
           MOVE WS-HLD-STUD TO HLD-STUD-ID
           MOVE SPACE TO HLD-CODE
           MOVE 'N' TO WS-HLD-EOF
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HLD-EOF
           END-START
           DISPLAY " "
           DISPLAY "------------------------------------"
           PERFORM UNTIL WS-HLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HLD-EOF
                   NOT AT END
                       IF HLD-STUD-ID NOT = WS-HLD-STUD
                           MOVE 'Y' TO WS-HLD-EOF
                       ELSE
                           ADD 1 TO WS-HLD-COUNT
                           MOVE HLD-CODE TO WS-HLD-CODE
                           PERFORM HOLD-WORD-FOR-CODE
                           DISPLAY "  " WS-HLD-WORD " placed "
                               HLD-DATE " by "
                               FUNCTION TRIM(HLD-PLACED-BY) " - "
                               FUNCTION TRIM(HLD-REASON)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HLD-COUNT = 0
               DISPLAY GREEN "  No holds stand against " WS-HLD-STUD
                   "." RST
           END-IF
           DISPLAY "------------------------------------"
           CLOSE HOLD-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       HOLD-WORD-FOR-CODE. *> the reason code spelled out for screens and refusals #mejares
           EVALUATE WS-HLD-CODE
               WHEN "F" MOVE "FINANCIAL" TO WS-HLD-WORD
               WHEN "D" MOVE "DOCUMENTS" TO WS-HLD-WORD
               WHEN "C" MOVE "DISCIPLINARY" TO WS-HLD-WORD
               WHEN OTHER MOVE "UNKNOWN" TO WS-HLD-WORD
           END-EVALUATE.

       CHECK-BLOCKING-HOLD. *> Y in WS-HLD-FOUND when any hold stands against WS-HLD-STUD, with its details #mejares
           MOVE 'N' TO WS-HLD-FOUND
           MOVE SPACE TO WS-HLD-CODE
           MOVE SPACES TO WS-HLD-BY
           MOVE 0 TO WS-HLD-WHEN
           OPEN INPUT HOLD-FILE
           IF HLDSTATUS NOT = "00" *> no holds on file means nothing blocks #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HLD-STUD TO HLD-STUD-ID
           MOVE SPACE TO HLD-CODE
           MOVE 'N' TO WS-HLD-EOF
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HLD-EOF
           END-START
           PERFORM UNTIL WS-HLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HLD-EOF
                   NOT AT END
                       IF HLD-STUD-ID NOT = WS-HLD-STUD
                           MOVE 'Y' TO WS-HLD-EOF
                       ELSE
                           MOVE 'Y' TO WS-HLD-FOUND
                           MOVE HLD-CODE TO WS-HLD-CODE
                           MOVE HLD-PLACED-BY TO WS-HLD-BY
                           MOVE HLD-DATE TO WS-HLD-WHEN
                           MOVE 'Y' TO WS-HLD-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           IF WS-HLD-FOUND = 'Y'
               PERFORM HOLD-WORD-FOR-CODE
           END-IF.

       FACULTY-MENU. *> 44. FACULTY FILE - the instructors sections point at, and their loads #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "          FACULTY FILE" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Add Faculty                    |"
           DISPLAY "|2| Edit Faculty Name              |"
           DISPLAY "|3| List Faculty                   |"
           DISPLAY "|4| Assign Section Instructor      |"
           DISPLAY "|5| Teaching Load Report           |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-FACMAINT-OPTION
           EVALUATE WS-FACMAINT-OPTION
               WHEN 1 PERFORM FACULTY-ADD
               WHEN 2 PERFORM FACULTY-EDIT
               WHEN 3 PERFORM FACULTY-LIST
               WHEN 4 PERFORM ASSIGN-SECTION-INSTRUCTOR
               WHEN 5 PERFORM TEACHING-LOAD-REPORT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       FACULTY-ADD. *> puts a new instructor on the faculty master #mejares
           OPEN I-O FACULTY-FILE.
           IF FACSTATUS = "35" *> first instructor ever - create the file #mejares
               OPEN OUTPUT FACULTY-FILE
               CLOSE FACULTY-FILE
               OPEN I-O FACULTY-FILE
           END-IF.
           MOVE SPACES TO FAC-ID
           PERFORM UNTIL FAC-ID NOT = SPACES
               DISPLAY "Enter Faculty ID: " NO ADVANCING
               ACCEPT FAC-ID
               IF FAC-ID = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "Faculty ID is required." RST
               END-IF
           END-PERFORM
           READ FACULTY-FILE *> error handler for duplicate faculty id #mejares
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Faculty ID already exists!" RST
                   CLOSE FACULTY-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO FAC-NAME
           PERFORM UNTIL FAC-NAME NOT = SPACES
               DISPLAY "Enter Faculty Name: " NO ADVANCING
               ACCEPT FAC-NAME
               IF FAC-NAME = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "Faculty name is required." RST
               END-IF
           END-PERFORM
           WRITE FACULTY-RECORD
           IF FACSTATUS = "00"
               DISPLAY " "
               DISPLAY GREEN "Faculty added." RST
           ELSE
               CALL "FSTATMSG" USING FACSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT
           CLOSE FACULTY-FILE.

       FACULTY-EDIT. *> corrects the name held for an existing instructor #mejares
           OPEN I-O FACULTY-FILE.
           IF FACSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No faculty file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Faculty ID to edit: " NO ADVANCING
           ACCEPT FAC-ID
           READ FACULTY-FILE KEY IS FAC-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Faculty ID not found!" RST
               NOT INVALID KEY
                   DISPLAY "Current Name: " FAC-NAME
                   MOVE SPACES TO FAC-NAME
                   PERFORM UNTIL FAC-NAME NOT = SPACES
                       DISPLAY "Enter Faculty Name: " NO ADVANCING
                       ACCEPT FAC-NAME
                       IF FAC-NAME = SPACES
                           DISPLAY " "
                           DISPLAY GREEN "Faculty name is required." RST
                       END-IF
                   END-PERFORM
                   REWRITE FACULTY-RECORD
                   IF FACSTATUS = "00"
                       DISPLAY " "
                       DISPLAY GREEN "Faculty updated." RST
                   ELSE
                       CALL "FSTATMSG" USING FACSTATUS
                           WS-ERROR-MESSAGE
                       DISPLAY " "
                       DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
                   END-IF
           END-READ
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT
           CLOSE FACULTY-FILE.

       FACULTY-LIST. *> shows every instructor on the faculty master #mejares
           OPEN INPUT FACULTY-FILE.
           IF FACSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No faculty file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " "
           DISPLAY "------------------------------------"
           MOVE 'N' TO WS-FAC-EOF
           PERFORM UNTIL WS-FAC-EOF = 'Y'
               READ FACULTY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FAC-EOF
                   NOT AT END
                       DISPLAY "  " FAC-ID " " FAC-NAME
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT
           CLOSE FACULTY-FILE.

       GET-SECTION-INSTRUCTOR. *> instructor for a section - blank leaves it unassigned for now #mejares
           MOVE SPACES TO WS-FAC-ID-INPUT
           MOVE 'N' TO WS-FAC-OK
           PERFORM UNTIL WS-FAC-OK = 'Y'
               DISPLAY "Instructor ID (blank if unassigned): "
                   NO ADVANCING
               MOVE SPACES TO WS-FAC-ID-INPUT
               ACCEPT WS-FAC-ID-INPUT
               IF WS-FAC-ID-INPUT = SPACES
                   MOVE 'Y' TO WS-FAC-OK
               ELSE
                   OPEN INPUT FACULTY-FILE
                   IF FACSTATUS NOT = "00"
                       DISPLAY " "
                       DISPLAY GREEN "No faculty file yet - add the "
                           "instructor on the FACULTY FILE screen "
                           "first." RST
                   ELSE
                       MOVE WS-FAC-ID-INPUT TO FAC-ID
                       READ FACULTY-FILE KEY IS FAC-ID
                           INVALID KEY
                               DISPLAY " "
                               DISPLAY GREEN "That ID is not on the "
                                   "faculty file." RST
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-FAC-OK
                       END-READ
                       CLOSE FACULTY-FILE
                   END-IF
               END-IF
           END-PERFORM.

       ASSIGN-SECTION-INSTRUCTOR. *> puts (or moves) an instructor onto an existing section #mejares
           PERFORM GET-SECTION-KEYS
           OPEN I-O SECTION-FILE
           IF SECSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No sections on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO SEC-TERM
           MOVE WS-ENR-COURSE-INPUT TO SEC-COURSE
           MOVE WS-ENR-SECT-INPUT TO SEC-SECTION
           READ SECTION-FILE WITH LOCK KEY IS SEC-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such section for that term." RST
                   CLOSE SECTION-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           IF SEC-INSTRUCTOR = SPACES
               DISPLAY "Currently unassigned."
           ELSE
               DISPLAY "Currently assigned to " SEC-INSTRUCTOR "."
           END-IF
           PERFORM GET-SECTION-INSTRUCTOR
           MOVE WS-FAC-ID-INPUT TO SEC-INSTRUCTOR
           REWRITE SECTION-RECORD
           IF SECSTATUS = "00"
               DISPLAY " "
               DISPLAY GREEN "Instructor assignment saved." RST
           ELSE
               CALL "FSTATMSG" USING SECSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE SECTION-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       FETCH-FACULTY-NAME. *> WS-FAC-LOOKUP's name into WS-FAC-NAME-HOLD, or the bare ID when unknown #mejares
           OPEN INPUT FACULTY-FILE
           IF FACSTATUS NOT = "00"
               MOVE WS-FAC-LOOKUP TO WS-FAC-NAME-HOLD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FAC-LOOKUP TO FAC-ID
           READ FACULTY-FILE KEY IS FAC-ID
               INVALID KEY
                   MOVE WS-FAC-LOOKUP TO WS-FAC-NAME-HOLD
               NOT INVALID KEY
                   MOVE FAC-NAME TO WS-FAC-NAME-HOLD
           END-READ
           CLOSE FACULTY-FILE.

       TEACHING-LOAD-REPORT. *> each instructor's term sections and total units, to TEACHLD.TXT #mejares
           PERFORM GET-SECTION-TERM
           OPEN INPUT SECTION-FILE
           IF SECSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No sections on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COURSE-FILE *> missing catalog just leaves units at zero #mejares

           MOVE 0 TO WS-TL-COUNT
           MOVE 0 TO WS-TL-UNASSIGNED
           MOVE WS-ENR-TERM-INPUT TO SEC-TERM
           MOVE SPACES TO SEC-COURSE
           MOVE SPACES TO SEC-SECTION
           MOVE 'N' TO WS-SEC-EOF
           START SECTION-FILE KEY IS NOT LESS THAN SEC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SEC-EOF
           END-START
           PERFORM UNTIL WS-SEC-EOF = 'Y'
               READ SECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SEC-EOF
                   NOT AT END
                       IF SEC-TERM NOT = WS-ENR-TERM-INPUT
                           MOVE 'Y' TO WS-SEC-EOF
                       ELSE
                           PERFORM TL-TALLY-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM

           MOVE "TEACHLD.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "TEACHING LOAD REPORT - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENR-TERM-INPUT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TL-COUNT
               PERFORM TL-PRINT-ONE-INSTRUCTOR
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Instructors: " DELIMITED BY SIZE
               WS-TL-COUNT DELIMITED BY SIZE
               "  Unassigned sections: " DELIMITED BY SIZE
               WS-TL-UNASSIGNED DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           IF CRSSTATUS = "00"
               CLOSE COURSE-FILE
           END-IF
           CLOSE SECTION-FILE
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-TL-COUNT " instructor(s), "
               WS-TL-UNASSIGNED " unassigned section(s). Report "
               "written to TEACHLD.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       TL-TALLY-ONE-SECTION. *> one term section into its instructor's load totals #mejares
           IF SEC-INSTRUCTOR = SPACES
               ADD 1 TO WS-TL-UNASSIGNED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TL-SLOT
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TL-COUNT
               IF WS-TL-ID(WS-TL-IDX) = SEC-INSTRUCTOR
                   MOVE WS-TL-IDX TO WS-TL-SLOT
               END-IF
           END-PERFORM
           IF WS-TL-SLOT = 0
               IF WS-TL-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TL-COUNT
               MOVE SEC-INSTRUCTOR TO WS-TL-ID(WS-TL-COUNT)
               MOVE 0 TO WS-TL-SECS(WS-TL-COUNT)
               MOVE 0 TO WS-TL-UNITS(WS-TL-COUNT)
               MOVE WS-TL-COUNT TO WS-TL-SLOT
           END-IF
           ADD 1 TO WS-TL-SECS(WS-TL-SLOT)
           IF CRSSTATUS = "00"
               MOVE SEC-COURSE TO CRS-CODE
               READ COURSE-FILE KEY IS CRS-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CRS-UNITS TO WS-TL-UNITS(WS-TL-SLOT)
               END-READ
           END-IF.

       TL-PRINT-ONE-INSTRUCTOR. *> one instructor's header, section lines, and unit total #mejares
           MOVE WS-TL-ID(WS-TL-IDX) TO WS-TL-CUR
           MOVE WS-TL-CUR TO WS-FAC-LOOKUP
           PERFORM FETCH-FACULTY-NAME
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-TL-CUR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FAC-NAME-HOLD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TL-SECS(WS-TL-IDX) DELIMITED BY SIZE
               " section(s), " DELIMITED BY SIZE
               WS-TL-UNITS(WS-TL-IDX) DELIMITED BY SIZE
               " unit(s)" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE WS-ENR-TERM-INPUT TO SEC-TERM
           MOVE SPACES TO SEC-COURSE
           MOVE SPACES TO SEC-SECTION
           MOVE 'N' TO WS-SEC-EOF
           START SECTION-FILE KEY IS NOT LESS THAN SEC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SEC-EOF
           END-START
           PERFORM UNTIL WS-SEC-EOF = 'Y'
               READ SECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SEC-EOF
                   NOT AT END
                       IF SEC-TERM NOT = WS-ENR-TERM-INPUT
                           MOVE 'Y' TO WS-SEC-EOF
                       ELSE
                           IF SEC-INSTRUCTOR = WS-TL-CUR
                               MOVE SPACES TO WORK-REPORT-LINE
                               STRING "  " DELIMITED BY SIZE
                                   SEC-COURSE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SEC-SECTION DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   SEC-DAYS DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SEC-START DELIMITED BY SIZE
                                   "-" DELIMITED BY SIZE
                                   SEC-END DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   SEC-ROOM DELIMITED BY SIZE
                                   INTO WORK-REPORT-LINE
                               WRITE WORK-REPORT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADVISERS-MENU. *> 45. ADVISERS - who looks after whom, and each adviser's own caseload #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "            ADVISERS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Assign an Adviser              |"
           DISPLAY "|2| Advisee Roster Inquiry         |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-ADVMAINT-OPTION
           EVALUATE WS-ADVMAINT-OPTION
               WHEN 1 PERFORM ASSIGN-ADVISER
               WHEN 2 PERFORM ADVISEE-ROSTER
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       ASSIGN-ADVISER. *> puts a faculty adviser on one active student's record #mejares
           OPEN I-O STUDENT-FILE
           IF FILESTATUS = '35'
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found" RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Student ID not found!" RST
                   CLOSE STUDENT-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           IF STUDENT-DELETED
               DISPLAY " "
               DISPLAY GREEN "Student ID not found!" RST
               CLOSE STUDENT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-BEFORE-IMAGE
           IF STUD-ADVISER = SPACES
               DISPLAY "Currently unadvised."
           ELSE
               DISPLAY "Current adviser: " STUD-ADVISER
           END-IF
           PERFORM GET-SECTION-INSTRUCTOR *> same faculty check the sections use #mejares
           MOVE WS-FAC-ID-INPUT TO STUD-ADVISER
           REWRITE STUDENT-PROFILE
           IF FILESTATUS = "00"
               MOVE "ADVISE" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY GREEN "Adviser assignment saved." RST
           ELSE
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE STUDENT-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       ADVISEE-ROSTER. *> every active student assigned to one adviser #mejares
           DISPLAY "Enter Adviser (Faculty) ID: " NO ADVANCING
           MOVE SPACES TO WS-ADV-CUR
           ACCEPT WS-ADV-CUR
           MOVE WS-ADV-CUR TO WS-FAC-LOOKUP
           PERFORM FETCH-FACULTY-NAME
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY GREEN "Advisees of " WS-ADV-CUR " "
               FUNCTION TRIM(WS-FAC-NAME-HOLD) ":" RST
           DISPLAY "------------------------------------"
           MOVE 0 TO WS-ADV-LISTED
           PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       IF STUDENT-ACTIVE
                           AND STUD-ADVISER = WS-ADV-CUR
                           ADD 1 TO WS-ADV-LISTED
                           DISPLAY "  " STUD-ID " " STUD-NAME " "
                               STUD-PROGRAM " " STUD-YEAR-LVL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] " WS-ADV-LISTED " advisee(s)." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       ATTENDANCE-MENU. *> 46. ATTENDANCE - marks per class meeting, and the mid-term exception report #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "           ATTENDANCE" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Mark a Class Meeting           |"
           DISPLAY "|2| Absence Exception Report       |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-ATTMAINT-OPTION
           EVALUATE WS-ATTMAINT-OPTION
               WHEN 1 PERFORM MARK-ATTENDANCE
               WHEN 2 PERFORM ABSENCE-EXCEPTION-REPORT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       MARK-ATTENDANCE. *> walks one section's class list for one meeting, taking P/A per student #mejares
           PERFORM GET-SECTION-KEYS
           MOVE SPACES TO WS-ATT-DATE-X
           DISPLAY "Meeting Date YYYYMMDD (ENTER for today): "
               NO ADVANCING
           ACCEPT WS-ATT-DATE-X
           IF WS-ATT-DATE-X = SPACES
               ACCEPT WS-ATT-DATE FROM DATE YYYYMMDD
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-ATT-DATE-X)) NOT = 0
                   DISPLAY " "
                   DISPLAY GREEN "That is not a YYYYMMDD date." RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-ATT-DATE-X) TO WS-ATT-DATE
           END-IF
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No enrollments on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ATTEND-FILE
           IF ATTSTATUS = "35" *> first meeting ever marked - create the file #mejares
               OPEN OUTPUT ATTEND-FILE
               CLOSE ATTEND-FILE
               OPEN I-O ATTEND-FILE
           END-IF
           PERFORM OPEN-SHEET-STUDENT-NAMES
           DISPLAY " "
           DISPLAY GREEN "Mark each student P or A, or . to skip." RST
           MOVE 0 TO WS-ATT-MARKED
           PERFORM START-SHEET-SECTION-ROWS
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-TERM NOT = WS-ENR-TERM-INPUT
                           OR ENR-COURSE NOT = WS-ENR-COURSE-INPUT
                           OR ENR-SECTION NOT = WS-ENR-SECT-INPUT
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           PERFORM MARK-ONE-ATTENDANCE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GS-STUD-AVAIL = 'Y'
               CLOSE STUDENT-FILE
           END-IF
           CLOSE ATTEND-FILE
           CLOSE ENROLL-FILE
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-ATT-MARKED " mark(s) taken "
               "for " WS-ATT-DATE "." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       MARK-ONE-ATTENDANCE-ROW. *> one enrollee's P/A for the meeting - re-marking replaces the earlier mark #mejares
           PERFORM SHEET-FETCH-STUDENT-NAME
           MOVE SPACE TO WS-ATT-MARK-INPUT
           PERFORM UNTIL WS-ATT-MARK-INPUT = "P"
               OR WS-ATT-MARK-INPUT = "A"
               OR WS-ATT-MARK-INPUT = "."
               DISPLAY "  " ENR-STUD-ID " "
                   FUNCTION TRIM(STUD-NAME)
                   " - P/A (. to skip): " NO ADVANCING
               ACCEPT WS-ATT-MARK-INPUT
               MOVE FUNCTION UPPER-CASE(WS-ATT-MARK-INPUT)
                   TO WS-ATT-MARK-INPUT
               IF WS-ATT-MARK-INPUT NOT = "P"
                   AND WS-ATT-MARK-INPUT NOT = "A"
                   AND WS-ATT-MARK-INPUT NOT = "."
                   DISPLAY " "
                   DISPLAY GREEN "Use P, A, or . to skip." RST
               END-IF
           END-PERFORM
           IF WS-ATT-MARK-INPUT = "."
               EXIT PARAGRAPH
           END-IF
           MOVE ENR-TERM TO ATT-TERM
           MOVE ENR-COURSE TO ATT-COURSE
           MOVE ENR-SECTION TO ATT-SECTION
           MOVE WS-ATT-DATE TO ATT-DATE
           MOVE ENR-STUD-ID TO ATT-STUD-ID
           MOVE WS-ATT-MARK-INPUT TO ATT-MARK
           WRITE ATTEND-RECORD
               INVALID KEY *> already marked for this meeting - the later mark stands #mejares
                   REWRITE ATTEND-RECORD
           END-WRITE
           IF ATTSTATUS = "00"
               ADD 1 TO WS-ATT-MARKED
           END-IF.

       ABSENCE-EXCEPTION-REPORT. *> students past the absence threshold per course, with masked contacts #mejares
           MOVE "ABSENCE" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           PERFORM GET-SECTION-TERM
           MOVE SPACES TO WS-ATT-THRESH-X
           MOVE WS-ATT-THRESH-DEF TO WS-PRM-EDIT-INT
           DISPLAY "Absence threshold (ENTER for "
               FUNCTION TRIM(WS-PRM-EDIT-INT) "): " NO ADVANCING
           ACCEPT WS-ATT-THRESH-X
           IF WS-ATT-THRESH-X = SPACES
               MOVE WS-ATT-THRESH-DEF TO WS-ATT-THRESH
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-ATT-THRESH-X)) = 0
                   MOVE FUNCTION NUMVAL(WS-ATT-THRESH-X)
                       TO WS-ATT-THRESH
               ELSE
                   MOVE WS-ATT-THRESH-DEF TO WS-ATT-THRESH
               END-IF
           END-IF
           OPEN INPUT ATTEND-FILE
           IF ATTSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No attendance on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ATT-COUNT
           MOVE 'N' TO WS-ATT-TRUNC
           MOVE 'N' TO WS-ATT-EOF
           PERFORM UNTIL WS-ATT-EOF = 'Y'
               READ ATTEND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ATT-EOF
                   NOT AT END
                       IF ATT-TERM = WS-ENR-TERM-INPUT
                           AND ATT-ABSENT
                           PERFORM ABSENCE-TALLY-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTEND-FILE

           MOVE "ABSENCE.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ABSENCE EXCEPTION REPORT - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENR-TERM-INPUT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "  (threshold " DELIMITED BY SIZE
               WS-ATT-THRESH DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "COURSE   ID     NAME                           "
               DELIMITED BY SIZE
               "ABS  ADVISER  EMAIL / CONTACT" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE 0 TO WS-ATT-FLAGGED
           PERFORM OPEN-SHEET-STUDENT-NAMES *> contacts and advisers come off the master, consent-masked #mejares
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
               UNTIL WS-ATT-IDX > WS-ATT-COUNT
               IF WS-ATT-ABS(WS-ATT-IDX) >= WS-ATT-THRESH
                   PERFORM ABSENCE-WRITE-ONE-LINE
               END-IF
           END-PERFORM
           IF WS-GS-STUD-AVAIL = 'Y'
               CLOSE STUDENT-FILE
           END-IF

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Students flagged: " DELIMITED BY SIZE
               WS-ATT-FLAGGED DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-ATT-TRUNC = 'Y'
               MOVE "NOTE: more course/student pairs than the scan "
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               MOVE "table holds - rerun per course."
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-ATT-FLAGGED " student(s) "
               "flagged. Report written to ABSENCE.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       ABSENCE-TALLY-ONE. *> one absent mark into its course/student pair #mejares
           MOVE 0 TO WS-ATT-SLOT
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
               UNTIL WS-ATT-IDX > WS-ATT-COUNT
               IF WS-ATT-CRS(WS-ATT-IDX) = ATT-COURSE
                   AND WS-ATT-SID(WS-ATT-IDX) = ATT-STUD-ID
                   MOVE WS-ATT-IDX TO WS-ATT-SLOT
               END-IF
           END-PERFORM
           IF WS-ATT-SLOT = 0
               IF WS-ATT-COUNT >= 500
                   MOVE 'Y' TO WS-ATT-TRUNC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ATT-COUNT
               MOVE ATT-COURSE TO WS-ATT-CRS(WS-ATT-COUNT)
               MOVE ATT-STUD-ID TO WS-ATT-SID(WS-ATT-COUNT)
               MOVE 0 TO WS-ATT-ABS(WS-ATT-COUNT)
               MOVE WS-ATT-COUNT TO WS-ATT-SLOT
           END-IF
           ADD 1 TO WS-ATT-ABS(WS-ATT-SLOT).

       ABSENCE-WRITE-ONE-LINE. *> one flagged student's line, masked the same way every outbound list is #mejares
           ADD 1 TO WS-ATT-FLAGGED
           MOVE WS-ATT-SID(WS-ATT-IDX) TO STUD-ID
           MOVE SPACES TO STUD-NAME
           MOVE SPACES TO STUD-ADVISER
           MOVE "(not on the student file)" TO WS-OUT-EMAIL
           MOVE SPACES TO WS-OUT-CONTACT
           IF WS-GS-STUD-AVAIL = 'Y'
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM APPLY-CONSENT-MASK
               END-READ
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-ATT-CRS(WS-ATT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ATT-SID(WS-ATT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STUD-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ATT-ABS(WS-ATT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STUD-ADVISER DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-OUT-EMAIL DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-OUT-CONTACT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       STUDENT-STATUS-MENU. *> 47. STUDENT STATUS - the lifecycle beyond Active and Deleted #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "         STUDENT STATUS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Change a Student's Status      |"
           DISPLAY "|2| Status History Inquiry         |"
           DISPLAY "|3| Transfer Out (Hon. Dismissal)  |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-STMAINT-OPTION
           EVALUATE WS-STMAINT-OPTION
               WHEN 1 PERFORM CHANGE-STUDENT-STATUS
               WHEN 2 PERFORM STATUS-HISTORY-INQUIRY
               WHEN 3 PERFORM TRANSFER-OUT-STUDENT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       STATUS-WORD-FOR-CODE. *> STUD-STATUS spelled out for screens and registers #mejares
           EVALUATE STUD-STATUS
               WHEN "A" MOVE "ACTIVE" TO WS-ST-WORD
               WHEN "D" MOVE "DELETED" TO WS-ST-WORD
               WHEN "L" MOVE "ON LEAVE" TO WS-ST-WORD
               WHEN "S" MOVE "SUSPENDED" TO WS-ST-WORD
               WHEN "X" MOVE "DISMISSED" TO WS-ST-WORD
               WHEN "T" MOVE "TRANSFERRED" TO WS-ST-WORD
               WHEN OTHER MOVE "UNKNOWN" TO WS-ST-WORD
           END-EVALUATE.

       GET-STATUS-EFF-DATE. *> effective date for a status change - ENTER alone takes today #mejares
           MOVE SPACES TO WS-ST-EFF-X
           DISPLAY "Effective Date YYYYMMDD (ENTER for today): "
               NO ADVANCING
           ACCEPT WS-ST-EFF-X
           IF WS-ST-EFF-X = SPACES
               ACCEPT WS-ST-EFF FROM DATE YYYYMMDD
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ST-EFF-X)) = 0
                   MOVE FUNCTION NUMVAL(WS-ST-EFF-X) TO WS-ST-EFF
               ELSE
                   ACCEPT WS-ST-EFF FROM DATE YYYYMMDD
               END-IF
           END-IF.

       WRITE-STATUS-HISTORY. *> one trail line: who moved from what to what, effective when #mejares
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           OPEN EXTEND STATHIST-FILE
           IF STHSTATUS = "35" *> STATHIST.DAT does not exist yet #mejares
               OPEN OUTPUT STATHIST-FILE
           END-IF
           IF STHSTATUS NOT = "00"
               DISPLAY "[SYSTEM] Could not write the status history."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATHIST-RECORD
           MOVE STUD-ID TO STH-STUD-ID
           MOVE WS-ST-OLD TO STH-OLD
           MOVE STUD-STATUS TO STH-NEW
           MOVE WS-ST-EFF TO STH-EFF-DATE
           MOVE WS-AUDIT-DATE TO STH-STAMP
           MOVE WS-OPERATOR-ID TO STH-OPERATOR
           WRITE STATHIST-RECORD
           CLOSE STATHIST-FILE.

       CHANGE-STUDENT-STATUS. *> supervisor moves a student between A/L/S/X, with date and trail #mejares
           IF NOT OPER-SUPERVISOR *> a status decides what every other screen may do - supervisor only #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may change a "
                   "student's status." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O STUDENT-FILE
           IF FILESTATUS = '35'
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found" RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Student ID not found!" RST
                   CLOSE STUDENT-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           IF STUDENT-DELETED *> a deleted record comes back through RESTORE, not here #mejares
               DISPLAY " "
               DISPLAY GREEN "Student ID not found!" RST
               CLOSE STUDENT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-BEFORE-IMAGE
           PERFORM STATUS-WORD-FOR-CODE
           DISPLAY "Current status: " FUNCTION TRIM(WS-ST-WORD)
               " since " STUD-STATUS-DATE
           MOVE SPACE TO WS-ST-NEW-INPUT
           PERFORM UNTIL WS-ST-NEW-INPUT = "A"
               OR WS-ST-NEW-INPUT = "L"
               OR WS-ST-NEW-INPUT = "S"
               OR WS-ST-NEW-INPUT = "X"
               DISPLAY "New status (A=active, L=leave, S=suspended, "
                   "X=dismissed): " NO ADVANCING
               ACCEPT WS-ST-NEW-INPUT
               MOVE FUNCTION UPPER-CASE(WS-ST-NEW-INPUT)
                   TO WS-ST-NEW-INPUT
               IF WS-ST-NEW-INPUT = "T"
                   DISPLAY " "
                   DISPLAY GREEN "Transfers out go through the "
                       "Transfer Out option - it issues the "
                       "honorable dismissal." RST
                   MOVE SPACE TO WS-ST-NEW-INPUT
               END-IF
               IF WS-ST-NEW-INPUT NOT = "A"
                   AND WS-ST-NEW-INPUT NOT = "L"
                   AND WS-ST-NEW-INPUT NOT = "S"
                   AND WS-ST-NEW-INPUT NOT = "X"
                   DISPLAY " "
                   DISPLAY GREEN "Use A, L, S, or X." RST
               END-IF
           END-PERFORM
           PERFORM GET-STATUS-EFF-DATE
           MOVE STUD-STATUS TO WS-ST-OLD
           MOVE WS-ST-NEW-INPUT TO STUD-STATUS
           MOVE WS-ST-EFF TO STUD-STATUS-DATE
           REWRITE STUDENT-PROFILE
           IF FILESTATUS = "00"
               MOVE "STATUS" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               PERFORM WRITE-STATUS-HISTORY
               PERFORM STATUS-WORD-FOR-CODE
               DISPLAY " "
               DISPLAY GREEN "Status changed to "
                   FUNCTION TRIM(WS-ST-WORD) " effective "
                   WS-ST-EFF "." RST
           ELSE
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE STUDENT-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       STATUS-HISTORY-INQUIRY. *> one student's status trail, oldest first #mejares
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           OPEN INPUT STATHIST-FILE
           IF STHSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No status history on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "------------------------------------"
           MOVE 0 TO WS-ST-SHOWN
           MOVE 'N' TO WS-STH-EOF
           PERFORM UNTIL WS-STH-EOF = 'Y'
               READ STATHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-STH-EOF
                   NOT AT END
                       IF STH-STUD-ID = STUD-ID
                           ADD 1 TO WS-ST-SHOWN
                           DISPLAY "  " STH-OLD " -> " STH-NEW
                               "  effective " STH-EFF-DATE
                               "  keyed " STH-STAMP " by "
                               FUNCTION TRIM(STH-OPERATOR)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ST-SHOWN = 0
               DISPLAY GREEN "  No status changes on record." RST
           END-IF
           DISPLAY "------------------------------------"
           CLOSE STATHIST-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       TRANSFER-OUT-STUDENT. *> the transfer counterpart of graduation - status T plus the honorable dismissal #mejares
           IF NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may process a "
                   "transfer out." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O STUDENT-FILE
           IF FILESTATUS = '35'
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found" RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM BACKUP-STUDENT-FILE
           DISPLAY "Enter Student ID to transfer out: " NO ADVANCING
           ACCEPT STUD-ID
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Student ID not found!" RST
                   CLOSE STUDENT-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           IF NOT STUDENT-ACTIVE
               PERFORM STATUS-WORD-FOR-CODE
               DISPLAY " "
               DISPLAY GREEN "Status is " FUNCTION TRIM(WS-ST-WORD)
                   " - only an active student transfers out." RST
               CLOSE STUDENT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-BEFORE-IMAGE
           MOVE STUD-ID TO WS-HLD-STUD
           PERFORM CHECK-BLOCKING-HOLD
           IF WS-HLD-FOUND = 'Y' *> honorable dismissal waits out a standing hold, same as graduation #mejares
               DISPLAY " "
               DISPLAY GREEN "A " FUNCTION TRIM(WS-HLD-WORD) " hold "
                   "stands - placed " WS-HLD-WHEN " by "
                   FUNCTION TRIM(WS-HLD-BY) ". Transfer refused." RST
               CLOSE STUDENT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERM-CONTROL
           MOVE STUD-ID TO WS-CLR-STUD
           MOVE WS-OPEN-TERM TO WS-CLR-TERM
           PERFORM CHECK-CLEARANCE
           IF WS-CLR-BLOCKED = 'Y' *> every office signs off before the student leaves #mejares
               DISPLAY " "
               DISPLAY GREEN "Clearance not complete - "
                   FUNCTION TRIM(WS-CLR-WHY) ". Transfer refused." RST
               CLOSE STUDENT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY GREEN "Transfer out " STUD-NAME " (" STUD-ID ")?"
               RST
           DISPLAY "Are you sure? (Y/N): " NO ADVANCING
           ACCEPT WS-ST-CONFIRM
           IF WS-ST-CONFIRM NOT = "Y" AND WS-ST-CONFIRM NOT = "y"
               DISPLAY " "
               DISPLAY GREEN "[SYSTEM] Transfer cancelled." RST
               CLOSE STUDENT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-STATUS-EFF-DATE
           MOVE STUD-STATUS TO WS-ST-OLD
           MOVE "T" TO STUD-STATUS
           MOVE WS-ST-EFF TO STUD-STATUS-DATE
           REWRITE STUDENT-PROFILE
           IF FILESTATUS = "00"
               MOVE "XFROUT" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               PERFORM WRITE-STATUS-HISTORY
               PERFORM PRINT-HONORABLE-DISMISSAL
               DISPLAY " "
               DISPLAY GREEN "Transferred out effective " WS-ST-EFF
                   ". Certificate written to HONDIS.TXT" RST
           ELSE
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE STUDENT-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       PRINT-HONORABLE-DISMISSAL. *> the certificate the receiving school asks for, off the live record #mejares
           MOVE "HONDIS.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "PUP-T CERTIFICATE OF HONORABLE DISMISSAL - "
               DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "This certifies that " DELIMITED BY SIZE
               FUNCTION TRIM(STUD-NAME) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               STUD-ID DELIMITED BY SIZE
               "), " DELIMITED BY SIZE
               FUNCTION TRIM(STUD-PROGRAM) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "is granted honorable dismissal effective "
               DELIMITED BY SIZE
               WS-ST-EFF DELIMITED BY SIZE
               " with no" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "pending accountability on record."
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT.

       CHANGE-OF-PROGRAM. *> 48. CHANGE OF PROGRAM - shifts go through approval and keep their history #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "        CHANGE OF PROGRAM" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| File a Shift Request           |"
           DISPLAY "|2| Decide Pending Requests        |"
           DISPLAY "|3| Program History Inquiry        |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-SHFMAINT-OPTION
           EVALUATE WS-SHFMAINT-OPTION
               WHEN 1 PERFORM FILE-SHIFT-REQUEST
               WHEN 2 PERFORM DECIDE-SHIFT-REQUESTS
               WHEN 3 PERFORM PROGRAM-HISTORY-INQUIRY
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       FILE-SHIFT-REQUEST. *> lodges one change-of-program request for the supervisor to decide #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Student ID not found!" RST
                   CLOSE STUDENT-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           IF NOT STUDENT-ACTIVE
               PERFORM STATUS-WORD-FOR-CODE
               DISPLAY " "
               DISPLAY GREEN "Status is " FUNCTION TRIM(WS-ST-WORD)
                   " - only an active student may shift." RST
               CLOSE STUDENT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           CLOSE STUDENT-FILE
           DISPLAY "Current program: " STUD-PROGRAM
           MOVE SPACES TO WS-SHF-NEW-INPUT
           MOVE 'N' TO WS-PROGRAM-VALID
           PERFORM UNTIL WS-PROGRAM-VALID = 'Y'
               DISPLAY "Shift to program: " NO ADVANCING
               MOVE SPACES TO WS-SHF-NEW-INPUT
               ACCEPT WS-SHF-NEW-INPUT
               IF WS-SHF-NEW-INPUT = STUD-PROGRAM
                   DISPLAY " "
                   DISPLAY GREEN "That is already the student's "
                       "program." RST
               ELSE
                   MOVE WS-SHF-NEW-INPUT TO WS-PROGRAM-LOOKUP
                   PERFORM VALIDATE-PROGRAM-CODE
                   IF WS-PROGRAM-VALID NOT = 'Y'
                       DISPLAY " "
                       DISPLAY GREEN "Program code is not on the "
                           "program reference." RST
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SHF-REASON-INPUT
           PERFORM UNTIL WS-SHF-REASON-INPUT NOT = SPACES
               DISPLAY "Reason: " NO ADVANCING
               ACCEPT WS-SHF-REASON-INPUT
               IF WS-SHF-REASON-INPUT = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "A reason is required." RST
               END-IF
           END-PERFORM
           PERFORM LOAD-TERM-CONTROL
           MOVE SPACES TO WS-SHF-TERM-INPUT
           DISPLAY "Effective Term [" FUNCTION TRIM(WS-OPEN-TERM)
               "]: " NO ADVANCING
           ACCEPT WS-SHF-TERM-INPUT
           IF WS-SHF-TERM-INPUT = SPACES
               MOVE WS-OPEN-TERM TO WS-SHF-TERM-INPUT
           END-IF
           OPEN I-O SHIFT-REQ-FILE
           IF SHFSTATUS = "35" *> first request ever - create the file #mejares
               OPEN OUTPUT SHIFT-REQ-FILE
               CLOSE SHIFT-REQ-FILE
               OPEN I-O SHIFT-REQ-FILE
           END-IF
           MOVE "SHIFTREQ" TO WS-CTL-SERIES
           PERFORM DRAW-CONTROL-NUMBER
           IF WS-CTL-OK NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "No request number could be drawn - "
                   "request NOT logged." RST
               CLOSE SHIFT-REQ-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-NUMBER TO SHF-SEQ
           MOVE STUD-ID TO SHF-STUD-ID
           MOVE STUD-PROGRAM TO SHF-OLD
           MOVE WS-SHF-NEW-INPUT TO SHF-NEW
           MOVE WS-SHF-REASON-INPUT TO SHF-REASON
           MOVE WS-SHF-TERM-INPUT TO SHF-TERM
           MOVE "P" TO SHF-STATUS
           MOVE WS-OPERATOR-ID TO SHF-REQ-BY
           ACCEPT SHF-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SHF-DEC-BY
           MOVE 0 TO SHF-DEC-DATE
           WRITE SHIFT-REQ-RECORD
           IF SHFSTATUS = "00"
               MOVE "SHFREQ" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY GREEN "Request " SHF-SEQ " filed - pending "
                   "supervisor approval." RST
           ELSE
               CALL "FSTATMSG" USING SHFSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE SHIFT-REQ-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       SHIFT-FIND-MAX-SEQ. *> highest request number already on the open file #mejares
           MOVE 0 TO WS-SHF-MAX
           MOVE 0 TO SHF-SEQ
           MOVE 'N' TO WS-SHF-EOF
           START SHIFT-REQ-FILE KEY IS NOT LESS THAN SHF-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-SHF-EOF
           END-START
           PERFORM UNTIL WS-SHF-EOF = 'Y'
               READ SHIFT-REQ-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SHF-EOF
                   NOT AT END
                       MOVE SHF-SEQ TO WS-SHF-MAX
               END-READ
           END-PERFORM.

       DECIDE-SHIFT-REQUESTS. *> supervisor approves or rejects pending shifts; approval moves the master #mejares
           IF NOT OPER-SUPERVISOR
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may decide shift "
                   "requests." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SHIFT-REQ-FILE
           IF SHFSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No shift requests on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY GREEN "Pending requests:" RST
           MOVE 0 TO WS-SHF-LISTED
           MOVE 0 TO SHF-SEQ
           MOVE 'N' TO WS-SHF-EOF
           START SHIFT-REQ-FILE KEY IS NOT LESS THAN SHF-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-SHF-EOF
           END-START
           PERFORM UNTIL WS-SHF-EOF = 'Y'
               READ SHIFT-REQ-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SHF-EOF
                   NOT AT END
                       IF SHIFT-PENDING
                           ADD 1 TO WS-SHF-LISTED
                           DISPLAY "  " SHF-SEQ " " SHF-STUD-ID " "
                               SHF-OLD " -> " SHF-NEW "  "
                               FUNCTION TRIM(SHF-REASON)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHF-LISTED = 0
               DISPLAY GREEN "  (none)" RST
               CLOSE SHIFT-REQ-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Request number to decide (ENTER to back out): "
               NO ADVANCING
           MOVE SPACES TO WS-SHF-SEQ-X
           ACCEPT WS-SHF-SEQ-X
           IF WS-SHF-SEQ-X = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-SHF-SEQ-X)) NOT = 0
               CLOSE SHIFT-REQ-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-SHF-SEQ-X) TO SHF-SEQ
           READ SHIFT-REQ-FILE KEY IS SHF-SEQ
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such request." RST
                   CLOSE SHIFT-REQ-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           IF NOT SHIFT-PENDING
               DISPLAY " "
               DISPLAY GREEN "That request was already decided." RST
               CLOSE SHIFT-REQ-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-SHF-DEC
           PERFORM UNTIL WS-SHF-DEC = "A" OR WS-SHF-DEC = "R"
               DISPLAY "Approve or Reject (A/R): " NO ADVANCING
               ACCEPT WS-SHF-DEC
               MOVE FUNCTION UPPER-CASE(WS-SHF-DEC) TO WS-SHF-DEC
               IF WS-SHF-DEC NOT = "A" AND WS-SHF-DEC NOT = "R"
                   DISPLAY " "
                   DISPLAY GREEN "Use A or R." RST
               END-IF
           END-PERFORM
           IF WS-SHF-DEC = "R"
               MOVE "R" TO SHF-STATUS
               MOVE WS-OPERATOR-ID TO SHF-DEC-BY
               ACCEPT SHF-DEC-DATE FROM DATE YYYYMMDD
               REWRITE SHIFT-REQ-RECORD
               MOVE SHF-STUD-ID TO STUD-ID
               MOVE "SHFREJ" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY GREEN "Request rejected." RST
               CLOSE SHIFT-REQ-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-SHIFT-REQUEST
           CLOSE SHIFT-REQ-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       APPLY-SHIFT-REQUEST. *> an approved shift moves the master record and keeps the old code on history #mejares
           OPEN I-O STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               EXIT PARAGRAPH
           END-IF
           MOVE SHF-STUD-ID TO STUD-ID
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Student is no longer on the master "
                       "file - request left pending." RST
                   CLOSE STUDENT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF STUD-PROGRAM NOT = SHF-OLD *> the record moved since filing - decide off fresh facts #mejares
               DISPLAY " "
               DISPLAY GREEN "The student's program changed since the "
                   "request was filed - have it refiled." RST
               CLOSE STUDENT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-BEFORE-IMAGE
           MOVE SHF-NEW TO STUD-PROGRAM
           REWRITE STUDENT-PROFILE
           IF FILESTATUS NOT = "00"
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               CLOSE STUDENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "SHIFT" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           CLOSE STUDENT-FILE
           PERFORM APPEND-PROGRAM-HISTORY
           MOVE "A" TO SHF-STATUS
           MOVE WS-OPERATOR-ID TO SHF-DEC-BY
           ACCEPT SHF-DEC-DATE FROM DATE YYYYMMDD
           REWRITE SHIFT-REQ-RECORD
           DISPLAY " "
           DISPLAY GREEN "Shift applied: " SHF-OLD " -> " SHF-NEW
               " from " FUNCTION TRIM(SHF-TERM) "." RST.

       APPEND-PROGRAM-HISTORY. *> one history line for the shift just applied #mejares
           OPEN EXTEND PROG-HIST-FILE
           IF PGHSTATUS = "35" *> PROGHIST.DAT does not exist yet #mejares
               OPEN OUTPUT PROG-HIST-FILE
           END-IF
           IF PGHSTATUS NOT = "00"
               DISPLAY "[SYSTEM] Could not write the program history."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROG-HIST-RECORD
           MOVE SHF-STUD-ID TO PGH-STUD-ID
           MOVE SHF-OLD TO PGH-OLD
           MOVE SHF-NEW TO PGH-NEW
           MOVE SHF-TERM TO PGH-TERM
           ACCEPT PGH-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO PGH-OPERATOR
           WRITE PROG-HIST-RECORD
           CLOSE PROG-HIST-FILE.

       PROGRAM-HISTORY-INQUIRY. *> one student's program trail for the credential evaluations #mejares
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           DISPLAY " "
           DISPLAY "------------------------------------"
           PERFORM DISPLAY-PROGRAM-HISTORY
           IF WS-PGH-SHOWN = 0
               DISPLAY GREEN "  No program changes on record." RST
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DISPLAY-PROGRAM-HISTORY. *> lists the current student's applied shifts, oldest first #mejares
           MOVE 0 TO WS-PGH-SHOWN
           OPEN INPUT PROG-HIST-FILE
           IF PGHSTATUS NOT = "00" *> no history on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PGH-EOF
           PERFORM UNTIL WS-PGH-EOF = 'Y'
               READ PROG-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-PGH-EOF
                   NOT AT END
                       IF PGH-STUD-ID = STUD-ID
                           ADD 1 TO WS-PGH-SHOWN
                           DISPLAY "  Program: " PGH-OLD " -> "
                               PGH-NEW "  from "
                               FUNCTION TRIM(PGH-TERM) " ("
                               PGH-DATE ")"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROG-HIST-FILE.

       TRANSCRIPT-PROGRAM-NOTES. *> annotates the form with which terms ran under which program #mejares
           MOVE 0 TO WS-PGH-SHOWN
           OPEN INPUT PROG-HIST-FILE
           IF PGHSTATUS NOT = "00" *> no history on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PGH-EOF
           PERFORM UNTIL WS-PGH-EOF = 'Y'
               READ PROG-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-PGH-EOF
                   NOT AT END
                       IF PGH-STUD-ID = STUD-ID
                           ADD 1 TO WS-PGH-SHOWN
                           MOVE SPACES TO TRANSCRIPT-LINE
                           STRING "Note: terms before "
                               DELIMITED BY SIZE
                               FUNCTION TRIM(PGH-TERM)
                               DELIMITED BY SIZE
                               " taken under " DELIMITED BY SIZE
                               FUNCTION TRIM(PGH-OLD)
                               DELIMITED BY SIZE
                               ", from it under " DELIMITED BY SIZE
                               FUNCTION TRIM(PGH-NEW)
                               DELIMITED BY SIZE
                               INTO TRANSCRIPT-LINE
                           WRITE TRANSCRIPT-LINE
                           ADD 1 TO WS-REPORT-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PGH-SHOWN > 0
               MOVE SPACES TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF
           CLOSE PROG-HIST-FILE.

       GRADE-CHANGE-MENU. *> 49. GRADE CHANGE REQUESTS - the register the accreditors asked for #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "      GRADE CHANGE REQUESTS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| File a Correction Request      |"
           DISPLAY "|2| Decide Pending Requests        |"
           DISPLAY "|3| Print Register for a Term      |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-GCRMAINT-OPTION
           EVALUATE WS-GCRMAINT-OPTION
               WHEN 1 PERFORM FILE-GRADE-CHANGE
               WHEN 2 PERFORM DECIDE-GRADE-CHANGES
               WHEN 3 PERFORM GRADE-CHANGE-REGISTER
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       FILE-GRADE-CHANGE. *> lodges a correction against a posted term mark - nothing moves yet #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Student ID not found!" RST
                   CLOSE STUDENT-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           CLOSE STUDENT-FILE
           MOVE SPACES TO WS-GRADE-TERM-INPUT
           PERFORM UNTIL WS-GRADE-TERM-INPUT NOT = SPACES
               DISPLAY "Term of the posted mark: " NO ADVANCING
               ACCEPT WS-GRADE-TERM-INPUT
               IF WS-GRADE-TERM-INPUT = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "A term label is required." RST
               END-IF
           END-PERFORM
           DISPLAY "Course of the mark (ENTER for the term mark): "
               NO ADVANCING
           MOVE SPACES TO WS-GCR-CRS-INPUT
           ACCEPT WS-GCR-CRS-INPUT
           MOVE SPACES TO WS-GCR-SECT-INPUT
           IF WS-GCR-CRS-INPUT = SPACES
               PERFORM FIND-POSTED-TERM-MARK
           ELSE
               PERFORM UNTIL WS-GCR-SECT-INPUT NOT = SPACES
                   DISPLAY "Section: " NO ADVANCING
                   ACCEPT WS-GCR-SECT-INPUT
                   IF WS-GCR-SECT-INPUT = SPACES
                       DISPLAY " "
                       DISPLAY GREEN "A section code is required." RST
                   END-IF
               END-PERFORM
               PERFORM FIND-POSTED-COURSE-MARK
           END-IF
           IF WS-GCR-OLD = SPACES
               DISPLAY " "
               DISPLAY GREEN "No posted mark on record for "
                   FUNCTION TRIM(WS-GRADE-TERM-INPUT) "." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Posted mark: " WS-GCR-OLD
           PERFORM LOAD-GRADE-SCALE
           PERFORM GET-VALID-GRADE *> the asked-for mark must itself be on the scale #mejares
           MOVE SPACES TO WS-GCR-RSN-INPUT
           PERFORM UNTIL WS-GCR-RSN-INPUT NOT = SPACES
               DISPLAY "Reason code (e.g. ENC/APP/REC): " NO ADVANCING
               ACCEPT WS-GCR-RSN-INPUT
               IF WS-GCR-RSN-INPUT = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "A reason code is required." RST
               END-IF
           END-PERFORM
           OPEN I-O GRADE-CHG-FILE
           IF GCRSTATUS = "35" *> first correction ever - create the register #mejares
               OPEN OUTPUT GRADE-CHG-FILE
               CLOSE GRADE-CHG-FILE
               OPEN I-O GRADE-CHG-FILE
           END-IF
           MOVE "GCHGREQ" TO WS-CTL-SERIES
           PERFORM DRAW-CONTROL-NUMBER
           IF WS-CTL-OK NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "No request number could be drawn - "
                   "correction NOT logged." RST
               CLOSE GRADE-CHG-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-NUMBER TO GCR-SEQ
           MOVE STUD-ID TO GCR-STUD-ID
           MOVE WS-GRADE-TERM-INPUT TO GCR-TERM
           MOVE WS-GCR-CRS-INPUT TO GCR-COURSE
           MOVE WS-GCR-SECT-INPUT TO GCR-SECTION
           MOVE WS-GCR-OLD TO GCR-OLD
           MOVE WS-GRADE-VALUE-INPUT TO GCR-NEW
           MOVE WS-GCR-RSN-INPUT TO GCR-REASON
           MOVE "P" TO GCR-STATUS
           MOVE WS-OPERATOR-ID TO GCR-REQ-BY
           ACCEPT GCR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO GCR-DEC-BY
           MOVE 0 TO GCR-DEC-DATE
           WRITE GRADE-CHG-RECORD
           IF GCRSTATUS = "00"
               MOVE "GCRREQ" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY GREEN "Request " GCR-SEQ " filed - pending "
                   "supervisor approval." RST
           ELSE
               CALL "FSTATMSG" USING GCRSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE GRADE-CHG-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       FIND-POSTED-TERM-MARK. *> the mark the term currently holds, off the live table or the archive #mejares
           MOVE SPACES TO WS-GCR-OLD
           MOVE 'N' TO WS-GCR-IN-ARC
           PERFORM FIND-LIVE-TERM-SLOT
           IF WS-GRADE-SLOT > 0
               MOVE STUD-GRADE-VALUE(WS-GRADE-SLOT) TO WS-GCR-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GRADE-ARCHIVE-FILE
           IF ARCSTATUS NOT = "00" *> no archive on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO ARC-STUD-ID
           MOVE WS-GRADE-TERM-INPUT TO ARC-TERM
           READ GRADE-ARCHIVE-FILE KEY IS ARC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARC-GRADE TO WS-GCR-OLD
                   MOVE 'Y' TO WS-GCR-IN-ARC
           END-READ
           CLOSE GRADE-ARCHIVE-FILE.

       FIND-POSTED-COURSE-MARK. *> the posted mark on one ENROLL.DAT seat, for a course-level correction #mejares
           MOVE SPACES TO WS-GCR-OLD
           MOVE WS-GRADE-TERM-INPUT TO WS-HST-TERM *> a moved term is read off its history file #mejares
           MOVE "I" TO WS-HST-MODE
           PERFORM OPEN-ENROLL-FOR-TERM
           IF ENRSTATUS NOT = "00" *> no enrollments on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRADE-TERM-INPUT TO ENR-TERM
           MOVE WS-GCR-CRS-INPUT TO ENR-COURSE
           MOVE WS-GCR-SECT-INPUT TO ENR-SECTION
           MOVE STUD-ID TO ENR-STUD-ID
           READ ENROLL-FILE KEY IS ENR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENR-GRADE-POSTED *> a pending mark just gets re-keyed - only posted ones come here #mejares
                       MOVE ENR-GRADE TO WS-GCR-OLD
                   END-IF
           END-READ
           CLOSE ENROLL-FILE.

       GCHG-FIND-MAX-SEQ. *> highest request number already on the open register #mejares
           MOVE 0 TO WS-GCR-MAX
           MOVE 0 TO GCR-SEQ
           MOVE 'N' TO WS-GCR-EOF
           START GRADE-CHG-FILE KEY IS NOT LESS THAN GCR-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-GCR-EOF
           END-START
           PERFORM UNTIL WS-GCR-EOF = 'Y'
               READ GRADE-CHG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GCR-EOF
                   NOT AT END
                       MOVE GCR-SEQ TO WS-GCR-MAX
               END-READ
           END-PERFORM.

       DECIDE-GRADE-CHANGES. *> supervisor approves or rejects; approval moves the posted mark #mejares
           IF NOT OPER-SUPERVISOR *> the encoder who keys a mark never also corrects it alone #mejares
               DISPLAY " "
               DISPLAY GREEN "Only a supervisor may decide grade "
                   "changes." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O GRADE-CHG-FILE
           IF GCRSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No grade-change requests on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY GREEN "Pending requests:" RST
           MOVE 0 TO WS-GCR-LISTED
           MOVE 0 TO GCR-SEQ
           MOVE 'N' TO WS-GCR-EOF
           START GRADE-CHG-FILE KEY IS NOT LESS THAN GCR-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-GCR-EOF
           END-START
           PERFORM UNTIL WS-GCR-EOF = 'Y'
               READ GRADE-CHG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GCR-EOF
                   NOT AT END
                       IF GCHG-PENDING
                           ADD 1 TO WS-GCR-LISTED
                           DISPLAY "  " GCR-SEQ " " GCR-STUD-ID " "
                               FUNCTION TRIM(GCR-TERM) " "
                               FUNCTION TRIM(GCR-COURSE) " "
                               FUNCTION TRIM(GCR-SECTION) "  "
                               GCR-OLD " -> " GCR-NEW " ["
                               GCR-REASON "] by "
                               FUNCTION TRIM(GCR-REQ-BY)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GCR-LISTED = 0
               DISPLAY GREEN "  (none)" RST
               CLOSE GRADE-CHG-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Request number to decide (ENTER to back out): "
               NO ADVANCING
           MOVE SPACES TO WS-GCR-SEQ-X
           ACCEPT WS-GCR-SEQ-X
           IF WS-GCR-SEQ-X = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-GCR-SEQ-X)) NOT = 0
               CLOSE GRADE-CHG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-GCR-SEQ-X) TO GCR-SEQ
           READ GRADE-CHG-FILE KEY IS GCR-SEQ
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such request." RST
                   CLOSE GRADE-CHG-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           IF NOT GCHG-PENDING
               DISPLAY " "
               DISPLAY GREEN "That request was already decided." RST
               CLOSE GRADE-CHG-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-GCR-DEC
           PERFORM UNTIL WS-GCR-DEC = "A" OR WS-GCR-DEC = "R"
               DISPLAY "Approve or Reject (A/R): " NO ADVANCING
               ACCEPT WS-GCR-DEC
               MOVE FUNCTION UPPER-CASE(WS-GCR-DEC) TO WS-GCR-DEC
               IF WS-GCR-DEC NOT = "A" AND WS-GCR-DEC NOT = "R"
                   DISPLAY " "
                   DISPLAY GREEN "Use A or R." RST
               END-IF
           END-PERFORM
           IF WS-GCR-DEC = "R"
               MOVE "R" TO GCR-STATUS
               MOVE WS-OPERATOR-ID TO GCR-DEC-BY
               ACCEPT GCR-DEC-DATE FROM DATE YYYYMMDD
               REWRITE GRADE-CHG-RECORD
               MOVE GCR-STUD-ID TO STUD-ID
               MOVE "GCRREJ" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY GREEN "Request rejected." RST
               CLOSE GRADE-CHG-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-GRADE-CHANGE
           CLOSE GRADE-CHG-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       APPLY-GRADE-CHANGE. *> an approved correction lands wherever the mark sits: seat row, live table, or archive #mejares
           IF GCR-COURSE NOT = SPACES *> a course-level correction moves the ENROLL.DAT seat, not the term mark #mejares
               PERFORM APPLY-COURSE-GRADE-CHANGE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               EXIT PARAGRAPH
           END-IF
           MOVE GCR-STUD-ID TO STUD-ID
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Student is no longer on the master "
                       "file - request left pending." RST
                   CLOSE STUDENT-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM CAPTURE-BEFORE-IMAGE
           MOVE GCR-TERM TO WS-GRADE-TERM-INPUT
           PERFORM FIND-LIVE-TERM-SLOT
           IF WS-GRADE-SLOT > 0
               IF STUD-GRADE-VALUE(WS-GRADE-SLOT) NOT = GCR-OLD *> the mark moved since filing #mejares
                   DISPLAY " "
                   DISPLAY GREEN "The posted mark changed since the "
                       "request was filed - have it refiled." RST
                   CLOSE STUDENT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE GCR-NEW TO STUD-GRADE-VALUE(WS-GRADE-SLOT)
               REWRITE STUDENT-PROFILE
               IF FILESTATUS NOT = "00"
                   CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
                   DISPLAY " "
                   DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
                   CLOSE STUDENT-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE STUDENT-FILE
           ELSE
               CLOSE STUDENT-FILE
               OPEN I-O GRADE-ARCHIVE-FILE
               IF ARCSTATUS NOT = "00"
                   DISPLAY " "
                   DISPLAY GREEN "No mark on record for that term "
                       "any more - request left pending." RST
                   EXIT PARAGRAPH
               END-IF
               MOVE GCR-STUD-ID TO ARC-STUD-ID
               MOVE GCR-TERM TO ARC-TERM
               READ GRADE-ARCHIVE-FILE KEY IS ARC-KEY
                   INVALID KEY
                       DISPLAY " "
                       DISPLAY GREEN "No mark on record for that term "
                           "any more - request left pending." RST
                       CLOSE GRADE-ARCHIVE-FILE
                       EXIT PARAGRAPH
               END-READ
               IF ARC-GRADE NOT = GCR-OLD
                   DISPLAY " "
                   DISPLAY GREEN "The posted mark changed since the "
                       "request was filed - have it refiled." RST
                   CLOSE GRADE-ARCHIVE-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE GCR-NEW TO ARC-GRADE
               REWRITE GRADE-ARCHIVE-RECORD
               CLOSE GRADE-ARCHIVE-FILE
           END-IF
           MOVE "GCHG" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           MOVE "A" TO GCR-STATUS
           MOVE WS-OPERATOR-ID TO GCR-DEC-BY
           ACCEPT GCR-DEC-DATE FROM DATE YYYYMMDD
           REWRITE GRADE-CHG-RECORD
           DISPLAY " "
           DISPLAY GREEN "Correction applied: " GCR-OLD " -> "
               GCR-NEW " for " FUNCTION TRIM(GCR-TERM) "." RST.

       APPLY-COURSE-GRADE-CHANGE. *> an approved seat correction onto its ENROLL.DAT row, still posted #mejares
           MOVE GCR-TERM TO WS-HST-TERM *> a moved term is read off its history file #mejares
           MOVE "U" TO WS-HST-MODE
           PERFORM OPEN-ENROLL-FOR-TERM
           IF ENRSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No enrollments on file - request left "
                   "pending." RST
               EXIT PARAGRAPH
           END-IF
           MOVE GCR-TERM TO ENR-TERM
           MOVE GCR-COURSE TO ENR-COURSE
           MOVE GCR-SECTION TO ENR-SECTION
           MOVE GCR-STUD-ID TO ENR-STUD-ID
           READ ENROLL-FILE WITH LOCK KEY IS ENR-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "That seat is no longer on file - "
                       "request left pending." RST
                   CLOSE ENROLL-FILE
                   EXIT PARAGRAPH
           END-READ
           IF ENR-GRADE NOT = GCR-OLD *> the mark moved since filing - decide off fresh facts #mejares
               DISPLAY " "
               DISPLAY GREEN "The posted mark changed since the "
                   "request was filed - have it refiled." RST
               CLOSE ENROLL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE GCR-NEW TO ENR-GRADE
           MOVE "F" TO ENR-GRADE-STATUS
           REWRITE ENROLL-RECORD
           IF ENRSTATUS NOT = "00"
               CALL "FSTATMSG" USING ENRSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               CLOSE ENROLL-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE ENROLL-FILE
           MOVE GCR-STUD-ID TO STUD-ID
           MOVE "GCHGC" TO WS-AUDIT-OPERATION *> seat-level code - the master record is untouched, so no journal entry #mejares
           PERFORM WRITE-AUDIT-LOG
           MOVE "A" TO GCR-STATUS
           MOVE WS-OPERATOR-ID TO GCR-DEC-BY
           ACCEPT GCR-DEC-DATE FROM DATE YYYYMMDD
           REWRITE GRADE-CHG-RECORD
           DISPLAY " "
           DISPLAY GREEN "Correction applied: " GCR-OLD " -> "
               GCR-NEW " for " FUNCTION TRIM(GCR-COURSE) " "
               FUNCTION TRIM(GCR-TERM) " - re-post the term GPA." RST.

       GRADE-CHANGE-REGISTER. *> one term's printable correction register, to GCHGREG.TXT #mejares
           MOVE SPACES TO WS-GRADE-TERM-INPUT
           PERFORM UNTIL WS-GRADE-TERM-INPUT NOT = SPACES
               DISPLAY "Term to print: " NO ADVANCING
               ACCEPT WS-GRADE-TERM-INPUT
               IF WS-GRADE-TERM-INPUT = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "A term label is required." RST
               END-IF
           END-PERFORM
           OPEN INPUT GRADE-CHG-FILE
           IF GCRSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No grade-change requests on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "GCHGREG.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "GRADE-CHANGE REGISTER - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRADE-TERM-INPUT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "REQ    ID     COURSE   SEC  OLD    NEW    RSN  "
               DELIMITED BY SIZE
               "STATUS    BY" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE 0 TO WS-GCR-PRINTED
           MOVE 0 TO GCR-SEQ
           MOVE 'N' TO WS-GCR-EOF
           START GRADE-CHG-FILE KEY IS NOT LESS THAN GCR-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-GCR-EOF
           END-START
           PERFORM UNTIL WS-GCR-EOF = 'Y'
               READ GRADE-CHG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GCR-EOF
                   NOT AT END
                       IF GCR-TERM = WS-GRADE-TERM-INPUT
                           PERFORM GCHG-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Requests for the term: " DELIMITED BY SIZE
               WS-GCR-PRINTED DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE GRADE-CHG-FILE
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-GCR-PRINTED " request(s) "
               "written to GCHGREG.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       GCHG-REGISTER-LINE. *> one register line with the request's standing spelled out #mejares
           ADD 1 TO WS-GCR-PRINTED
           EVALUATE GCR-STATUS
               WHEN "P" MOVE "PENDING" TO WS-GCR-WORD
               WHEN "A" MOVE "APPROVED" TO WS-GCR-WORD
               WHEN "R" MOVE "REJECTED" TO WS-GCR-WORD
               WHEN OTHER MOVE "?" TO WS-GCR-WORD
           END-EVALUATE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING GCR-SEQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GCR-STUD-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GCR-COURSE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GCR-SECTION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GCR-OLD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GCR-NEW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GCR-REASON DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-GCR-WORD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GCR-REQ-BY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               GCR-DEC-BY DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       INC-DRP-MENU. *> 50. INC/DRP TRACKING - deadlines, completions, and the lapse rule #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "        INC/DRP TRACKING" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Post an INC Completion         |"
           DISPLAY "|2| Lapse Overdue INCs (Sweep)     |"
           DISPLAY "|3| INC Deadline Watchlist         |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-INCMAINT-OPTION
           EVALUATE WS-INCMAINT-OPTION
               WHEN 1 PERFORM POST-INC-COMPLETION
               WHEN 2 PERFORM INC-LAPSE-SWEEP
               WHEN 3 PERFORM INC-WATCHLIST
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       INC-DEADLINE-FROM-TERM. *> the completion deadline the university rule gives an INC: end of the year INC-YEARS after the term's #mejares
           MOVE 0 TO WS-INC-DEADLINE
           IF FUNCTION TEST-NUMVAL(WS-INC-TERM(1:4)) = 0
               MOVE FUNCTION NUMVAL(WS-INC-TERM(1:4)) TO WS-INC-YEAR
               COMPUTE WS-INC-DEADLINE =
                   (WS-INC-YEAR + WS-INC-YEARS) * 10000 + 1231
           END-IF.

       POST-INC-COMPLETION. *> replaces a posted INC with the earned mark, deadline shown, trail kept #mejares
           PERFORM GET-SECTION-KEYS
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           MOVE WS-ENR-TERM-INPUT TO WS-CAL-TERM *> the completion window sits on the calendar of the INC's own term #mejares
           MOVE "INC" TO WS-CAL-WANT(1)
           MOVE SPACES TO WS-CAL-WANT(2)
           MOVE SPACES TO WS-CAL-WANT(3)
           MOVE "INC completion" TO WS-CAL-ACTION
           PERFORM CHECK-CALENDAR-WINDOW
           IF WS-CAL-OK NOT = 'Y'
               DISPLAY GREEN "[SYSTEM] Completion refused." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO WS-HST-TERM *> a moved term is read off its history file #mejares
           MOVE "U" TO WS-HST-MODE
           PERFORM OPEN-ENROLL-FOR-TERM
           IF ENRSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No enrollments on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENR-TERM-INPUT TO ENR-TERM
           MOVE WS-ENR-COURSE-INPUT TO ENR-COURSE
           MOVE WS-ENR-SECT-INPUT TO ENR-SECTION
           MOVE STUD-ID TO ENR-STUD-ID
           READ ENROLL-FILE WITH LOCK KEY IS ENR-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such enrollment. Legacy "
                       "term-level INCs go through the grade-change "
                       "register." RST
                   CLOSE ENROLL-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           IF ENR-GRADE NOT = "INC"
               DISPLAY " "
               DISPLAY GREEN "That seat holds " ENR-GRADE
                   " - not an INC." RST
               CLOSE ENROLL-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE ENR-TERM TO WS-INC-TERM
           PERFORM INC-DEADLINE-FROM-TERM
           DISPLAY "Completion deadline: " WS-INC-DEADLINE
           PERFORM LOAD-GRADE-SCALE
           MOVE SPACES TO WS-GRADE-VALUE-INPUT
           PERFORM UNTIL WS-GRADE-VALUE-INPUT NOT = SPACES
               AND WS-GRADE-VALUE-INPUT NOT = "INC"
               AND WS-GRADE-VALUE-INPUT NOT = "DRP"
               PERFORM GET-VALID-GRADE
               IF WS-GRADE-VALUE-INPUT = "INC"
                   OR WS-GRADE-VALUE-INPUT = "DRP"
                   DISPLAY " "
                   DISPLAY GREEN "A completion needs the earned mark, "
                       "not another INC/DRP." RST
                   MOVE SPACES TO WS-GRADE-VALUE-INPUT
               END-IF
           END-PERFORM
           MOVE WS-GRADE-VALUE-INPUT TO ENR-GRADE
           MOVE "F" TO ENR-GRADE-STATUS
           REWRITE ENROLL-RECORD
           IF ENRSTATUS = "00"
               MOVE "INCCMP" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY GREEN "Completion posted - remember to re-post "
                   "the term GPA." RST
           ELSE
               CALL "FSTATMSG" USING ENRSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE ENROLL-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       INC-LAPSE-SWEEP. *> 50/INCLAPSE batch: overdue INCs become the failing mark per the university rule #mejares
           MOVE "INCLAPSE" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           ACCEPT WS-INC-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-INC-SWEPT
           MOVE 0 TO WS-INC-LAPSED

           MOVE "INCLAPSE.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "INC LAPSE REGISTER - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "  (overdue INCs lapse to 5.00)" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE

           PERFORM LOAD-TERM-CONTROL
           MOVE "U" TO WS-HST-MODE
           PERFORM VARYING WS-HST-IX FROM 0 BY 1
               UNTIL WS-HST-IX > WS-CLOSED-TERM-COUNT
               PERFORM OPEN-ENROLL-BY-INDEX
               IF WS-HST-OPEN = 'Y'
                   PERFORM INC-LAPSE-ONE-ENROLL
                   CLOSE ENROLL-FILE
               END-IF
           END-PERFORM

           OPEN I-O STUDENT-FILE *> legacy term-level INCs on the live grade tables lapse too #mejares
           IF FILESTATUS = "00"
               MOVE "00" TO FILESTATUS
               PERFORM UNTIL FILESTATUS NOT = "00"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                       NOT AT END
                           PERFORM LAPSE-ONE-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "INCs examined: " DELIMITED BY SIZE
               WS-INC-SWEPT DELIMITED BY SIZE
               "  lapsed: " DELIMITED BY SIZE
               WS-INC-LAPSED DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Lapse sweep: " WS-INC-SWEPT
               " examined, " WS-INC-LAPSED " lapsed. Register "
               "written to INCLAPSE.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       INC-LAPSE-ONE-ENROLL. *> overdue INCs on ENROLL.DAT or one term's history file, lapsed in place #mejares
           MOVE 'N' TO WS-ENR-EOF
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-GRADE = "INC"
                           AND ENR-GRADE-POSTED
                           PERFORM LAPSE-ONE-ENROLL-INC
                       END-IF
               END-READ
           END-PERFORM.

       LAPSE-ONE-ENROLL-INC. *> one course INC against the deadline; overdue becomes 5.00 #mejares
           ADD 1 TO WS-INC-SWEPT
           MOVE ENR-TERM TO WS-INC-TERM
           PERFORM INC-DEADLINE-FROM-TERM
           IF WS-INC-DEADLINE = 0
               OR WS-INC-TODAY <= WS-INC-DEADLINE
               EXIT PARAGRAPH
           END-IF
           MOVE "5.00" TO ENR-GRADE
           REWRITE ENROLL-RECORD
           IF ENRSTATUS = "00"
               ADD 1 TO WS-INC-LAPSED
               MOVE ENR-STUD-ID TO STUD-ID
               MOVE "INCLAP" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               MOVE SPACES TO WORK-REPORT-LINE
               STRING ENR-STUD-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ENR-COURSE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENR-SECTION DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(ENR-TERM) DELIMITED BY SIZE
                   "  deadline " DELIMITED BY SIZE
                   WS-INC-DEADLINE DELIMITED BY SIZE
                   "  LAPSED TO 5.00" DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF.

       LAPSE-ONE-MASTER-RECORD. *> one record's term-level INCs against their deadlines #mejares
           MOVE 'N' TO WS-INC-CHANGED
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > STUD-GRADE-COUNT
               IF STUD-GRADE-VALUE(WS-GRADE-IDX) = "INC"
                   ADD 1 TO WS-INC-SWEPT
                   MOVE STUD-GRADE-TERM(WS-GRADE-IDX) TO WS-INC-TERM
                   PERFORM INC-DEADLINE-FROM-TERM
                   IF WS-INC-DEADLINE > 0
                       AND WS-INC-TODAY > WS-INC-DEADLINE
                       IF WS-INC-CHANGED NOT = 'Y'
                           PERFORM CAPTURE-BEFORE-IMAGE
                       END-IF
                       MOVE "5.00"
                           TO STUD-GRADE-VALUE(WS-GRADE-IDX)
                       MOVE 'Y' TO WS-INC-CHANGED
                       ADD 1 TO WS-INC-LAPSED
                       MOVE SPACES TO WORK-REPORT-LINE
                       STRING STUD-ID DELIMITED BY SIZE
                           "  (term mark)  " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-INC-TERM)
                           DELIMITED BY SIZE
                           "  deadline " DELIMITED BY SIZE
                           WS-INC-DEADLINE DELIMITED BY SIZE
                           "  LAPSED TO 5.00" DELIMITED BY SIZE
                           INTO WORK-REPORT-LINE
                       WRITE WORK-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INC-CHANGED = 'Y'
               REWRITE STUDENT-PROFILE
               IF FILESTATUS = "00"
                   MOVE "INCLPM" TO WS-AUDIT-OPERATION *> its own code: this one rewrote the master, so it journals; INCLAP stays seat-only #mejares
                   PERFORM WRITE-AUDIT-LOG
               END-IF
               MOVE "00" TO FILESTATUS *> keep the sweep loop moving after the rewrite #mejares
           END-IF.

       INC-WATCHLIST. *> INCs within 60 days of their deadline (or past it), so students get chased #mejares
           MOVE "INCWATCH" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           ACCEPT WS-INC-TODAY FROM DATE YYYYMMDD
           MOVE "INCWATCH.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "INC DEADLINE WATCHLIST - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "  (deadline within 60 days)" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE

           MOVE 0 TO WS-INC-WATCH
           PERFORM LOAD-TERM-CONTROL
           MOVE "I" TO WS-HST-MODE
           PERFORM VARYING WS-HST-IX FROM 0 BY 1
               UNTIL WS-HST-IX > WS-CLOSED-TERM-COUNT
               PERFORM OPEN-ENROLL-BY-INDEX
               IF WS-HST-OPEN = 'Y'
                   PERFORM INC-WATCH-ONE-ENROLL
                   CLOSE ENROLL-FILE
               END-IF
           END-PERFORM

           OPEN INPUT STUDENT-FILE *> legacy term-level INCs face the same deadline - the lapse sweep takes them too #mejares
           IF FILESTATUS = "00"
               PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                       NOT AT END
                           PERFORM WATCH-ONE-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "INCs on the watchlist: " DELIMITED BY SIZE
               WS-INC-WATCH DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-INC-WATCH " INC(s) on the "
               "watchlist. Written to INCWATCH.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       INC-WATCH-ONE-ENROLL. *> near-deadline INCs on ENROLL.DAT or one term's history file #mejares
           MOVE 'N' TO WS-ENR-EOF
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-GRADE = "INC"
                           AND ENR-GRADE-POSTED
                           PERFORM WATCH-ONE-INC
                       END-IF
               END-READ
           END-PERFORM.

       WATCH-ONE-INC. *> one INC's days-to-deadline; close-or-past deadlines make the list #mejares
           MOVE ENR-TERM TO WS-INC-TERM
           PERFORM INC-DEADLINE-FROM-TERM
           IF WS-INC-DEADLINE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INC-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-INC-DEADLINE)
               - FUNCTION INTEGER-OF-DATE(WS-INC-TODAY)
           IF WS-INC-DAYS > 60
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INC-WATCH
           MOVE SPACES TO WORK-REPORT-LINE
           IF WS-INC-DAYS < 0
               STRING ENR-STUD-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ENR-COURSE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENR-SECTION DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(ENR-TERM) DELIMITED BY SIZE
                   "  deadline " DELIMITED BY SIZE
                   WS-INC-DEADLINE DELIMITED BY SIZE
                   "  OVERDUE - next sweep lapses it"
                   DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
           ELSE
               STRING ENR-STUD-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ENR-COURSE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENR-SECTION DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(ENR-TERM) DELIMITED BY SIZE
                   "  deadline " DELIMITED BY SIZE
                   WS-INC-DEADLINE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-INC-DAYS DELIMITED BY SIZE
                   " day(s) left" DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
           END-IF
           WRITE WORK-REPORT-LINE.

       WATCH-ONE-MASTER-RECORD. *> one record's legacy term-level INCs against their deadlines #mejares
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > STUD-GRADE-COUNT
               IF STUD-GRADE-VALUE(WS-GRADE-IDX) = "INC"
                   MOVE STUD-GRADE-TERM(WS-GRADE-IDX) TO WS-INC-TERM
                   PERFORM WATCH-ONE-TERM-INC
               END-IF
           END-PERFORM.

       WATCH-ONE-TERM-INC. *> one term-mark INC's days-to-deadline, marked apart from the seat rows #mejares
           PERFORM INC-DEADLINE-FROM-TERM
           IF WS-INC-DEADLINE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INC-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-INC-DEADLINE)
               - FUNCTION INTEGER-OF-DATE(WS-INC-TODAY)
           IF WS-INC-DAYS > 60
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INC-WATCH
           MOVE SPACES TO WORK-REPORT-LINE
           IF WS-INC-DAYS < 0
               STRING STUD-ID DELIMITED BY SIZE
                   "  (term mark)  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INC-TERM) DELIMITED BY SIZE
                   "  deadline " DELIMITED BY SIZE
                   WS-INC-DEADLINE DELIMITED BY SIZE
                   "  OVERDUE - next sweep lapses it"
                   DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
           ELSE
               STRING STUD-ID DELIMITED BY SIZE
                   "  (term mark)  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INC-TERM) DELIMITED BY SIZE
                   "  deadline " DELIMITED BY SIZE
                   WS-INC-DEADLINE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-INC-DAYS DELIMITED BY SIZE
                   " day(s) left" DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
           END-IF
           WRITE WORK-REPORT-LINE.

       CROSS-INTEGRITY-SWEEP. *> 51/XCHECK: the enrollment files checked against each other, not just themselves #mejares
           MOVE 0 TO WS-XC-SECS
           MOVE 0 TO WS-XC-ROWS
           MOVE 0 TO WS-XC-ORPHANS
           MOVE 0 TO WS-XC-NONACT
           MOVE 0 TO WS-XC-BADSEC
           MOVE 0 TO WS-XC-BADCRS
           MOVE 0 TO WS-XC-DRIFT
           MOVE 0 TO WS-XC-EXCEPTIONS

           MOVE "XCHECK.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "CROSS-FILE INTEGRITY SWEEP - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           OPEN INPUT SECTION-FILE *> pass one: sections against the catalog and their seat counters #mejares
           IF SECSTATUS = "00"
               OPEN INPUT COURSE-FILE
               OPEN INPUT ENROLL-FILE
               MOVE 'N' TO WS-SEC-EOF
               PERFORM UNTIL WS-SEC-EOF = 'Y'
                   READ SECTION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SEC-EOF
                       NOT AT END
                           ADD 1 TO WS-XC-SECS
                           PERFORM XCHECK-ONE-SECTION
                   END-READ
               END-PERFORM
               IF ENRSTATUS = "00" OR ENRSTATUS = "10"
                   OR ENRSTATUS = "23"
                   CLOSE ENROLL-FILE
               END-IF
               IF CRSSTATUS = "00" OR CRSSTATUS = "10"
                   OR CRSSTATUS = "23"
                   CLOSE COURSE-FILE
               END-IF
               CLOSE SECTION-FILE
           END-IF

           OPEN INPUT ENROLL-FILE *> pass two: enroll rows against the master and the section file #mejares
           IF ENRSTATUS = "00"
               OPEN INPUT STUDENT-FILE
               OPEN INPUT SECTION-FILE
               MOVE 'N' TO WS-ENR-EOF
               PERFORM UNTIL WS-ENR-EOF = 'Y'
                   READ ENROLL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ENR-EOF
                       NOT AT END
                           ADD 1 TO WS-XC-ROWS
                           PERFORM XCHECK-ONE-ENROLL-ROW
                   END-READ
               END-PERFORM
               IF SECSTATUS = "00" OR SECSTATUS = "10"
                   OR SECSTATUS = "23"
                   CLOSE SECTION-FILE
               END-IF
               IF FILESTATUS = "00" OR FILESTATUS = "10"
                   OR FILESTATUS = "23"
                   CLOSE STUDENT-FILE
               END-IF
               CLOSE ENROLL-FILE
           END-IF

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Sections checked: " DELIMITED BY SIZE
               WS-XC-SECS DELIMITED BY SIZE
               "  Enroll rows checked: " DELIMITED BY SIZE
               WS-XC-ROWS DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Orphan rows " DELIMITED BY SIZE
               WS-XC-ORPHANS DELIMITED BY SIZE
               ", inactive-student rows " DELIMITED BY SIZE
               WS-XC-NONACT DELIMITED BY SIZE
               ", missing sections " DELIMITED BY SIZE
               WS-XC-BADSEC DELIMITED BY SIZE
               ", off-catalog courses " DELIMITED BY SIZE
               WS-XC-BADCRS DELIMITED BY SIZE
               ", drifted counters " DELIMITED BY SIZE
               WS-XC-DRIFT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Sweep: " WS-XC-EXCEPTIONS
               " exception(s). Report written to XCHECK.TXT" RST
           IF BATCH-MODE *> the unattended run reports; repairs wait for a supervisor's confirmation #mejares
               IF WS-XC-EXCEPTIONS > 0 AND WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-XC-DRIFT > 0 AND OPER-SUPERVISOR
               DISPLAY "Recount the drifted seat counters now? (Y/N): "
                   NO ADVANCING
               ACCEPT WS-XC-CONFIRM
               IF WS-XC-CONFIRM = "Y" OR WS-XC-CONFIRM = "y"
                   PERFORM XCHECK-REPAIR-COUNTERS
               END-IF
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       XCHECK-COUNT-SECTION-ROWS. *> actual ENROLL.DAT rows sitting under the current section #mejares
           MOVE 0 TO WS-XC-ACTUAL
           MOVE SEC-TERM TO ENR-TERM
           MOVE SEC-COURSE TO ENR-COURSE
           MOVE SEC-SECTION TO ENR-SECTION
           MOVE SPACES TO ENR-STUD-ID
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-TERM NOT = SEC-TERM
                           OR ENR-COURSE NOT = SEC-COURSE
                           OR ENR-SECTION NOT = SEC-SECTION
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           ADD 1 TO WS-XC-ACTUAL
                       END-IF
               END-READ
           END-PERFORM.

       XCHECK-ONE-SECTION. *> one section against the catalog and its own seat counter #mejares
           IF CRSSTATUS = "00" OR CRSSTATUS = "23"
               MOVE SEC-COURSE TO CRS-CODE
               READ COURSE-FILE KEY IS CRS-CODE
                   INVALID KEY
                       ADD 1 TO WS-XC-BADCRS
                       ADD 1 TO WS-XC-EXCEPTIONS
                       MOVE SPACES TO WORK-REPORT-LINE
                       STRING "SECTION " DELIMITED BY SIZE
                           FUNCTION TRIM(SEC-TERM) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SEC-COURSE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SEC-SECTION DELIMITED BY SIZE
                           "  course not on the catalog"
                           DELIMITED BY SIZE
                           INTO WORK-REPORT-LINE
                       WRITE WORK-REPORT-LINE
               END-READ
           END-IF
           IF ENRSTATUS = "00" OR ENRSTATUS = "10"
               OR ENRSTATUS = "23"
               PERFORM XCHECK-COUNT-SECTION-ROWS
               IF WS-XC-ACTUAL NOT = SEC-ENROLLED
                   ADD 1 TO WS-XC-DRIFT
                   ADD 1 TO WS-XC-EXCEPTIONS
                   MOVE SPACES TO WORK-REPORT-LINE
                   STRING "SECTION " DELIMITED BY SIZE
                       FUNCTION TRIM(SEC-TERM) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SEC-COURSE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SEC-SECTION DELIMITED BY SIZE
                       "  counter " DELIMITED BY SIZE
                       SEC-ENROLLED DELIMITED BY SIZE
                       " but " DELIMITED BY SIZE
                       WS-XC-ACTUAL DELIMITED BY SIZE
                       " row(s) on file" DELIMITED BY SIZE
                       INTO WORK-REPORT-LINE
                   WRITE WORK-REPORT-LINE
               END-IF
           END-IF.

       XCHECK-ONE-ENROLL-ROW. *> one enroll row against the master file and the section file #mejares
           IF FILESTATUS = "00" OR FILESTATUS = "10"
               OR FILESTATUS = "23"
               MOVE ENR-STUD-ID TO STUD-ID
               READ STUDENT-FILE
                   INVALID KEY
                       ADD 1 TO WS-XC-ORPHANS
                       ADD 1 TO WS-XC-EXCEPTIONS
                       MOVE SPACES TO WORK-REPORT-LINE
                       STRING "ENROLL " DELIMITED BY SIZE
                           FUNCTION TRIM(ENR-TERM) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENR-COURSE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENR-SECTION DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENR-STUD-ID DELIMITED BY SIZE
                           "  ORPHAN - student not on the master"
                           DELIMITED BY SIZE
                           INTO WORK-REPORT-LINE
                       WRITE WORK-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       IF NOT STUDENT-ACTIVE
                           ADD 1 TO WS-XC-NONACT
                           ADD 1 TO WS-XC-EXCEPTIONS
                           PERFORM STATUS-WORD-FOR-CODE
                           MOVE SPACES TO WORK-REPORT-LINE
                           STRING "ENROLL " DELIMITED BY SIZE
                               FUNCTION TRIM(ENR-TERM)
                               DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ENR-COURSE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ENR-SECTION DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ENR-STUD-ID DELIMITED BY SIZE
                               "  student is " DELIMITED BY SIZE
                               WS-ST-WORD DELIMITED BY SIZE
                               INTO WORK-REPORT-LINE
                           WRITE WORK-REPORT-LINE
                       END-IF
               END-READ
           END-IF
           IF SECSTATUS = "00" OR SECSTATUS = "10"
               OR SECSTATUS = "23"
               MOVE ENR-TERM TO SEC-TERM
               MOVE ENR-COURSE TO SEC-COURSE
               MOVE ENR-SECTION TO SEC-SECTION
               READ SECTION-FILE KEY IS SEC-KEY
                   INVALID KEY
                       ADD 1 TO WS-XC-BADSEC
                       ADD 1 TO WS-XC-EXCEPTIONS
                       MOVE SPACES TO WORK-REPORT-LINE
                       STRING "ENROLL " DELIMITED BY SIZE
                           FUNCTION TRIM(ENR-TERM) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENR-COURSE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENR-SECTION DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENR-STUD-ID DELIMITED BY SIZE
                           "  no such section on file"
                           DELIMITED BY SIZE
                           INTO WORK-REPORT-LINE
                       WRITE WORK-REPORT-LINE
               END-READ
           END-IF.

       XCHECK-REPAIR-COUNTERS. *> supervisor-confirmed recount of every drifted SEC-ENROLLED #mejares
           MOVE 0 TO WS-XC-REPAIRED
           OPEN I-O SECTION-FILE
           IF SECSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No sections on file yet." RST
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               CLOSE SECTION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SEC-EOF
           PERFORM UNTIL WS-SEC-EOF = 'Y'
               READ SECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SEC-EOF
                   NOT AT END
                       PERFORM XCHECK-COUNT-SECTION-ROWS
                       IF WS-XC-ACTUAL NOT = SEC-ENROLLED
                           MOVE WS-XC-ACTUAL TO SEC-ENROLLED
                           REWRITE SECTION-RECORD
                           IF SECSTATUS = "00"
                               ADD 1 TO WS-XC-REPAIRED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           CLOSE SECTION-FILE
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-XC-REPAIRED " seat counter(s) "
               "recounted." RST.

       DOCUMENT-REQUESTS. *> 52. DOCUMENT REQUESTS - logged, control-numbered, and verifiable #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "        DOCUMENT REQUESTS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Log a Request                  |"
           DISPLAY "|2| Release a Document             |"
           DISPLAY "|3| Verify a Control Number        |"
           DISPLAY "|4| List Queued Requests           |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-DOCMAINT-OPTION
           EVALUATE WS-DOCMAINT-OPTION
               WHEN 1 PERFORM DOC-LOG-REQUEST
               WHEN 2 PERFORM DOC-RELEASE
               WHEN 3 PERFORM DOC-VERIFY-CONTROL
               WHEN 4 PERFORM DOC-LIST-QUEUED
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       DOC-WORD-FOR-TYPE. *> the paper spelled out for screens and the log #mejares
           EVALUATE DOC-TYPE
               WHEN "T" MOVE "OFFICIAL TRANSCRIPT" TO WS-DOC-WORD
               WHEN "E" MOVE "CERT OF ENROLLMENT" TO WS-DOC-WORD
               WHEN "G" MOVE "CERT OF GRADES" TO WS-DOC-WORD
               WHEN OTHER MOVE "UNKNOWN" TO WS-DOC-WORD
           END-EVALUATE.

       DOC-LOG-REQUEST. *> logs one request onto the queue - nothing prints yet #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY *> graduates still ask for papers - the alumni file stands in #mejares
                   PERFORM TRANSCRIPT-TRY-ALUMNI
                   IF WS-TRN-ALUM NOT = 'Y'
                       DISPLAY " "
                       DISPLAY GREEN "Student ID not found!" RST
                       CLOSE STUDENT-FILE
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           CLOSE STUDENT-FILE
           MOVE SPACE TO WS-DOC-TYPE-INPUT
           PERFORM UNTIL WS-DOC-TYPE-INPUT = "T"
               OR WS-DOC-TYPE-INPUT = "E"
               OR WS-DOC-TYPE-INPUT = "G"
               DISPLAY "Document (T=transcript, E=cert of enrollment, "
                   "G=cert of grades): " NO ADVANCING
               ACCEPT WS-DOC-TYPE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-DOC-TYPE-INPUT)
                   TO WS-DOC-TYPE-INPUT
               IF WS-DOC-TYPE-INPUT NOT = "T"
                   AND WS-DOC-TYPE-INPUT NOT = "E"
                   AND WS-DOC-TYPE-INPUT NOT = "G"
                   DISPLAY " "
                   DISPLAY GREEN "Use T, E, or G." RST
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DOC-REQUESTER-IN
           PERFORM UNTIL WS-DOC-REQUESTER-IN NOT = SPACES
               DISPLAY "Requested by: " NO ADVANCING
               ACCEPT WS-DOC-REQUESTER-IN
               IF WS-DOC-REQUESTER-IN = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "The requester is required." RST
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DOC-PURPOSE-IN
           PERFORM UNTIL WS-DOC-PURPOSE-IN NOT = SPACES
               DISPLAY "Purpose: " NO ADVANCING
               ACCEPT WS-DOC-PURPOSE-IN
               IF WS-DOC-PURPOSE-IN = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "The purpose is required." RST
               END-IF
           END-PERFORM
           OPEN I-O DOC-REQ-FILE
           IF DOCSTATUS = "35" *> first request ever - create the queue #mejares
               OPEN OUTPUT DOC-REQ-FILE
               CLOSE DOC-REQ-FILE
               OPEN I-O DOC-REQ-FILE
           END-IF
           MOVE "DOCREQ" TO WS-CTL-SERIES
           PERFORM DRAW-CONTROL-NUMBER
           IF WS-CTL-OK NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "No request number could be drawn - "
                   "request NOT logged." RST
               CLOSE DOC-REQ-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-NUMBER TO DOC-SEQ
           MOVE STUD-ID TO DOC-STUD-ID
           MOVE WS-DOC-TYPE-INPUT TO DOC-TYPE
           MOVE WS-DOC-REQUESTER-IN TO DOC-REQUESTER
           MOVE WS-DOC-PURPOSE-IN TO DOC-PURPOSE
           ACCEPT DOC-DATE FROM DATE YYYYMMDD
           MOVE "Q" TO DOC-STATUS
           MOVE SPACES TO DOC-CONTROL
           MOVE SPACES TO DOC-REL-BY
           MOVE 0 TO DOC-REL-DATE
           WRITE DOC-REQ-RECORD
           IF DOCSTATUS = "00"
               MOVE "DOCREQ" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY GREEN "Request " DOC-SEQ " queued." RST
           ELSE
               CALL "FSTATMSG" USING DOCSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE DOC-REQ-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DOC-FIND-MAX-SEQ. *> highest request number already on the open queue #mejares
           MOVE 0 TO WS-DOC-MAX
           MOVE 0 TO DOC-SEQ
           MOVE 'N' TO WS-DOC-EOF
           START DOC-REQ-FILE KEY IS NOT LESS THAN DOC-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-DOC-EOF
           END-START
           PERFORM UNTIL WS-DOC-EOF = 'Y'
               READ DOC-REQ-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DOC-EOF
                   NOT AT END
                       MOVE DOC-SEQ TO WS-DOC-MAX
               END-READ
           END-PERFORM.

       DOC-LIST-QUEUED. *> every request still waiting to be produced #mejares
           OPEN INPUT DOC-REQ-FILE
           IF DOCSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No document requests on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "------------------------------------"
           MOVE 0 TO WS-DOC-LISTED
           MOVE 0 TO DOC-SEQ
           MOVE 'N' TO WS-DOC-EOF
           START DOC-REQ-FILE KEY IS NOT LESS THAN DOC-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-DOC-EOF
           END-START
           PERFORM UNTIL WS-DOC-EOF = 'Y'
               READ DOC-REQ-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DOC-EOF
                   NOT AT END
                       IF DOC-QUEUED
                           ADD 1 TO WS-DOC-LISTED
                           PERFORM DOC-WORD-FOR-TYPE
                           DISPLAY "  " DOC-SEQ " " DOC-STUD-ID " "
                               FUNCTION TRIM(WS-DOC-WORD) " for "
                               FUNCTION TRIM(DOC-REQUESTER)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DOC-LISTED = 0
               DISPLAY GREEN "  (nothing queued)" RST
           END-IF
           DISPLAY "------------------------------------"
           CLOSE DOC-REQ-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DOC-RELEASE. *> produces one queued document under a fresh control number and logs the issuance #mejares
           OPEN I-O DOC-REQ-FILE
           IF DOCSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No document requests on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Request number to release: " NO ADVANCING
           MOVE SPACES TO WS-DOC-SEQ-X
           ACCEPT WS-DOC-SEQ-X
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DOC-SEQ-X)) NOT = 0
               DISPLAY " "
               DISPLAY GREEN "That is not a request number." RST
               CLOSE DOC-REQ-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-DOC-SEQ-X) TO DOC-SEQ
           READ DOC-REQ-FILE KEY IS DOC-SEQ
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such request." RST
                   CLOSE DOC-REQ-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           IF NOT DOC-QUEUED
               DISPLAY " "
               DISPLAY GREEN "Already released under control no. "
                   DOC-CONTROL "." RST
               CLOSE DOC-REQ-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           IF DOC-TRANSCRIPT *> no transcript leaves while a clearance line is pending #mejares
               MOVE DOC-STUD-ID TO WS-CLR-STUD
               MOVE SPACES TO WS-CLR-TERM
               PERFORM CHECK-CLEARANCE
               IF WS-CLR-BLOCKED = 'Y'
                   DISPLAY " "
                   DISPLAY GREEN "Clearance not complete - "
                       FUNCTION TRIM(WS-CLR-WHY)
                       ". Transcript held." RST
                   CLOSE DOC-REQ-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE "DOCCTL" TO WS-CTL-SERIES *> control numbers run in their own series so an issued one never repeats #mejares
           PERFORM DRAW-CONTROL-NUMBER
           IF WS-CTL-OK NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "No control number could be drawn - "
                   "nothing released." RST
               CLOSE DOC-REQ-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DOC-CTRL-STAMP
           STRING WS-AUDIT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CTL-NUMBER(4:5) DELIMITED BY SIZE
               INTO WS-DOC-CTRL-STAMP
           MOVE DOC-STUD-ID TO STUD-ID
           MOVE 'Y' TO WS-DOC-FOUND
           EVALUATE TRUE
               WHEN DOC-TRANSCRIPT
                   PERFORM DOC-PRODUCE-TRANSCRIPT
               WHEN DOC-CERT-ENROL
                   PERFORM DOC-PRODUCE-CERT-ENROL
               WHEN OTHER
                   PERFORM DOC-PRODUCE-CERT-GRADES
           END-EVALUATE
           IF WS-DOC-FOUND NOT = 'Y' *> the student fell off both files - nothing got produced #mejares
               DISPLAY " "
               DISPLAY GREEN "Student is on neither the master nor "
                   "the alumni file - nothing released." RST
               MOVE SPACES TO WS-DOC-CTRL-STAMP
               CLOSE DOC-REQ-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO DOC-STATUS
           MOVE WS-DOC-CTRL-STAMP TO DOC-CONTROL
           MOVE WS-OPERATOR-ID TO DOC-REL-BY
           MOVE WS-AUDIT-DATE TO DOC-REL-DATE
           REWRITE DOC-REQ-RECORD
           PERFORM DOC-APPEND-ISSUE-LOG
           MOVE DOC-STUD-ID TO STUD-ID
           MOVE "DOCREL" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY " "
           DISPLAY GREEN "Released under control no. "
               FUNCTION TRIM(WS-DOC-CTRL-STAMP) "." RST
           MOVE SPACES TO WS-DOC-CTRL-STAMP
           CLOSE DOC-REQ-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DOC-PRODUCE-TRANSCRIPT. *> the official transcript, stamped, via the ordinary transcript body #mejares
           MOVE 'N' TO WS-DOC-FOUND
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   PERFORM TRANSCRIPT-TRY-ALUMNI
                   IF WS-TRN-ALUM NOT = 'Y'
                       CLOSE STUDENT-FILE
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE 'Y' TO WS-DOC-FOUND
           PERFORM TRANSCRIPT-WRITE-BODY
           CLOSE STUDENT-FILE
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Official transcript written to "
               "TRANSCRPT.TXT" RST.

       DOC-PRODUCE-CERT-ENROL. *> certificate of enrollment: the open term's seats under the control number #mejares
           MOVE 'N' TO WS-DOC-FOUND
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   CLOSE STUDENT-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE STUDENT-FILE
           MOVE 'Y' TO WS-DOC-FOUND
           PERFORM LOAD-TERM-CONTROL
           MOVE "DOCOUT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "PUP-T CERTIFICATE OF ENROLLMENT - "
               DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Control No. " DELIMITED BY SIZE
               WS-DOC-CTRL-STAMP DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "This certifies that " DELIMITED BY SIZE
               FUNCTION TRIM(STUD-NAME) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               STUD-ID DELIMITED BY SIZE
               "), " DELIMITED BY SIZE
               FUNCTION TRIM(STUD-PROGRAM) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "is officially enrolled for term "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPEN-TERM) DELIMITED BY SIZE
               " in:" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-DOC-CERT-LINES
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS = "00"
               MOVE WS-OPEN-TERM TO ENR-TERM
               MOVE SPACES TO ENR-COURSE
               MOVE SPACES TO ENR-SECTION
               MOVE SPACES TO ENR-STUD-ID
               MOVE 'N' TO WS-ENR-EOF
               START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ENR-EOF
               END-START
               PERFORM UNTIL WS-ENR-EOF = 'Y'
                   READ ENROLL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ENR-EOF
                       NOT AT END
                           IF ENR-TERM NOT = WS-OPEN-TERM
                               MOVE 'Y' TO WS-ENR-EOF
                           ELSE
                               IF ENR-STUD-ID = STUD-ID
                                   ADD 1 TO WS-DOC-CERT-LINES
                                   MOVE SPACES TO WORK-REPORT-LINE
                                   STRING "  " DELIMITED BY SIZE
                                       ENR-COURSE DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       ENR-SECTION DELIMITED BY SIZE
                                       INTO WORK-REPORT-LINE
                                   WRITE WORK-REPORT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF
           IF WS-DOC-CERT-LINES = 0
               MOVE "  (no enrolled sections on file)"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Certificate written to DOCOUT.TXT"
               RST.

       DOC-PRODUCE-CERT-GRADES. *> certificate of grades: every term mark on record, under the control number #mejares
           MOVE 'N' TO WS-DOC-FOUND
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   PERFORM TRANSCRIPT-TRY-ALUMNI
                   IF WS-TRN-ALUM NOT = 'Y'
                       CLOSE STUDENT-FILE
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           CLOSE STUDENT-FILE
           MOVE 'Y' TO WS-DOC-FOUND
           MOVE "DOCOUT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "PUP-T CERTIFICATE OF GRADES - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Control No. " DELIMITED BY SIZE
               WS-DOC-CTRL-STAMP DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Term marks on record for " DELIMITED BY SIZE
               FUNCTION TRIM(STUD-NAME) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               STUD-ID DELIMITED BY SIZE
               "):" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-DOC-CERT-LINES
           OPEN INPUT GRADE-ARCHIVE-FILE
           IF ARCSTATUS = "00"
               MOVE STUD-ID TO ARC-STUD-ID
               MOVE SPACES TO ARC-TERM
               MOVE 'N' TO WS-ARC-EOF
               START GRADE-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ARC-EOF
               END-START
               PERFORM UNTIL WS-ARC-EOF = 'Y'
                   READ GRADE-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ARC-EOF
                       NOT AT END
                           IF ARC-STUD-ID NOT = STUD-ID
                               MOVE 'Y' TO WS-ARC-EOF
                           ELSE
                               ADD 1 TO WS-DOC-CERT-LINES
                               MOVE SPACES TO WORK-REPORT-LINE
                               STRING "  " DELIMITED BY SIZE
                                   ARC-TERM DELIMITED BY SIZE
                                   " : " DELIMITED BY SIZE
                                   ARC-GRADE DELIMITED BY SIZE
                                   INTO WORK-REPORT-LINE
                               WRITE WORK-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-ARCHIVE-FILE
           END-IF
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > STUD-GRADE-COUNT
               ADD 1 TO WS-DOC-CERT-LINES
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   STUD-GRADE-TERM(WS-GRADE-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   STUD-GRADE-VALUE(WS-GRADE-IDX) DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-PERFORM
           IF WS-DOC-CERT-LINES = 0
               MOVE "  (no grades on record)" TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Certificate written to DOCOUT.TXT"
               RST.

       DOC-APPEND-ISSUE-LOG. *> one issuance line the verification calls get answered from #mejares
           OPEN EXTEND DOC-LOG-FILE
           IF DOCLOGSTATUS = "35" *> DOCISSUE.TXT does not exist yet #mejares
               OPEN OUTPUT DOC-LOG-FILE
           END-IF
           IF DOCLOGSTATUS NOT = "00"
               DISPLAY "[SYSTEM] Could not write the issuance log."
               EXIT PARAGRAPH
           END-IF
           PERFORM DOC-WORD-FOR-TYPE
           MOVE SPACES TO DOC-LOG-RECORD
           STRING WS-DOC-CTRL-STAMP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DOC-STUD-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DOC-WORD DELIMITED BY SIZE
               "  released " DELIMITED BY SIZE
               WS-AUDIT-DATE DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO DOC-LOG-RECORD
           WRITE DOC-LOG-RECORD
           CLOSE DOC-LOG-FILE.

       DOC-VERIFY-CONTROL. *> answers "is control no. X genuinely ours?" off the queue itself #mejares
           DISPLAY "Control number to verify: " NO ADVANCING
           MOVE SPACES TO WS-DOC-VERIFY-IN
           ACCEPT WS-DOC-VERIFY-IN
           OPEN INPUT DOC-REQ-FILE
           IF DOCSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No document requests on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DOC-FOUND
           MOVE 0 TO DOC-SEQ
           MOVE 'N' TO WS-DOC-EOF
           START DOC-REQ-FILE KEY IS NOT LESS THAN DOC-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-DOC-EOF
           END-START
           PERFORM UNTIL WS-DOC-EOF = 'Y'
               READ DOC-REQ-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DOC-EOF
                   NOT AT END
                       IF DOC-RELEASED
                           AND DOC-CONTROL = WS-DOC-VERIFY-IN
                           MOVE 'Y' TO WS-DOC-FOUND
                           MOVE 'Y' TO WS-DOC-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOC-REQ-FILE
           DISPLAY " "
           IF WS-DOC-FOUND = 'Y'
               PERFORM DOC-WORD-FOR-TYPE
               DISPLAY GREEN "GENUINE: " FUNCTION TRIM(WS-DOC-WORD)
                   " for " DOC-STUD-ID " released " DOC-REL-DATE
                   " by " FUNCTION TRIM(DOC-REL-BY) "." RST
           ELSE
               DISPLAY GREEN "No released document carries that "
                   "control number." RST
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       SELECTION-EXTRACT. *> 53. SELECTION EXTRACT - the spreadsheet cut-down step, retired #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "        SELECTION EXTRACT" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Run a New Selection            |"
           DISPLAY "|2| Save a Selection               |"
           DISPLAY "|3| Rerun a Saved Selection        |"
           DISPLAY "|4| List Saved Selections          |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-SELMAINT-OPTION
           EVALUATE WS-SELMAINT-OPTION
               WHEN 1
                   PERFORM GET-SELECTION-FILTERS
                   PERFORM RUN-SELECTION-EXTRACT
               WHEN 2 PERFORM SAVE-SELECTION
               WHEN 3 PERFORM RERUN-SAVED-SELECTION
               WHEN 4 PERFORM LIST-SAVED-SELECTIONS
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       GET-SELECTION-FILTERS. *> the combined filters - ENTER on any of them means "any" #mejares
           DISPLAY " "
           DISPLAY GREEN "ENTER alone on a filter means any." RST
           DISPLAY "Program: " NO ADVANCING
           MOVE SPACES TO WS-SEL-PROG
           ACCEPT WS-SEL-PROG
           DISPLAY "Year Level (1ST/2ND/3RD/4TH/5TH/IRREG): "
               NO ADVANCING
           MOVE SPACES TO WS-SEL-YR
           ACCEPT WS-SEL-YR
           DISPLAY "GPA from: " NO ADVANCING
           MOVE SPACES TO WS-SEL-GPA-X
           ACCEPT WS-SEL-GPA-X
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SEL-GPA-X)) = 0
               MOVE FUNCTION NUMVAL(WS-SEL-GPA-X) TO WS-SEL-GPA-LO
           ELSE
               MOVE 0 TO WS-SEL-GPA-LO
           END-IF
           DISPLAY "GPA to  : " NO ADVANCING
           MOVE SPACES TO WS-SEL-GPA-X
           ACCEPT WS-SEL-GPA-X
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SEL-GPA-X)) = 0
               MOVE FUNCTION NUMVAL(WS-SEL-GPA-X) TO WS-SEL-GPA-HI
           ELSE
               MOVE 9.99 TO WS-SEL-GPA-HI
           END-IF
           DISPLAY "Status (A/L/S/X/T/D, ENTER for active): "
               NO ADVANCING
           MOVE SPACE TO WS-SEL-STATUS
           ACCEPT WS-SEL-STATUS
           MOVE FUNCTION UPPER-CASE(WS-SEL-STATUS) TO WS-SEL-STATUS
           DISPLAY "Consent answer (Y/N, ENTER for any): "
               NO ADVANCING
           MOVE SPACE TO WS-SEL-CONSENT
           ACCEPT WS-SEL-CONSENT
           MOVE FUNCTION UPPER-CASE(WS-SEL-CONSENT) TO WS-SEL-CONSENT
           MOVE SPACES TO WS-SEL-CSV
           PERFORM UNTIL WS-SEL-CSV NOT = SPACES
               DISPLAY "Write matches to (e.g. BSIT3RD.CSV): "
                   NO ADVANCING
               ACCEPT WS-SEL-CSV
               IF WS-SEL-CSV = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "A file name is required." RST
               END-IF
           END-PERFORM.

       RUN-SELECTION-EXTRACT. *> sweeps the master and writes only the matching students, masked #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-CSV TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Student ID,Student Name,Program,Year Level,"
               DELIMITED BY SIZE
               "GPA,Email,Contact No" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-SEL-MATCHED
           PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       PERFORM SELECTION-CHECK-ONE
                       IF WS-SEL-OK = 'Y'
                           PERFORM SELECTION-WRITE-ONE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-WORK-REPORT
           CLOSE STUDENT-FILE
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-SEL-MATCHED " student(s) "
               "written to " FUNCTION TRIM(WS-SEL-CSV) RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       SELECTION-CHECK-ONE. *> one record against every filter in force #mejares
           MOVE 'N' TO WS-SEL-OK
           IF WS-SEL-STATUS = SPACE
               IF NOT STUDENT-ACTIVE *> no status filter means the usual active-only cut #mejares
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF STUD-STATUS NOT = WS-SEL-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SEL-PROG NOT = SPACES
               AND STUD-PROGRAM NOT = WS-SEL-PROG
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-YR NOT = SPACES
               AND STUD-YEAR-LVL NOT = WS-SEL-YR
               EXIT PARAGRAPH
           END-IF
           IF STUD-GPA < WS-SEL-GPA-LO
               OR STUD-GPA > WS-SEL-GPA-HI
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-CONSENT NOT = SPACE
               AND STUD-CONSENT NOT = WS-SEL-CONSENT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SEL-OK.

       SELECTION-WRITE-ONE. *> one matching student onto the named CSV, masked like every export #mejares
           ADD 1 TO WS-SEL-MATCHED
           MOVE STUD-GPA TO WS-GPA-EDIT
           PERFORM APPLY-CONSENT-MASK *> declined consent never leaves the system in a CSV #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           STRING FUNCTION TRIM(STUD-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(STUD-NAME) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(STUD-PROGRAM) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(STUD-YEAR-LVL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GPA-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-EMAIL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-CONTACT) DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       SAVE-SELECTION. *> files the keyed filters under a short name for next month's same ask #mejares
           PERFORM GET-SELECTION-FILTERS
           MOVE SPACES TO WS-SEL-NAME-INPUT
           PERFORM UNTIL WS-SEL-NAME-INPUT NOT = SPACES
               DISPLAY "Save the selection as: " NO ADVANCING
               ACCEPT WS-SEL-NAME-INPUT
               IF WS-SEL-NAME-INPUT = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "A name is required." RST
               END-IF
           END-PERFORM
           OPEN I-O SEL-SAVE-FILE
           IF SELSTATUS = "35" *> first saved selection ever - create the file #mejares
               OPEN OUTPUT SEL-SAVE-FILE
               CLOSE SEL-SAVE-FILE
               OPEN I-O SEL-SAVE-FILE
           END-IF
           MOVE WS-SEL-NAME-INPUT TO SEL-NAME
           MOVE WS-SEL-PROG TO SEL-PROG
           MOVE WS-SEL-YR TO SEL-YR
           MOVE WS-SEL-GPA-LO TO SEL-GPA-LO
           MOVE WS-SEL-GPA-HI TO SEL-GPA-HI
           MOVE WS-SEL-STATUS TO SEL-STATUS
           MOVE WS-SEL-CONSENT TO SEL-CONSENT
           MOVE WS-SEL-CSV TO SEL-CSV
           WRITE SEL-SAVE-RECORD
               INVALID KEY *> same name - the newer filters stand #mejares
                   REWRITE SEL-SAVE-RECORD
           END-WRITE
           IF SELSTATUS = "00"
               DISPLAY " "
               DISPLAY GREEN "Selection saved as "
                   FUNCTION TRIM(SEL-NAME) "." RST
           ELSE
               CALL "FSTATMSG" USING SELSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE SEL-SAVE-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       RERUN-SAVED-SELECTION. *> pulls a filed ask back up and runs it without re-keying #mejares
           DISPLAY "Saved selection name: " NO ADVANCING
           MOVE SPACES TO WS-SEL-NAME-INPUT
           ACCEPT WS-SEL-NAME-INPUT
           OPEN INPUT SEL-SAVE-FILE
           IF SELSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No saved selections on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-NAME-INPUT TO SEL-NAME
           READ SEL-SAVE-FILE KEY IS SEL-NAME
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No saved selection by that name." RST
                   CLOSE SEL-SAVE-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           MOVE SEL-PROG TO WS-SEL-PROG
           MOVE SEL-YR TO WS-SEL-YR
           MOVE SEL-GPA-LO TO WS-SEL-GPA-LO
           MOVE SEL-GPA-HI TO WS-SEL-GPA-HI
           MOVE SEL-STATUS TO WS-SEL-STATUS
           MOVE SEL-CONSENT TO WS-SEL-CONSENT
           MOVE SEL-CSV TO WS-SEL-CSV
           CLOSE SEL-SAVE-FILE
           PERFORM RUN-SELECTION-EXTRACT.

       LIST-SAVED-SELECTIONS. *> every filed ask and the CSV it writes #mejares
           OPEN INPUT SEL-SAVE-FILE
           IF SELSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No saved selections on file." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "------------------------------------"
           MOVE 'N' TO WS-SEL-EOF
           PERFORM UNTIL WS-SEL-EOF = 'Y'
               READ SEL-SAVE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SEL-EOF
                   NOT AT END
                       DISPLAY "  " SEL-NAME " prog=" SEL-PROG
                           " yr=" SEL-YR " gpa=" SEL-GPA-LO "-"
                           SEL-GPA-HI " st=" SEL-STATUS
                           " consent=" SEL-CONSENT " -> "
                           FUNCTION TRIM(SEL-CSV)
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------"
           CLOSE SEL-SAVE-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       NOTIFICATION-OUTBOX. *> 54. NOTIFICATION OUTBOX - the hand-typed notices, queued instead #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       NOTIFICATION OUTBOX" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| View the Queue                 |"
           DISPLAY "|2| Run the Spooler Now            |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-NTFMAINT-OPTION
           EVALUATE WS-NTFMAINT-OPTION
               WHEN 1 PERFORM OUTBOX-VIEW
               WHEN 2 PERFORM NOTIFY-SPOOLER
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       QUEUE-NOTIFICATION. *> one WS-NTF-EVENT/WS-NTF-TEXT notice for STUD-ID onto the outbox #mejares
           OPEN I-O OUTBOX-FILE
           IF OBXSTATUS = "35" *> first notice ever - create the outbox #mejares
               OPEN OUTPUT OUTBOX-FILE
               CLOSE OUTBOX-FILE
               OPEN I-O OUTBOX-FILE
           END-IF
           IF OBXSTATUS NOT = "00" *> a notice that cannot queue must not stop the event itself #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE "NOTICE" TO WS-CTL-SERIES
           PERFORM DRAW-CONTROL-NUMBER
           IF WS-CTL-OK NOT = 'Y' *> nor must a notice that cannot be numbered #mejares
               CLOSE OUTBOX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-NUMBER TO OBX-SEQ
           MOVE WS-NTF-EVENT TO OBX-EVENT
           MOVE STUD-ID TO OBX-STUD-ID
           MOVE WS-NTF-TEXT TO OBX-TEXT
           ACCEPT OBX-QUEUED-DATE FROM DATE YYYYMMDD
           ACCEPT OBX-QUEUED-TIME FROM TIME
           MOVE "Q" TO OBX-STATUS
           WRITE OUTBOX-RECORD
           CLOSE OUTBOX-FILE.

       OUTBOX-VIEW. *> the queue by standing, plus what is still waiting #mejares
           OPEN INPUT OUTBOX-FILE
           IF OBXSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No notices on the outbox." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OBX-CT-Q WS-OBX-CT-S WS-OBX-CT-F WS-OBX-CT-C
           DISPLAY " "
           DISPLAY "------------------------------------"
           MOVE 'N' TO WS-OBX-EOF
           PERFORM UNTIL WS-OBX-EOF = 'Y'
               READ OUTBOX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OBX-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN OBX-QUEUED
                               ADD 1 TO WS-OBX-CT-Q
                               DISPLAY "  " OBX-SEQ " " OBX-EVENT " "
                                   OBX-STUD-ID " "
                                   FUNCTION TRIM(OBX-TEXT)
                           WHEN OBX-SENT
                               ADD 1 TO WS-OBX-CT-S
                           WHEN OBX-FAILED
                               ADD 1 TO WS-OBX-CT-F
                           WHEN OTHER
                               ADD 1 TO WS-OBX-CT-C
                       END-EVALUATE
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Queued " WS-OBX-CT-Q ", sent "
               WS-OBX-CT-S ", failed " WS-OBX-CT-F
               ", counter fallback " WS-OBX-CT-C "." RST
           CLOSE OUTBOX-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       NOTIFY-SPOOLER. *> 54/NOTIFY: hands queued notices to the mail gateway, consent honored #mejares
           MOVE 0 TO WS-NTF-SCANNED
           MOVE 0 TO WS-NTF-SENT
           MOVE 0 TO WS-NTF-FAILED
           MOVE 0 TO WS-NTF-FALLBACK
           OPEN I-O OUTBOX-FILE
           IF OBXSTATUS NOT = "00"
               DISPLAY "[SYSTEM] No notices on the outbox."
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENT-FILE *> the consent byte and address come off the master per notice #mejares
           IF FILESTATUS NOT = "00" *> no master file means nothing is deliverable #mejares
               DISPLAY "[SYSTEM] Could not open the student file - "
                   "nothing spooled."
               CLOSE OUTBOX-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND MAIL-FILE *> one header/trailer pair per spool run, even a run with nothing to send #mejares
           IF MAILSTATUS = "35" *> MAILOUT.TXT does not exist yet #mejares
               OPEN OUTPUT MAIL-FILE
           END-IF
           MOVE 'N' TO WS-NTF-MAIL-OPEN
           IF MAILSTATUS = "00"
               MOVE 'Y' TO WS-NTF-MAIL-OPEN
               MOVE "MAILOUT.TXT" TO WS-IFC-FILE
               PERFORM IFC-BEGIN
               MOVE WS-IFC-LINE TO MAIL-RECORD
               WRITE MAIL-RECORD
           END-IF
           MOVE 'N' TO WS-NTF-APL-OPEN
           OPEN INPUT APPLICANT-FILE *> admission letters go to applicants, who are not on the master yet #mejares
           IF APLSTATUS = "00"
               MOVE 'Y' TO WS-NTF-APL-OPEN
           END-IF
           MOVE 'N' TO WS-OBX-EOF
           PERFORM UNTIL WS-OBX-EOF = 'Y'
               READ OUTBOX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OBX-EOF
                   NOT AT END
                       IF OBX-QUEUED
                           ADD 1 TO WS-NTF-SCANNED
                           PERFORM SPOOL-ONE-NOTICE
                       END-IF
               END-READ
           END-PERFORM
           IF FILESTATUS = "00" OR FILESTATUS = "10"
               OR FILESTATUS = "23"
               CLOSE STUDENT-FILE
           END-IF
           IF WS-NTF-APL-OPEN = 'Y'
               CLOSE APPLICANT-FILE
           END-IF
           IF WS-NTF-MAIL-OPEN = 'Y'
               PERFORM IFC-FINISH
               MOVE WS-IFC-LINE TO MAIL-RECORD
               WRITE MAIL-RECORD
               CLOSE MAIL-FILE
           END-IF
           CLOSE OUTBOX-FILE
           DISPLAY "[SYSTEM] Spooler: " WS-NTF-SENT " sent, "
               WS-NTF-FAILED " failed, " WS-NTF-FALLBACK
               " to the counter."
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       SPOOL-ONE-NOTICE. *> one queued notice: gateway line, counter fallback, or a failure mark #mejares
           MOVE OBX-STUD-ID TO STUD-ID
           MOVE SPACES TO STUD-EMAIL
           MOVE SPACE TO STUD-CONSENT
           IF OBX-EVENT(1:3) = "APP" *> admission letters carry the applicant number #mejares
               PERFORM SPOOL-READ-APPLICANT
               IF WS-APL-FOUND NOT = 'Y'
                   MOVE "F" TO OBX-STATUS
                   REWRITE OUTBOX-RECORD
                   ADD 1 TO WS-NTF-FAILED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               READ STUDENT-FILE
                   INVALID KEY *> purged or graduated - nowhere to send it #mejares
                       MOVE "F" TO OBX-STATUS
                       REWRITE OUTBOX-RECORD
                       ADD 1 TO WS-NTF-FAILED
                       EXIT PARAGRAPH
               END-READ
           END-IF
           IF CONSENT-DECLINED *> declined students get the registrar-counter fallback, never mail #mejares
               MOVE "C" TO OBX-STATUS
               REWRITE OUTBOX-RECORD
               ADD 1 TO WS-NTF-FALLBACK
               EXIT PARAGRAPH
           END-IF
           IF STUD-EMAIL = SPACES
               MOVE "F" TO OBX-STATUS
               REWRITE OUTBOX-RECORD
               ADD 1 TO WS-NTF-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-NTF-MAIL-OPEN NOT = 'Y' *> MAILOUT.TXT could not be opened for this run #mejares
               MOVE "F" TO OBX-STATUS
               REWRITE OUTBOX-RECORD
               ADD 1 TO WS-NTF-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MAIL-RECORD
           STRING FUNCTION TRIM(STUD-EMAIL) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               OBX-EVENT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(OBX-TEXT) DELIMITED BY SIZE
               INTO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE MAIL-RECORD TO WS-IFC-TEXT
           PERFORM IFC-COUNT-LINE
           MOVE "S" TO OBX-STATUS
           REWRITE OUTBOX-RECORD
           ADD 1 TO WS-NTF-SENT.

       SPOOL-READ-APPLICANT. *> the applicant's address and consent into the student fields the spooler sends from #mejares
           MOVE 'N' TO WS-APL-FOUND
           IF WS-NTF-APL-OPEN NOT = 'Y'
               OR OBX-STUD-ID IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE OBX-STUD-ID TO APL-NO
           READ APPLICANT-FILE KEY IS APL-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-APL-FOUND
           MOVE APL-EMAIL TO STUD-EMAIL
           MOVE APL-CONSENT TO STUD-CONSENT.

       AGENCY-SUBMISSION. *> 55/AGENCY: the statutory enrollment file, by program, year level, and sex #mejares
           ACCEPT WS-AGY-TODAY FROM DATE YYYYMMDD
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               MOVE 8 TO WS-RUN-RC *> a scheduled submission that opened nothing is a failed run #mejares
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Building the statutory "
               "submission..." RST
           MOVE 0 TO WS-AGY-COUNT
           MOVE 0 TO WS-AGY-SWEPT
           PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       IF STUDENT-ACTIVE
                           ADD 1 TO WS-AGY-SWEPT
                           PERFORM AGENCY-TALLY-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE

           OPEN OUTPUT AGENCY-FILE
           MOVE "AGENCYSUB.DAT" TO WS-IFC-FILE
           PERFORM IFC-BEGIN
           MOVE WS-IFC-LINE TO AGENCY-CONTROL-RECORD
           WRITE AGENCY-CONTROL-RECORD
           MOVE 0 TO WS-AGY-ROWS
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
               UNTIL WS-AGY-IDX > WS-AGY-COUNT
               MOVE WS-AGY-PROG(WS-AGY-IDX) TO AGY-PROGRAM
               MOVE WS-AGY-YR(WS-AGY-IDX) TO AGY-YEAR
               MOVE WS-AGY-SEX(WS-AGY-IDX) TO AGY-SEX
               MOVE WS-AGY-CT(WS-AGY-IDX) TO AGY-COUNT
               IF WS-AGY-AGEKNOWN(WS-AGY-IDX) > 0
                   COMPUTE AGY-AVG-AGE ROUNDED =
                       WS-AGY-AGESUM(WS-AGY-IDX)
                       / WS-AGY-AGEKNOWN(WS-AGY-IDX)
               ELSE
                   MOVE 0 TO AGY-AVG-AGE *> no birth dates on record for the cell #mejares
               END-IF
               WRITE AGENCY-RECORD
               ADD 1 TO WS-AGY-ROWS
               MOVE AGENCY-RECORD TO WS-IFC-TEXT
               PERFORM IFC-COUNT-LINE
           END-PERFORM
           PERFORM IFC-FINISH
           MOVE WS-IFC-LINE TO AGENCY-CONTROL-RECORD
           WRITE AGENCY-CONTROL-RECORD
           CLOSE AGENCY-FILE
           DISPLAY GREEN "[SYSTEM] " WS-AGY-SWEPT " student(s) into "
               WS-AGY-ROWS " row(s) on AGENCYSUB.DAT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       AGENCY-TALLY-ONE. *> one active student into their program/year/sex cell #mejares
           MOVE 0 TO WS-AGY-SLOT
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
               UNTIL WS-AGY-IDX > WS-AGY-COUNT
               IF WS-AGY-PROG(WS-AGY-IDX) = STUD-PROGRAM
                   AND WS-AGY-YR(WS-AGY-IDX) = STUD-YEAR-LVL
                   AND (WS-AGY-SEX(WS-AGY-IDX) = STUD-SEX
                       OR (WS-AGY-SEX(WS-AGY-IDX) = "U"
                           AND STUD-SEX = SPACE))
                   MOVE WS-AGY-IDX TO WS-AGY-SLOT
               END-IF
           END-PERFORM
           IF WS-AGY-SLOT = 0
               IF WS-AGY-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AGY-COUNT
               MOVE STUD-PROGRAM TO WS-AGY-PROG(WS-AGY-COUNT)
               MOVE STUD-YEAR-LVL TO WS-AGY-YR(WS-AGY-COUNT)
               IF STUD-SEX = SPACE *> never captured - the submission still has to account for them #mejares
                   MOVE "U" TO WS-AGY-SEX(WS-AGY-COUNT)
               ELSE
                   MOVE STUD-SEX TO WS-AGY-SEX(WS-AGY-COUNT)
               END-IF
               MOVE 0 TO WS-AGY-CT(WS-AGY-COUNT)
               MOVE 0 TO WS-AGY-AGESUM(WS-AGY-COUNT)
               MOVE 0 TO WS-AGY-AGEKNOWN(WS-AGY-COUNT)
               MOVE WS-AGY-COUNT TO WS-AGY-SLOT
           END-IF
           ADD 1 TO WS-AGY-CT(WS-AGY-SLOT)
           IF STUD-BIRTHDATE > 0
               COMPUTE WS-AGY-AGE =
                   (WS-AGY-TODAY - STUD-BIRTHDATE) / 10000
               ADD WS-AGY-AGE TO WS-AGY-AGESUM(WS-AGY-SLOT)
               ADD 1 TO WS-AGY-AGEKNOWN(WS-AGY-SLOT)
           END-IF.

       ENROLLMENT-TREND-REPORT. *> 56. the dean's planning chart, off the snapshots instead of by hand #mejares
           OPEN INPUT SNAPSHOT-FILE
           IF SNPSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No statistics snapshots on file yet - "
                   "run ENROLLMENT STATISTICS under an open term "
                   "first." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TRD-CELLS
           MOVE 0 TO WS-TRD-TERMS-CT
           MOVE 0 TO WS-TRD-PROGS-CT
           MOVE 'N' TO WS-TRD-EOF
           PERFORM UNTIL WS-TRD-EOF = 'Y'
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-TRD-EOF
                   NOT AT END
                       PERFORM TREND-FOLD-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE

           MOVE "TREND.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ENROLLMENT TREND BY PROGRAM - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "  (last " DELIMITED BY SIZE
               WS-TRD-TERMS-CT DELIMITED BY SIZE
               " term(s) on the snapshot file)" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           MOVE 1 TO WS-TRD-PTR
           STRING "PROGRAM " DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-TRD-PTR
           PERFORM VARYING WS-TRD-J FROM 1 BY 1
               UNTIL WS-TRD-J > WS-TRD-TERMS-CT
               STRING WS-TRD-TERM-COL(WS-TRD-J) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
                   WITH POINTER WS-TRD-PTR
           END-PERFORM
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-TRD-I FROM 1 BY 1
               UNTIL WS-TRD-I > WS-TRD-PROGS-CT
               PERFORM TREND-WRITE-ONE-PROGRAM
           END-PERFORM
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-TRD-PROGS-CT " program(s) "
               "over " WS-TRD-TERMS-CT " term(s) written to TREND.TXT"
               RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       TREND-FOLD-ONE-ROW. *> one snapshot line into the grid - the newest stamp for a cell wins a rerun #mejares
           MOVE 0 TO WS-TRD-SLOT
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
               UNTIL WS-TRD-IDX > WS-TRD-CELLS
               IF WS-TRD-TERM(WS-TRD-IDX) = SNP-TERM
                   AND WS-TRD-PROG(WS-TRD-IDX) = SNP-PROGRAM
                   AND WS-TRD-YR(WS-TRD-IDX) = SNP-YEAR
                   MOVE WS-TRD-IDX TO WS-TRD-SLOT
               END-IF
           END-PERFORM
           IF WS-TRD-SLOT > 0
               IF SNP-DATE >= WS-TRD-DATE(WS-TRD-SLOT)
                   MOVE SNP-COUNT TO WS-TRD-CT(WS-TRD-SLOT)
                   MOVE SNP-DATE TO WS-TRD-DATE(WS-TRD-SLOT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-TRD-CELLS >= 400 *> the grid is full - the newest terms still printed fine #mejares
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRD-CELLS
           MOVE SNP-TERM TO WS-TRD-TERM(WS-TRD-CELLS)
           MOVE SNP-PROGRAM TO WS-TRD-PROG(WS-TRD-CELLS)
           MOVE SNP-YEAR TO WS-TRD-YR(WS-TRD-CELLS)
           MOVE SNP-COUNT TO WS-TRD-CT(WS-TRD-CELLS)
           MOVE SNP-DATE TO WS-TRD-DATE(WS-TRD-CELLS)
           PERFORM TREND-NOTE-TERM
           PERFORM TREND-NOTE-PROGRAM.

       TREND-NOTE-TERM. *> keeps the distinct term columns, dropping the oldest past eight #mejares
           MOVE 0 TO WS-TRD-SLOT
           PERFORM VARYING WS-TRD-J FROM 1 BY 1
               UNTIL WS-TRD-J > WS-TRD-TERMS-CT
               IF WS-TRD-TERM-COL(WS-TRD-J) = SNP-TERM
                   MOVE 1 TO WS-TRD-SLOT
               END-IF
           END-PERFORM
           IF WS-TRD-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TRD-TERMS-CT < 8
               ADD 1 TO WS-TRD-TERMS-CT
               MOVE SNP-TERM
                   TO WS-TRD-TERM-COL(WS-TRD-TERMS-CT)
           ELSE *> snapshots append in term order - the oldest column rolls off #mejares
               PERFORM VARYING WS-TRD-J FROM 1 BY 1
                   UNTIL WS-TRD-J > 7
                   MOVE WS-TRD-TERM-COL(WS-TRD-J + 1)
                       TO WS-TRD-TERM-COL(WS-TRD-J)
               END-PERFORM
               MOVE SNP-TERM TO WS-TRD-TERM-COL(8)
           END-IF.

       TREND-NOTE-PROGRAM. *> keeps the distinct program rows #mejares
           MOVE 0 TO WS-TRD-SLOT
           PERFORM VARYING WS-TRD-I FROM 1 BY 1
               UNTIL WS-TRD-I > WS-TRD-PROGS-CT
               IF WS-TRD-PROG-ROW(WS-TRD-I) = SNP-PROGRAM
                   MOVE 1 TO WS-TRD-SLOT
               END-IF
           END-PERFORM
           IF WS-TRD-SLOT = 0
               AND WS-TRD-PROGS-CT < 50
               ADD 1 TO WS-TRD-PROGS-CT
               MOVE SNP-PROGRAM
                   TO WS-TRD-PROG-ROW(WS-TRD-PROGS-CT)
           END-IF.

       TREND-WRITE-ONE-PROGRAM. *> one program's movement across the term columns #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           MOVE 1 TO WS-TRD-PTR
           STRING WS-TRD-PROG-ROW(WS-TRD-I) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
               WITH POINTER WS-TRD-PTR
           PERFORM VARYING WS-TRD-J FROM 1 BY 1
               UNTIL WS-TRD-J > WS-TRD-TERMS-CT
               MOVE 0 TO WS-TRD-SUM
               PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                   UNTIL WS-TRD-IDX > WS-TRD-CELLS
                   IF WS-TRD-TERM(WS-TRD-IDX) =
                       WS-TRD-TERM-COL(WS-TRD-J)
                       AND WS-TRD-PROG(WS-TRD-IDX) =
                           WS-TRD-PROG-ROW(WS-TRD-I)
                       ADD WS-TRD-CT(WS-TRD-IDX) TO WS-TRD-SUM
                   END-IF
               END-PERFORM
               STRING WS-TRD-SUM DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
                   WITH POINTER WS-TRD-PTR
           END-PERFORM
           WRITE WORK-REPORT-LINE.

       COHORT-REPORT. *> 57. follows one entry-year prefix through the archived rosters - real attrition numbers #mejares
           MOVE SPACES TO WS-COH-PREFIX
           PERFORM UNTIL WS-COH-PREFIX NOT = SPACES
               DISPLAY "Entry-year prefix (e.g. 25): " NO ADVANCING
               ACCEPT WS-COH-PREFIX
               IF WS-COH-PREFIX = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "A two-character prefix is required."
                       RST
               END-IF
           END-PERFORM

           MOVE "COHORT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "COHORT RETENTION - " DELIMITED BY SIZE
               WS-COH-PREFIX DELIMITED BY SIZE
               "-PREFIX INTAKE - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ROSTER                        PRESENT ACT  LVE  "
               DELIMITED BY SIZE
               "SUS  DIS  XFR  DEL  GONE" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE 'Y' TO WS-COH-FIRST
           MOVE 0 TO WS-COH-BASE
           MOVE 0 TO WS-COH-ROSTERS
           PERFORM COHORT-ASK-ONE-ROSTER
           PERFORM UNTIL WS-ROSTER-A-NAME = SPACES
               PERFORM COHORT-COUNT-ONE-ROSTER
               PERFORM COHORT-ASK-ONE-ROSTER
           END-PERFORM

           PERFORM COHORT-COUNT-LIVE-FILE
           PERFORM COHORT-COUNT-ALUMNI

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Intake base (first roster keyed): "
               DELIMITED BY SIZE
               WS-COH-BASE DELIMITED BY SIZE
               "   Graduated on the alumni file: " DELIMITED BY SIZE
               WS-COH-GRADS DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-COH-ROSTERS " roster(s) "
               "followed. Report written to COHORT.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       COHORT-ASK-ONE-ROSTER. *> the next archived roster to follow - ENTER alone ends the list #mejares
           DISPLAY "Archived roster file (ENTER to finish): "
               NO ADVANCING
           MOVE SPACES TO WS-ROSTER-A-NAME
           ACCEPT WS-ROSTER-A-NAME.

       COHORT-COUNT-ONE-ROSTER. *> the cohort's standing on one archived term roster #mejares
           OPEN INPUT ROSTER-A-FILE
           IF ROSTASTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "Could not open "
                   FUNCTION TRIM(WS-ROSTER-A-NAME) " - skipped." RST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COH-ROSTERS
           MOVE 0 TO WS-COH-PRESENT
           MOVE 0 TO WS-ST-CT-A WS-ST-CT-L WS-ST-CT-S WS-ST-CT-X
               WS-ST-CT-T WS-ST-CT-D
           MOVE 'N' TO WS-RECA-EOF
           PERFORM UNTIL WS-RECA-EOF = 'Y'
               READ ROSTER-A-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RECA-EOF
                   NOT AT END
                       IF RA-ID(1:2) = WS-COH-PREFIX
                           ADD 1 TO WS-COH-PRESENT
                           MOVE RA-STATUS TO WS-COH-STATUS
                           PERFORM COHORT-TALLY-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-A-FILE
           IF WS-COH-FIRST = 'Y' *> the earliest roster keyed stands in for the intake size #mejares
               MOVE WS-COH-PRESENT TO WS-COH-BASE
               MOVE 'N' TO WS-COH-FIRST
           END-IF
           PERFORM COHORT-WRITE-LINE.

       COHORT-TALLY-STATUS. *> one cohort record's standing into the counts #mejares
           EVALUATE WS-COH-STATUS
               WHEN "A" ADD 1 TO WS-ST-CT-A
               WHEN "L" ADD 1 TO WS-ST-CT-L
               WHEN "S" ADD 1 TO WS-ST-CT-S
               WHEN "X" ADD 1 TO WS-ST-CT-X
               WHEN "T" ADD 1 TO WS-ST-CT-T
               WHEN OTHER ADD 1 TO WS-ST-CT-D
           END-EVALUATE.

       COHORT-WRITE-LINE. *> one roster's cohort line, with who is gone entirely #mejares
           COMPUTE WS-COH-GONE = WS-COH-BASE - WS-COH-PRESENT
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-ROSTER-A-NAME(1:28) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COH-PRESENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-CT-A DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-CT-L DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-CT-S DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-CT-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-CT-T DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-CT-D DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COH-GONE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       COHORT-COUNT-LIVE-FILE. *> where the cohort stands on the current data file #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-COH-PRESENT
           MOVE 0 TO WS-ST-CT-A WS-ST-CT-L WS-ST-CT-S WS-ST-CT-X
               WS-ST-CT-T WS-ST-CT-D
           PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       IF STUD-ID(1:2) = WS-COH-PREFIX
                           ADD 1 TO WS-COH-PRESENT
                           MOVE STUD-STATUS TO WS-COH-STATUS
                           PERFORM COHORT-TALLY-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           MOVE "(current file)" TO WS-ROSTER-A-NAME
           PERFORM COHORT-WRITE-LINE.

       COHORT-COUNT-ALUMNI. *> how many of the cohort made it onto the alumni file #mejares
           MOVE 0 TO WS-COH-GRADS
           OPEN INPUT ALUMNI-FILE
           IF ALUMSTATUS NOT = "00" *> no alumni on file #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ALUM-EOF
           PERFORM UNTIL WS-ALUM-EOF = 'Y'
               READ ALUMNI-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ALUM-EOF
                   NOT AT END
                       IF ALUM-ID(1:2) = WS-COH-PREFIX
                           ADD 1 TO WS-COH-GRADS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE.

       MULTI-CAMPUS-CONSOLIDATION. *> 58. the head-office pack, off the campus rosters instead of the phone #mejares
           MOVE "MULTICMP" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           MOVE 0 TO WS-MC-CAMPUS-CT
           DISPLAY " "
           DISPLAY GREEN "Key up to 5 campus roster files - ENTER "
               "alone finishes the list." RST
           PERFORM UNTIL WS-MC-CAMPUS-CT >= 5
               DISPLAY "Campus roster file: " NO ADVANCING
               MOVE SPACES TO WS-ROSTER-A-NAME
               ACCEPT WS-ROSTER-A-NAME
               IF WS-ROSTER-A-NAME = SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MC-CAMPUS-CT
               MOVE WS-ROSTER-A-NAME
                   TO WS-MC-NAME(WS-MC-CAMPUS-CT)
           END-PERFORM
           IF WS-MC-CAMPUS-CT = 0
               DISPLAY " "
               DISPLAY GREEN "Nothing to consolidate." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "CONSOL.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "MULTI-CAMPUS CONSOLIDATED REPORT PACK - "
               DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE

           MOVE 0 TO WS-MC-T-ACTIVE
           MOVE 0 TO WS-MC-T-HONOR
           MOVE 0 TO WS-MC-T-YR-1 WS-MC-T-YR-2 WS-MC-T-YR-3
               WS-MC-T-YR-4 WS-MC-T-YR-5 WS-MC-T-YR-I
           MOVE 0 TO WS-MC-T-B1 WS-MC-T-B2 WS-MC-T-B3 WS-MC-T-B4
               WS-MC-T-B5 WS-MC-T-BU
           MOVE 0 TO WS-MC-IDTAB-CT
           MOVE 0 TO WS-MC-COLLISIONS
           MOVE 'N' TO WS-MC-TRUNC
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
               UNTIL WS-MC-IDX > WS-MC-CAMPUS-CT
               PERFORM MC-SWEEP-ONE-CAMPUS
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "== ALL CAMPUSES ==" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Active " DELIMITED BY SIZE
               WS-MC-T-ACTIVE DELIMITED BY SIZE
               "  Dean's Listers " DELIMITED BY SIZE
               WS-MC-T-HONOR DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Years 1ST " DELIMITED BY SIZE
               WS-MC-T-YR-1 DELIMITED BY SIZE
               " 2ND " DELIMITED BY SIZE
               WS-MC-T-YR-2 DELIMITED BY SIZE
               " 3RD " DELIMITED BY SIZE
               WS-MC-T-YR-3 DELIMITED BY SIZE
               " 4TH " DELIMITED BY SIZE
               WS-MC-T-YR-4 DELIMITED BY SIZE
               " 5TH " DELIMITED BY SIZE
               WS-MC-T-YR-5 DELIMITED BY SIZE
               " IRREG " DELIMITED BY SIZE
               WS-MC-T-YR-I DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "GPA bands " DELIMITED BY SIZE
               WS-MC-T-B1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MC-T-B2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MC-T-B3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MC-T-B4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MC-T-B5 DELIMITED BY SIZE
               "  ungraded " DELIMITED BY SIZE
               WS-MC-T-BU DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "== ID COLLISIONS (same ID, different person) =="
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-MC-COLLISIONS = 0
               MOVE "  (none found)" TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Collisions flagged: " DELIMITED BY SIZE
               WS-MC-COLLISIONS DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-MC-TRUNC = 'Y' *> a silent cap would read as a clean bill of health #mejares
               MOVE "NOTE: more active IDs than the collision table "
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               MOVE "holds - consolidate campus pairs instead."
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-MC-CAMPUS-CT " campus(es), "
               WS-MC-T-ACTIVE " active, " WS-MC-COLLISIONS
               " collision(s). Pack written to CONSOL.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       MC-SWEEP-ONE-CAMPUS. *> one campus roster: statistics, bands, listers, and the collision table #mejares
           MOVE WS-MC-NAME(WS-MC-IDX) TO WS-ROSTER-A-NAME
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "== CAMPUS " DELIMITED BY SIZE
               WS-MC-IDX DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROSTER-A-NAME) DELIMITED BY SIZE
               " ==" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           OPEN INPUT ROSTER-A-FILE
           IF ROSTASTATUS NOT = "00"
               MOVE "  (could not open - skipped)"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MC-ACTIVE
           MOVE 0 TO WS-MC-HONOR
           MOVE 0 TO WS-YR-1ST WS-YR-2ND WS-YR-3RD WS-YR-4TH
               WS-YR-5TH WS-YR-IRREG
           MOVE 0 TO WS-MC-B1 WS-MC-B2 WS-MC-B3 WS-MC-B4 WS-MC-B5
               WS-MC-BU
           MOVE "Dean's Listers:" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 'N' TO WS-RECA-EOF
           PERFORM UNTIL WS-RECA-EOF = 'Y'
               READ ROSTER-A-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RECA-EOF
                   NOT AT END
                       IF RA-STATUS = "A"
                           PERFORM MC-TALLY-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-A-FILE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Active " DELIMITED BY SIZE
               WS-MC-ACTIVE DELIMITED BY SIZE
               "  Dean's Listers " DELIMITED BY SIZE
               WS-MC-HONOR DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Years 1ST " DELIMITED BY SIZE
               WS-YR-1ST DELIMITED BY SIZE
               " 2ND " DELIMITED BY SIZE
               WS-YR-2ND DELIMITED BY SIZE
               " 3RD " DELIMITED BY SIZE
               WS-YR-3RD DELIMITED BY SIZE
               " 4TH " DELIMITED BY SIZE
               WS-YR-4TH DELIMITED BY SIZE
               " 5TH " DELIMITED BY SIZE
               WS-YR-5TH DELIMITED BY SIZE
               " IRREG " DELIMITED BY SIZE
               WS-YR-IRREG DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "GPA bands " DELIMITED BY SIZE
               WS-MC-B1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MC-B2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MC-B3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MC-B4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MC-B5 DELIMITED BY SIZE
               "  ungraded " DELIMITED BY SIZE
               WS-MC-BU DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           ADD WS-MC-ACTIVE TO WS-MC-T-ACTIVE
           ADD WS-MC-HONOR TO WS-MC-T-HONOR
           ADD WS-YR-1ST TO WS-MC-T-YR-1
           ADD WS-YR-2ND TO WS-MC-T-YR-2
           ADD WS-YR-3RD TO WS-MC-T-YR-3
           ADD WS-YR-4TH TO WS-MC-T-YR-4
           ADD WS-YR-5TH TO WS-MC-T-YR-5
           ADD WS-YR-IRREG TO WS-MC-T-YR-I
           ADD WS-MC-B1 TO WS-MC-T-B1
           ADD WS-MC-B2 TO WS-MC-T-B2
           ADD WS-MC-B3 TO WS-MC-T-B3
           ADD WS-MC-B4 TO WS-MC-T-B4
           ADD WS-MC-B5 TO WS-MC-T-B5
           ADD WS-MC-BU TO WS-MC-T-BU.

       MC-TALLY-ONE-RECORD. *> one active campus record into the pack's counts and the collision table #mejares
           ADD 1 TO WS-MC-ACTIVE
           EVALUATE RA-YEAR-LVL
               WHEN "1ST" ADD 1 TO WS-YR-1ST
               WHEN "2ND" ADD 1 TO WS-YR-2ND
               WHEN "3RD" ADD 1 TO WS-YR-3RD
               WHEN "4TH" ADD 1 TO WS-YR-4TH
               WHEN "5TH" ADD 1 TO WS-YR-5TH
               WHEN OTHER ADD 1 TO WS-YR-IRREG
           END-EVALUATE
           EVALUATE TRUE
               WHEN RA-GPA = WS-GPA-UNGRADED
                   ADD 1 TO WS-MC-BU
               WHEN RA-GPA <= WS-GPA-BAND-1
                   ADD 1 TO WS-MC-B1
               WHEN RA-GPA <= WS-GPA-BAND-2
                   ADD 1 TO WS-MC-B2
               WHEN RA-GPA <= WS-GPA-BAND-3
                   ADD 1 TO WS-MC-B3
               WHEN RA-GPA <= WS-GPA-BAND-4
                   ADD 1 TO WS-MC-B4
               WHEN OTHER
                   ADD 1 TO WS-MC-B5
           END-EVALUATE
           IF RA-GPA NOT = WS-GPA-UNGRADED
               AND RA-GPA <= WS-HONOR-THRESHOLD
               ADD 1 TO WS-MC-HONOR
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   RA-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RA-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RA-PROGRAM DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           PERFORM MC-CHECK-ID-COLLISION.

       MC-CHECK-ID-COLLISION. *> the same STUD-ID on two campuses must be the same person #mejares
           MOVE 0 TO WS-MC-ID-SLOT
           PERFORM VARYING WS-MC-ID-I FROM 1 BY 1
               UNTIL WS-MC-ID-I > WS-MC-IDTAB-CT
               IF WS-MC-ID(WS-MC-ID-I) = RA-ID
                   MOVE WS-MC-ID-I TO WS-MC-ID-SLOT
               END-IF
           END-PERFORM
           IF WS-MC-ID-SLOT = 0
               IF WS-MC-IDTAB-CT >= 1000
                   MOVE 'Y' TO WS-MC-TRUNC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MC-IDTAB-CT
               MOVE RA-ID TO WS-MC-ID(WS-MC-IDTAB-CT)
               MOVE RA-NAME TO WS-MC-IDNAME(WS-MC-IDTAB-CT)
               MOVE WS-MC-IDX TO WS-MC-IDCAMP(WS-MC-IDTAB-CT)
               EXIT PARAGRAPH
           END-IF
           IF WS-MC-IDCAMP(WS-MC-ID-SLOT) NOT = WS-MC-IDX
               AND WS-MC-IDNAME(WS-MC-ID-SLOT) NOT = RA-NAME
               ADD 1 TO WS-MC-COLLISIONS
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "  COLLISION " DELIMITED BY SIZE
                   RA-ID DELIMITED BY SIZE
                   ": campus " DELIMITED BY SIZE
                   WS-MC-IDCAMP(WS-MC-ID-SLOT) DELIMITED BY SIZE
                   " has " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MC-IDNAME(WS-MC-ID-SLOT))
                   DELIMITED BY SIZE
                   ", campus " DELIMITED BY SIZE
                   WS-MC-IDX DELIMITED BY SIZE
                   " has " DELIMITED BY SIZE
                   FUNCTION TRIM(RA-NAME) DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF.

       STUDENT-PIN-MAINT. *> 59. sets or resets one student's kiosk PIN - the counter's half of self-service #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       STUDENT PIN (KIOSK)" RST
           DISPLAY "------------------------------------"
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Student ID not found!" RST
                   CLOSE STUDENT-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           IF STUDENT-DELETED
               DISPLAY " "
               DISPLAY GREEN "Student ID not found!" RST
               CLOSE STUDENT-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           CLOSE STUDENT-FILE
           MOVE SPACES TO WS-PIN-NEW-INPUT
           PERFORM UNTIL WS-PIN-NEW-INPUT NOT = SPACES
               DISPLAY "New PIN: " NO ADVANCING
               ACCEPT WS-PIN-NEW-INPUT
               IF WS-PIN-NEW-INPUT = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "A PIN is required." RST
               END-IF
           END-PERFORM
           OPEN I-O STUD-PIN-FILE
           IF PINSTATUS = "35" *> first PIN ever - create the file #mejares
               OPEN OUTPUT STUD-PIN-FILE
               CLOSE STUD-PIN-FILE
               OPEN I-O STUD-PIN-FILE
           END-IF
           MOVE STUD-ID TO PIN-STUD-ID
           MOVE WS-PIN-NEW-INPUT TO PIN-VALUE
           WRITE STUD-PIN-RECORD
               INVALID KEY *> a reset just replaces the old PIN #mejares
                   REWRITE STUD-PIN-RECORD
           END-WRITE
           IF PINSTATUS = "00"
               MOVE "SETPIN" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY GREEN "Kiosk PIN set." RST
           ELSE
               CALL "FSTATMSG" USING PINSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE STUD-PIN-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DAILY-DIGEST. *> 60/DIGEST: the whole night on one page, instead of grepping two logs #mejares
           PERFORM DIGEST-COUNT-REJECTS *> the reject count is read before the digest borrows the report FD #mejares
           MOVE 'N' TO WS-DG-CKPT
           OPEN INPUT CHECKPOINT-FILE
           IF FILESTATUS = "00" *> a checkpoint still on disk means EXPORT never finished #mejares
               MOVE 'Y' TO WS-DG-CKPT
               CLOSE CHECKPOINT-FILE
           END-IF
           PERFORM READ-DELTA-STATE
           COMPUTE WS-DG-DELTA-DATE =
               WS-DELTA-LAST-STAMP / 100000000

           MOVE 0 TO WS-DG-NIGHT-DATE *> pass one over the run log: which night is "last night" #mejares
           OPEN INPUT RUN-LOG-FILE
           IF RUNLOGSTATUS = "00"
               MOVE 'N' TO WS-DG-EOF
               PERFORM UNTIL WS-DG-EOF = 'Y'
                   READ RUN-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-DG-EOF
                       NOT AT END
                           IF FUNCTION TEST-NUMVAL(
                               RUN-LOG-RECORD(10:8)) = 0
                               AND FUNCTION NUMVAL(
                                   RUN-LOG-RECORD(10:8))
                                   > WS-DG-NIGHT-DATE
                               MOVE FUNCTION NUMVAL(
                                   RUN-LOG-RECORD(10:8))
                                   TO WS-DG-NIGHT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF

           MOVE "DIGEST.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "DAILY OPERATIONS DIGEST - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "== NIGHT WINDOW OF " DELIMITED BY SIZE
               WS-DG-NIGHT-DATE DELIMITED BY SIZE
               " ==" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-DG-RUNS
           MOVE 0 TO WS-DG-FAILS
           MOVE 0 TO WS-DG-PARTIALS
           IF WS-DG-NIGHT-DATE = 0
               MOVE "  (no run-control records on file)"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           ELSE
               PERFORM DIGEST-WRITE-NIGHT-LINES
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Steps " DELIMITED BY SIZE
               WS-DG-RUNS DELIMITED BY SIZE
               "  failed " DELIMITED BY SIZE
               WS-DG-FAILS DELIMITED BY SIZE
               "  partial " DELIMITED BY SIZE
               WS-DG-PARTIALS DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           PERFORM DIGEST-AUDIT-TOTALS
           PERFORM DIGEST-CALENDAR-WEEK
           PERFORM DIGEST-ACTION-LIST

           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Digest written to DIGEST.TXT - "
               WS-DG-FAILS " failure(s), " WS-DG-ACTIONS
               " item(s) need action." RST
           IF BATCH-MODE
               IF WS-DG-FAILS > 0 AND WS-RUN-RC < 4 *> a digest that found failures should say so to the scheduler #mejares
                   MOVE 4 TO WS-RUN-RC
               END-IF
           ELSE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       DIGEST-COUNT-REJECTS. *> reject lines still sitting on TXNREJ.TXT from the batch run #mejares
           MOVE 0 TO WS-DG-REJECTS
           MOVE "TXNREJ.TXT" TO WS-WORK-REPORT-NAME
           OPEN INPUT WORK-REPORT-FILE
           IF WRKSTATUS NOT = "00" *> no reject file means nothing left over #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DG-EOF
           PERFORM UNTIL WS-DG-EOF = 'Y'
               READ WORK-REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-DG-EOF
                   NOT AT END
                       IF WORK-REPORT-LINE NOT = SPACES
                           ADD 1 TO WS-DG-REJECTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-REPORT-FILE.

       DIGEST-WRITE-NIGHT-LINES. *> every run-control line of the night, failures called out #mejares
           OPEN INPUT RUN-LOG-FILE
           IF RUNLOGSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DG-EOF
           PERFORM UNTIL WS-DG-EOF = 'Y'
               READ RUN-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-DG-EOF
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(
                           RUN-LOG-RECORD(10:8)) = 0
                           AND FUNCTION NUMVAL(RUN-LOG-RECORD(10:8))
                               = WS-DG-NIGHT-DATE
                           PERFORM DIGEST-ONE-NIGHT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE.

       DIGEST-ONE-NIGHT-LINE. *> one step's line, with its return code spelled out where it matters #mejares
           ADD 1 TO WS-DG-RUNS
           MOVE SPACES TO WORK-REPORT-LINE
           EVALUATE RUN-LOG-RECORD(97:1) *> the RC digit sits in a fixed column of the control record #mejares
               WHEN "8" WHEN "9"
                   ADD 1 TO WS-DG-FAILS
                   STRING "  " DELIMITED BY SIZE
                       RUN-LOG-RECORD(1:97) DELIMITED BY SIZE
                       "  <<< FAILED" DELIMITED BY SIZE
                       INTO WORK-REPORT-LINE
               WHEN "4"
                   ADD 1 TO WS-DG-PARTIALS
                   STRING "  " DELIMITED BY SIZE
                       RUN-LOG-RECORD(1:97) DELIMITED BY SIZE
                       "  << partial" DELIMITED BY SIZE
                       INTO WORK-REPORT-LINE
               WHEN OTHER
                   STRING "  " DELIMITED BY SIZE
                       RUN-LOG-RECORD(1:97) DELIMITED BY SIZE
                       INTO WORK-REPORT-LINE
           END-EVALUATE
           WRITE WORK-REPORT-LINE.

       DIGEST-AUDIT-TOTALS. *> the day's audit activity by operation and operator, off the combined trail #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "== AUDIT ACTIVITY (latest day on the trail) =="
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           CALL "SYSTEM" USING *> rotated monthly logs are part of the trail too #mejares
               "cat AUDITLOG*.TXT > AUDITSCAN.TMP 2>/dev/null"
           MOVE 0 TO WS-DG-AUD-DATE
           MOVE 0 TO WS-DG-AUD-CT
           OPEN INPUT AUDIT-SCAN-FILE
           IF SCANSTATUS NOT = "00"
               MOVE "  (no audit trail on file)" TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DG-EOF
           PERFORM UNTIL WS-DG-EOF = 'Y'
               READ AUDIT-SCAN-FILE
                   AT END
                       MOVE 'Y' TO WS-DG-EOF
                   NOT AT END
                       PERFORM DIGEST-FOLD-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-SCAN-FILE
           CALL "SYSTEM" USING "rm -f AUDITSCAN.TMP"
           IF WS-DG-AUD-CT = 0
               MOVE "  (no audit lines on the trail)"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Day: " DELIMITED BY SIZE
               WS-DG-AUD-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-DG-IDX FROM 1 BY 1
               UNTIL WS-DG-IDX > WS-DG-AUD-CT
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-DG-OP(WS-DG-IDX) DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   WS-DG-WHO(WS-DG-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-DG-N(WS-DG-IDX) DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-PERFORM.

       DIGEST-FOLD-AUDIT-LINE. *> one audit line into the day's totals - a newer day resets them #mejares
           IF FUNCTION TEST-NUMVAL(AUDIT-SCAN-RECORD(16:8)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(AUDIT-SCAN-RECORD(16:8))
               > WS-DG-AUD-DATE *> the combined logs are not in order - the newest day wins #mejares
               MOVE FUNCTION NUMVAL(AUDIT-SCAN-RECORD(16:8))
                   TO WS-DG-AUD-DATE
               MOVE 0 TO WS-DG-AUD-CT
           END-IF
           IF FUNCTION NUMVAL(AUDIT-SCAN-RECORD(16:8))
               NOT = WS-DG-AUD-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DG-SLOT
           PERFORM VARYING WS-DG-IDX FROM 1 BY 1
               UNTIL WS-DG-IDX > WS-DG-AUD-CT
               IF WS-DG-OP(WS-DG-IDX) = AUDIT-SCAN-RECORD(8:6)
                   AND WS-DG-WHO(WS-DG-IDX)
                       = AUDIT-SCAN-RECORD(36:8)
                   MOVE WS-DG-IDX TO WS-DG-SLOT
               END-IF
           END-PERFORM
           IF WS-DG-SLOT = 0
               IF WS-DG-AUD-CT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DG-AUD-CT
               MOVE AUDIT-SCAN-RECORD(8:6)
                   TO WS-DG-OP(WS-DG-AUD-CT)
               MOVE AUDIT-SCAN-RECORD(36:8)
                   TO WS-DG-WHO(WS-DG-AUD-CT)
               MOVE 0 TO WS-DG-N(WS-DG-AUD-CT)
               MOVE WS-DG-AUD-CT TO WS-DG-SLOT
           END-IF
           ADD 1 TO WS-DG-N(WS-DG-SLOT).

       DIGEST-ACTION-LIST. *> anything the registrar has to do something about, on one list #mejares
           MOVE 0 TO WS-DG-ACTIONS
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "== NEEDS ACTION ==" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-DG-CKPT = 'Y'
               ADD 1 TO WS-DG-ACTIONS
               MOVE "  EXPORTCKPT.TXT left behind - the CSV export "
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               MOVE "  did not finish; rerun EXPORT to resume it."
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           IF WS-DG-REJECTS > 0
               ADD 1 TO WS-DG-ACTIONS
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-DG-REJECTS DELIMITED BY SIZE
                   " reject line(s) on TXNREJ.TXT - fix and "
                   DELIMITED BY SIZE
                   "resubmit them." DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           IF WS-DG-NIGHT-DATE > 0
               AND WS-DG-DELTA-DATE < WS-DG-NIGHT-DATE
               ADD 1 TO WS-DG-ACTIONS
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "  DELTALAST.TXT stamp (" DELIMITED BY SIZE
                   WS-DG-DELTA-DATE DELIMITED BY SIZE
                   ") did not advance past the night - check "
                   DELIMITED BY SIZE
                   "the delta feed." DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           IF WS-DG-ACTIONS = 0
               MOVE "  (nothing needs action)" TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF.

       SET-BATCH-OPERATOR. *> scheduled runs stamp OPERATOR_ID from the environment, or BATCH #mejares
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES
               MOVE "BATCH" TO WS-OPERATOR-ID
           END-IF.

       OPERATOR-SIGNON. *> checks the typed ID/PIN against USERS.DAT; three misses end the session #mejares
           MOVE 'N' TO WS-SIGNON-OK
           MOVE 0 TO WS-SIGNON-TRIES
           PERFORM UNTIL WS-SIGNON-OK = 'Y'
               OR WS-SIGNON-TRIES >= 3
               CALL "SYSTEM" USING "CLS"
               DISPLAY "===================================="
               DISPLAY GREEN "|        OPERATOR SIGN-ON          |" RST
               DISPLAY "===================================="
               DISPLAY "Operator ID: " NO ADVANCING
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               DISPLAY "PIN        : " NO ADVANCING
               MOVE SPACES TO WS-PIN-INPUT
               ACCEPT WS-PIN-INPUT
               PERFORM CHECK-SIGNON
               IF WS-SIGNON-OK NOT = 'Y'
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY " "
                   DISPLAY GREEN "Operator ID or PIN is not "
                       "recognized." RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
           END-PERFORM
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "[SYSTEM] Too many failed sign-on "
                   "attempts. Terminating." RST
           END-IF.

       CHECK-SIGNON. *> Y in WS-SIGNON-OK when the ID is on file and the PIN matches; also sets the role #mejares
           PERFORM LOAD-USERS
           PERFORM FIND-USER
           IF WS-USER-FOUND > 0
               AND WS-USR-PIN(WS-USER-FOUND) = WS-PIN-INPUT
               MOVE WS-USR-ROLE(WS-USER-FOUND) TO WS-OPER-ROLE
               MOVE 'Y' TO WS-SIGNON-OK
           END-IF.

       FIND-USER. *> slot of WS-OPERATOR-ID in the operator table, 0 when it is not there #mejares
           MOVE 0 TO WS-USER-FOUND
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
               IF WS-USR-ID(WS-USER-IDX) = WS-OPERATOR-ID
                   MOVE WS-USER-IDX TO WS-USER-FOUND
               END-IF
           END-PERFORM.

       LOAD-USERS. *> pulls the operator accounts out of USERS.DAT, seeding the stock supervisor on first use #mejares
           MOVE 0 TO WS-USER-COUNT
           OPEN INPUT USER-FILE
           IF USERSTATUS NOT = "00" *> first start ever - create the stock supervisor account #mejares
               PERFORM SEED-USER-FILE
               OPEN INPUT USER-FILE
               IF USERSTATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO WS-USER-EOF
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USER-FILE
                   AT END
                       MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       IF USR-ID NOT = SPACES
                           AND WS-USER-COUNT < 20
                           ADD 1 TO WS-USER-COUNT
                           MOVE USR-ID
                               TO WS-USR-ID(WS-USER-COUNT)
                           MOVE USR-PIN
                               TO WS-USR-PIN(WS-USER-COUNT)
                           MOVE USR-ROLE
                               TO WS-USR-ROLE(WS-USER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       SAVE-USERS. *> rewrites USERS.DAT from the in-storage operator table #mejares
           OPEN OUTPUT USER-FILE
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
               MOVE WS-USR-ID(WS-USER-IDX) TO USR-ID
               MOVE WS-USR-PIN(WS-USER-IDX) TO USR-PIN
               MOVE WS-USR-ROLE(WS-USER-IDX) TO USR-ROLE
               WRITE USER-ACCOUNT
           END-PERFORM
           CLOSE USER-FILE.

       SEED-USER-FILE. *> first start ever - create USERS.DAT with the stock supervisor account #mejares
           OPEN OUTPUT USER-FILE
           IF USERSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "ADMIN" TO USR-ID
           MOVE "ADMIN" TO USR-PIN
           MOVE "S" TO USR-ROLE
           WRITE USER-ACCOUNT
           CLOSE USER-FILE
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] First start - operator ADMIN "
               "(PIN ADMIN, supervisor) was created. Change its PIN "
               "on the OPERATOR ACCOUNTS screen." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CHECK-MENU-ACCESS. *> Y in WS-ROLE-OK when the signed-on role may take WS-OPTION #mejares
           MOVE 'N' TO WS-ROLE-OK
           EVALUATE WS-OPTION
               WHEN 4 WHEN 7 WHEN 13 WHEN 20 WHEN 23 WHEN 25 *> delete, CSV reload, restore, graduate, purge, accounts #mejares
               WHEN 30 WHEN 31 WHEN 32 *> rebuilding or overwriting the live file is a supervisor call #mejares
               WHEN 34 *> redefining the ID scheme is the registrar's call #mejares
               WHEN 43 *> placing and lifting holds is a supervisor call #mejares
               WHEN 62 *> granting and taking back scholarships is a supervisor call #mejares
               WHEN 65 *> what accounting books is a supervisor call #mejares
               WHEN 79 *> the council's policy values are entered by a supervisor #mejares
               WHEN 80 *> releasing or erasing personal data is the privacy officer's call #mejares
                   IF OPER-SUPERVISOR
                       MOVE 'Y' TO WS-ROLE-OK
                   END-IF
               WHEN 2 WHEN 5 WHEN 8 WHEN 9 WHEN 10 WHEN 17 *> lookups and reports are open to every role #mejares
               WHEN 21 WHEN 22 WHEN 24 WHEN 26 WHEN 27 WHEN 29
               WHEN 38 WHEN 39 WHEN 51 WHEN 56 WHEN 57 WHEN 58
               WHEN 60 WHEN 81 WHEN 99 *> finding and reprinting a filed report is a lookup #mejares
                   MOVE 'Y' TO WS-ROLE-OK
               WHEN OTHER *> everything that writes needs at least an encoder #mejares
                   IF OPER-ENCODER OR OPER-SUPERVISOR
                       MOVE 'Y' TO WS-ROLE-OK
                   END-IF
           END-EVALUATE.

       MAINTAIN-USERS. *> 25. OPERATOR ACCOUNTS - add/list/remove the operators who may sign on #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "        OPERATOR ACCOUNTS" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Add Operator                   |"
           DISPLAY "|2| List Operators                 |"
           DISPLAY "|3| Remove Operator                |"
           DISPLAY "|4| Change an Operator's PIN       |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-USERMAINT-OPTION
           EVALUATE WS-USERMAINT-OPTION
               WHEN 1 PERFORM USER-ADD
               WHEN 2 PERFORM USER-LIST
               WHEN 3 PERFORM USER-REMOVE
               WHEN 4 PERFORM USER-CHANGE-PIN
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       USER-ADD. *> puts a new operator account on USERS.DAT #mejares
           PERFORM LOAD-USERS
           MOVE SPACES TO WS-USER-ID-INPUT
           PERFORM UNTIL WS-USER-ID-INPUT NOT = SPACES
               DISPLAY "Enter Operator ID: " NO ADVANCING
               ACCEPT WS-USER-ID-INPUT
               IF WS-USER-ID-INPUT = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "Operator ID is required." RST
               END-IF
           END-PERFORM
           PERFORM FIND-USER-INPUT
           IF WS-USER-FOUND > 0
               DISPLAY " "
               DISPLAY GREEN "Operator ID already exists!" RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-COUNT >= 20
               DISPLAY " "
               DISPLAY GREEN "The operator file is full." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-USER-PIN-INPUT
           PERFORM UNTIL WS-USER-PIN-INPUT NOT = SPACES
               DISPLAY "Enter PIN: " NO ADVANCING
               ACCEPT WS-USER-PIN-INPUT
               IF WS-USER-PIN-INPUT = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "A PIN is required." RST
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-USER-ROLE-INPUT
           PERFORM UNTIL WS-ROLE-INPUT-VALID
               DISPLAY "Role (I=inquiry, E=encoder, S=supervisor): "
                   NO ADVANCING
               ACCEPT WS-USER-ROLE-INPUT
               IF NOT WS-ROLE-INPUT-VALID
                   DISPLAY " "
                   DISPLAY GREEN "Role must be I, E, or S." RST
               END-IF
           END-PERFORM
           ADD 1 TO WS-USER-COUNT
           MOVE WS-USER-ID-INPUT TO WS-USR-ID(WS-USER-COUNT)
           MOVE WS-USER-PIN-INPUT TO WS-USR-PIN(WS-USER-COUNT)
           MOVE WS-USER-ROLE-INPUT TO WS-USR-ROLE(WS-USER-COUNT)
           PERFORM SAVE-USERS
           DISPLAY " "
           DISPLAY GREEN "Operator added." RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       FIND-USER-INPUT. *> slot of WS-USER-ID-INPUT in the operator table, 0 when it is not there #mejares
           MOVE 0 TO WS-USER-FOUND
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
               IF WS-USR-ID(WS-USER-IDX) = WS-USER-ID-INPUT
                   MOVE WS-USER-IDX TO WS-USER-FOUND
               END-IF
           END-PERFORM.

       USER-LIST. *> shows every operator with their role - PINs stay hidden #mejares
           PERFORM LOAD-USERS
           DISPLAY " "
           DISPLAY "------------------------------------"
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
               DISPLAY "  " WS-USR-ID(WS-USER-IDX) " ["
                   WS-USR-ROLE(WS-USER-IDX) "]"
           END-PERFORM
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       USER-REMOVE. *> drops an operator account - never your own #mejares
           PERFORM LOAD-USERS
           DISPLAY "Enter Operator ID to remove: " NO ADVANCING
           MOVE SPACES TO WS-USER-ID-INPUT
           ACCEPT WS-USER-ID-INPUT
           IF WS-USER-ID-INPUT = WS-OPERATOR-ID *> removing the account running the session locks everyone out mid-day #mejares
               DISPLAY " "
               DISPLAY GREEN "You cannot remove the operator you are "
                   "signed on as." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-USER-INPUT
           IF WS-USER-FOUND = 0
               DISPLAY " "
               DISPLAY GREEN "Operator ID not found!" RST
           ELSE
               MOVE 0 TO WS-USER-KEEP *> compact the table over the removed operator #mejares
               PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
                   IF WS-USER-IDX NOT = WS-USER-FOUND
                       ADD 1 TO WS-USER-KEEP
                       MOVE WS-USER-ENTRY(WS-USER-IDX)
                           TO WS-USER-ENTRY(WS-USER-KEEP)
                   END-IF
               END-PERFORM
               MOVE WS-USER-KEEP TO WS-USER-COUNT
               PERFORM SAVE-USERS
               DISPLAY " "
               DISPLAY GREEN "Operator removed." RST
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       USER-CHANGE-PIN. *> replaces the PIN held for an existing operator #mejares
           PERFORM LOAD-USERS
           DISPLAY "Enter Operator ID: " NO ADVANCING
           MOVE SPACES TO WS-USER-ID-INPUT
           ACCEPT WS-USER-ID-INPUT
           PERFORM FIND-USER-INPUT
           IF WS-USER-FOUND = 0
               DISPLAY " "
               DISPLAY GREEN "Operator ID not found!" RST
           ELSE
               MOVE SPACES TO WS-USER-PIN-INPUT
               PERFORM UNTIL WS-USER-PIN-INPUT NOT = SPACES
                   DISPLAY "Enter New PIN: " NO ADVANCING
                   ACCEPT WS-USER-PIN-INPUT
                   IF WS-USER-PIN-INPUT = SPACES
                       DISPLAY " "
                       DISPLAY GREEN "A PIN is required." RST
                   END-IF
               END-PERFORM
               MOVE WS-USER-PIN-INPUT TO WS-USR-PIN(WS-USER-FOUND)
               PERFORM SAVE-USERS
               DISPLAY " "
               DISPLAY GREEN "PIN changed." RST
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       BACKUP-STUDENT-FILE. *> same-day rollback copy of the current data file before an edit/delete session #mejares
           ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-BACKUP-COMMAND
           STRING "cp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DATA-FILENAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DATA-FILENAME) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-BACKUP-DATE DELIMITED BY SIZE
               ".BAK 2>/dev/null" DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND
           CALL "SYSTEM" USING WS-BACKUP-COMMAND
           IF BATCH-MODE AND WS-RUN-MODE = "BACKUP" *> as a chain step the copy must be proven, not assumed #mejares
               MOVE SPACES TO WS-BK-NAME
               STRING FUNCTION TRIM(WS-DATA-FILENAME)
                   DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-BACKUP-DATE DELIMITED BY SIZE
                   ".BAK" DELIMITED BY SIZE
                   INTO WS-BK-NAME
               PERFORM GET-FILE-SIZE
               IF WS-FILE-SIZE = 0 *> nothing landed - halt the chain before TXN runs unprotected #mejares
                   DISPLAY "[SYSTEM] Backup copy did not land - "
                       "check the data file."
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF.

       SET-DATA-FILENAME. *> resolves STUDENT-FILE's external name before any file is opened, for per-term archiving #mejares
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT "STUDENT_DATA_FILE"
           IF WS-DATA-FILENAME = SPACES
               MOVE "STUDENTSYS.DAT" TO WS-DATA-FILENAME
           END-IF.

       MAINTAIN-TERMS. *> 15. TERM CONTROL - the registrar opens a term here; prior terms close automatically #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "     TERM CONTROL (OPEN/CLOSE)" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Open a New Term                |"
           DISPLAY "|2| List Terms                     |"
           DISPLAY "|3| Move Closed Terms to History   |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-TERMMAINT-OPTION
           EVALUATE WS-TERMMAINT-OPTION
               WHEN 1 PERFORM TERM-OPEN-NEW
               WHEN 2 PERFORM TERM-LIST
               WHEN 3 PERFORM HIST-OFFLOAD-RUN
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       TERM-OPEN-NEW. *> makes a new label the open term and moves the previous open term onto the closed list #mejares
           PERFORM LOAD-TERM-CONTROL
           MOVE SPACES TO WS-NEW-TERM-INPUT
           MOVE 'N' TO WS-TERM-OK
           PERFORM UNTIL WS-TERM-OK = 'Y'
               DISPLAY "Enter New Term (e.g. 2025-1ST): " NO ADVANCING
               ACCEPT WS-NEW-TERM-INPUT
               MOVE WS-NEW-TERM-INPUT TO WS-GRADE-TERM-INPUT
               PERFORM CHECK-TERM-CLOSED
               IF WS-NEW-TERM-INPUT = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "Term label is required." RST
               ELSE
                   IF WS-NEW-TERM-INPUT = WS-OPEN-TERM
                       OR WS-TERM-FOUND = 'Y'
                       DISPLAY " "
                       DISPLAY GREEN "That term is already on the "
                           "term control file." RST
                   ELSE
                       MOVE 'Y' TO WS-TERM-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OPEN-TERM NOT = SPACES *> the term being replaced is now closed to grade entry #mejares
               IF WS-CLOSED-TERM-COUNT < 50
                   ADD 1 TO WS-CLOSED-TERM-COUNT
                   MOVE WS-OPEN-TERM
                       TO WS-CLOSED-TERM(WS-CLOSED-TERM-COUNT)
               END-IF
           END-IF
           MOVE WS-NEW-TERM-INPUT TO WS-OPEN-TERM
           PERFORM SAVE-TERM-CONTROL
           DISPLAY " "
           DISPLAY GREEN "Term " WS-OPEN-TERM " is now the open term."
               RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       TERM-LIST. *> shows the open term and every closed term on the control file #mejares
           PERFORM LOAD-TERM-CONTROL
           DISPLAY " "
           DISPLAY "------------------------------------"
           IF WS-OPEN-TERM = SPACES
               DISPLAY GREEN "No term is open." RST
           ELSE
               DISPLAY GREEN "Open term   : " WS-OPEN-TERM RST
           END-IF
           IF WS-CLOSED-TERM-COUNT = 0
               DISPLAY "Closed terms: (none)"
           ELSE
               DISPLAY "Closed terms:"
               PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-CLOSED-TERM-COUNT
                   DISPLAY "  " WS-CLOSED-TERM(WS-TERM-IDX)
               END-PERFORM
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       LOAD-TERM-CONTROL. *> pulls the open term and the closed-term list out of TERMCTL.DAT #mejares
           MOVE SPACES TO WS-OPEN-TERM
           MOVE 0 TO WS-CLOSED-TERM-COUNT
           OPEN INPUT TERM-FILE
           IF TERMSTATUS NOT = "00" *> no term control on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TERM-EOF
           READ TERM-FILE
               AT END
                   MOVE 'Y' TO WS-TERM-EOF
               NOT AT END
                   MOVE TERM-RECORD TO WS-OPEN-TERM
           END-READ
           PERFORM UNTIL WS-TERM-EOF = 'Y'
               READ TERM-FILE
                   AT END
                       MOVE 'Y' TO WS-TERM-EOF
                   NOT AT END
                       IF WS-CLOSED-TERM-COUNT < 50
                           ADD 1 TO WS-CLOSED-TERM-COUNT
                           MOVE TERM-RECORD
                               TO WS-CLOSED-TERM(WS-CLOSED-TERM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.

       SAVE-TERM-CONTROL. *> rewrites TERMCTL.DAT: the open term first, then every closed term #mejares
           OPEN OUTPUT TERM-FILE
           MOVE WS-OPEN-TERM TO TERM-RECORD
           WRITE TERM-RECORD
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-CLOSED-TERM-COUNT
               MOVE WS-CLOSED-TERM(WS-TERM-IDX) TO TERM-RECORD
               WRITE TERM-RECORD
           END-PERFORM
           CLOSE TERM-FILE.

       CHECK-TERM-CLOSED. *> Y in WS-TERM-FOUND when WS-GRADE-TERM-INPUT is on the closed-term list #mejares
           MOVE 'N' TO WS-TERM-FOUND
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-CLOSED-TERM-COUNT
               IF WS-CLOSED-TERM(WS-TERM-IDX) = WS-GRADE-TERM-INPUT
                   MOVE 'Y' TO WS-TERM-FOUND
               END-IF
           END-PERFORM.

       GET-VALID-TERM. *> prompts for the grade-entry term: ENTER takes the open term, closed terms need an override #mejares
           MOVE 'N' TO WS-TERM-OK
           MOVE 'N' TO WS-TERM-OVERRIDE
           PERFORM UNTIL WS-TERM-OK = 'Y'
               MOVE SPACES TO WS-GRADE-TERM-INPUT
               DISPLAY "Term [" FUNCTION TRIM(WS-OPEN-TERM) "]: "
                   NO ADVANCING
               ACCEPT WS-GRADE-TERM-INPUT
               IF WS-GRADE-TERM-INPUT = SPACES *> ENTER alone takes the open term #mejares
                   MOVE WS-OPEN-TERM TO WS-GRADE-TERM-INPUT
               END-IF
               IF WS-GRADE-TERM-INPUT = WS-OPEN-TERM
                   MOVE 'Y' TO WS-TERM-OK
               ELSE
                   PERFORM CHECK-TERM-CLOSED
                   IF WS-TERM-FOUND = 'Y'
                       DISPLAY " "
                       DISPLAY GREEN "Term "
                           FUNCTION TRIM(WS-GRADE-TERM-INPUT)
                           " is closed to grade entry." RST
                       IF NOT OPER-SUPERVISOR *> only a supervisor's sign-on can stand behind an override #mejares
                           DISPLAY GREEN "Only a supervisor may "
                               "override a closed term." RST
                           DISPLAY GREEN "Posting refused. ENTER alone"
                               " takes the open term." RST
                       ELSE
                       DISPLAY "Supervisor override? (Y/N): "
                           NO ADVANCING
                       ACCEPT WS-TERM-OVERRIDE
                       IF WS-TERM-OVERRIDE = "Y" OR
                           WS-TERM-OVERRIDE = "y"
                               MOVE "Y" TO WS-TERM-OVERRIDE
                               MOVE 'Y' TO WS-TERM-OK
                       ELSE
                           MOVE 'N' TO WS-TERM-OVERRIDE
                           DISPLAY " "
                           DISPLAY GREEN "Posting refused. ENTER alone"
                               " takes the open term." RST
                       END-IF
                       END-IF
                   ELSE
                       DISPLAY " "
                       DISPLAY GREEN "Unknown term label. Use the open"
                           " term or a closed term on the control"
                           " file." RST
                   END-IF
               END-IF
           END-PERFORM.

       MAINTAIN-GRADE-SCALE. *> 16. GRADE SCALE - the marks RECORD-TERM-GRADE and batch grades are validated against #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "     GRADE SCALE (VALID MARKS)" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| List Marks                     |"
           DISPLAY "|2| Add a Mark                     |"
           DISPLAY "|3| Remove a Mark                  |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-SCALEMAINT-OPTION
           EVALUATE WS-SCALEMAINT-OPTION
               WHEN 1 PERFORM GRADE-SCALE-LIST
               WHEN 2 PERFORM GRADE-SCALE-ADD
               WHEN 3 PERFORM GRADE-SCALE-REMOVE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       GRADE-SCALE-LIST. *> shows every mark currently accepted #mejares
           PERFORM LOAD-GRADE-SCALE
           DISPLAY " "
           DISPLAY "------------------------------------"
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > WS-GRADE-SCALE-COUNT
               DISPLAY "  " WS-GRADE-SCALE-MARK(WS-SCALE-IDX)
           END-PERFORM
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       GRADE-SCALE-ADD. *> puts one more mark on the scale #mejares
           PERFORM LOAD-GRADE-SCALE
           MOVE SPACES TO WS-SCALE-MARK-INPUT
           DISPLAY "Enter Mark to Add (e.g. 1.25 or INC): "
               NO ADVANCING
           ACCEPT WS-SCALE-MARK-INPUT
           MOVE WS-SCALE-MARK-INPUT TO WS-GRADE-VALUE-INPUT
           PERFORM CHECK-GRADE-ON-SCALE
           IF WS-SCALE-MARK-INPUT = SPACES
               DISPLAY " "
               DISPLAY GREEN "A mark is required." RST
           ELSE
               IF WS-GRADE-OK = 'Y'
                   DISPLAY " "
                   DISPLAY GREEN "That mark is already on the scale."
                       RST
               ELSE
                   IF WS-GRADE-SCALE-COUNT < 30
                       ADD 1 TO WS-GRADE-SCALE-COUNT
                       MOVE WS-SCALE-MARK-INPUT TO
                           WS-GRADE-SCALE-MARK(WS-GRADE-SCALE-COUNT)
                       PERFORM SAVE-GRADE-SCALE
                       DISPLAY " "
                       DISPLAY GREEN "Mark added to the scale." RST
                   ELSE
                       DISPLAY " "
                       DISPLAY GREEN "The grade scale is full." RST
                   END-IF
               END-IF
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       GRADE-SCALE-REMOVE. *> drops one mark off the scale #mejares
           PERFORM LOAD-GRADE-SCALE
           MOVE SPACES TO WS-SCALE-MARK-INPUT
           DISPLAY "Enter Mark to Remove: " NO ADVANCING
           ACCEPT WS-SCALE-MARK-INPUT
           MOVE WS-SCALE-MARK-INPUT TO WS-GRADE-VALUE-INPUT
           PERFORM CHECK-GRADE-ON-SCALE
           IF WS-GRADE-OK NOT = 'Y'
               DISPLAY " "
               DISPLAY GREEN "That mark is not on the scale." RST
           ELSE
           IF WS-GRADE-SCALE-COUNT = 1 *> an empty scale would make grade entry impossible #mejares
               DISPLAY " "
               DISPLAY GREEN "Cannot remove the last mark on the "
                   "scale." RST
           ELSE
               MOVE 0 TO WS-SCALE-KEEP *> compact the table over the removed mark #mejares
               PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
                   UNTIL WS-SCALE-IDX > WS-GRADE-SCALE-COUNT
                   IF WS-GRADE-SCALE-MARK(WS-SCALE-IDX) NOT =
                       WS-SCALE-MARK-INPUT
                       ADD 1 TO WS-SCALE-KEEP
                       MOVE WS-GRADE-SCALE-MARK(WS-SCALE-IDX)
                           TO WS-GRADE-SCALE-MARK(WS-SCALE-KEEP)
                   END-IF
               END-PERFORM
               MOVE WS-SCALE-KEEP TO WS-GRADE-SCALE-COUNT
               PERFORM SAVE-GRADE-SCALE
               DISPLAY " "
               DISPLAY GREEN "Mark removed from the scale." RST
           END-IF
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       LOAD-GRADE-SCALE. *> pulls the valid marks out of GRADESCL.DAT, seeding the standard scale on first use #mejares
           MOVE 0 TO WS-GRADE-SCALE-COUNT
           OPEN INPUT GRADE-SCALE-FILE
           IF SCALESTATUS NOT = "00" *> first use - write the school's standard scale #mejares
               PERFORM SEED-GRADE-SCALE
               OPEN INPUT GRADE-SCALE-FILE
               IF SCALESTATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO WS-SCALE-EOF
           PERFORM UNTIL WS-SCALE-EOF = 'Y'
               READ GRADE-SCALE-FILE
                   AT END
                       MOVE 'Y' TO WS-SCALE-EOF
                   NOT AT END
                       IF GRADE-SCALE-RECORD NOT = SPACES
                           AND WS-GRADE-SCALE-COUNT < 30
                           ADD 1 TO WS-GRADE-SCALE-COUNT
                           MOVE GRADE-SCALE-RECORD TO
                               WS-GRADE-SCALE-MARK(WS-GRADE-SCALE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-SCALE-FILE.

       SAVE-GRADE-SCALE. *> rewrites GRADESCL.DAT from the in-storage table #mejares
           OPEN OUTPUT GRADE-SCALE-FILE
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > WS-GRADE-SCALE-COUNT
               MOVE WS-GRADE-SCALE-MARK(WS-SCALE-IDX)
                   TO GRADE-SCALE-RECORD
               WRITE GRADE-SCALE-RECORD
           END-PERFORM
           CLOSE GRADE-SCALE-FILE.

       SEED-GRADE-SCALE. *> the school's standard 1.00-3.00/5.00 scale plus the special marks #mejares
           OPEN OUTPUT GRADE-SCALE-FILE
           MOVE "1.00" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "1.25" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "1.50" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "1.75" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "2.00" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "2.25" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "2.50" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "2.75" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "3.00" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "4.00" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "5.00" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "INC" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "DRP" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           MOVE "W" TO GRADE-SCALE-RECORD
           WRITE GRADE-SCALE-RECORD
           CLOSE GRADE-SCALE-FILE.

       CHECK-GRADE-ON-SCALE. *> Y in WS-GRADE-OK when WS-GRADE-VALUE-INPUT is one of the loaded marks #mejares
           MOVE 'N' TO WS-GRADE-OK
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > WS-GRADE-SCALE-COUNT
               IF WS-GRADE-SCALE-MARK(WS-SCALE-IDX) =
                   WS-GRADE-VALUE-INPUT
                   MOVE 'Y' TO WS-GRADE-OK
               END-IF
           END-PERFORM.

       GET-VALID-GRADE. *> prompts for the grade and re-prompts until it is a mark on the scale #mejares
           MOVE 'N' TO WS-GRADE-OK
           PERFORM UNTIL WS-GRADE-OK = 'Y'
               MOVE SPACES TO WS-GRADE-VALUE-INPUT
               DISPLAY "Grade: " NO ADVANCING
               ACCEPT WS-GRADE-VALUE-INPUT
               PERFORM CHECK-GRADE-ON-SCALE
               IF WS-GRADE-OK NOT = 'Y'
                   DISPLAY " "
                   DISPLAY GREEN "That grade is not on the grade "
                       "scale. Valid marks are listed on the GRADE "
                       "SCALE screen." RST
               END-IF
           END-PERFORM.

       CHECK-DUPLICATE-TERM. *> Y in WS-TERM-FOUND when the student already holds a grade for WS-GRADE-TERM-INPUT #mejares
           MOVE 'N' TO WS-TERM-FOUND
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > STUD-GRADE-COUNT
               IF STUD-GRADE-TERM(WS-GRADE-IDX) =
                   WS-GRADE-TERM-INPUT
                   MOVE 'Y' TO WS-TERM-FOUND
               END-IF
           END-PERFORM
           IF WS-TERM-FOUND NOT = 'Y' *> a term rolled out to the archive is still a recorded term #mejares
               PERFORM CHECK-ARCHIVED-TERM
           END-IF.

       CHECK-ARCHIVED-TERM. *> Y in WS-TERM-FOUND when the term was archived for this student #mejares
           OPEN INPUT GRADE-ARCHIVE-FILE
           IF ARCSTATUS NOT = "00" *> no archive on file yet means nothing archived #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO ARC-STUD-ID
           MOVE WS-GRADE-TERM-INPUT TO ARC-TERM
           READ GRADE-ARCHIVE-FILE KEY IS ARC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TERM-FOUND
           END-READ
           CLOSE GRADE-ARCHIVE-FILE.

       ARCHIVE-OLDEST-GRADE. *> rolls the oldest in-record term out to GRADEARC.DAT and shifts the table down #mejares
           MOVE 'N' TO WS-ARC-OK
           OPEN I-O GRADE-ARCHIVE-FILE
           IF ARCSTATUS = "35" *> first rollout ever - create the archive #mejares
               OPEN OUTPUT GRADE-ARCHIVE-FILE
               CLOSE GRADE-ARCHIVE-FILE
               OPEN I-O GRADE-ARCHIVE-FILE
           END-IF
           IF ARCSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO ARC-STUD-ID
           MOVE STUD-GRADE-TERM(1) TO ARC-TERM
           MOVE STUD-GRADE-VALUE(1) TO ARC-GRADE
           WRITE GRADE-ARCHIVE-RECORD
               INVALID KEY *> that term is somehow already archived - keep the newer grade #mejares
                   REWRITE GRADE-ARCHIVE-RECORD
           END-WRITE
           IF ARCSTATUS = "00"
               MOVE 'Y' TO WS-ARC-OK
           END-IF
           CLOSE GRADE-ARCHIVE-FILE
           IF WS-ARC-OK = 'Y'
               PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > 9
                   MOVE STUD-GRADE-ENTRY(WS-GRADE-IDX + 1)
                       TO STUD-GRADE-ENTRY(WS-GRADE-IDX)
               END-PERFORM
               MOVE SPACES TO STUD-GRADE-ENTRY(10)
               SUBTRACT 1 FROM STUD-GRADE-COUNT
               MOVE "ARCHIV" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       MAINTAIN-PROGRAMS. *> 14. PROGRAM REFERENCE - add/edit/deactivate the codes STUD-PROGRAM is validated against #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "     PROGRAM REFERENCE (CODES)" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Add Program Code               |"
           DISPLAY "|2| Edit Program Name              |"
           DISPLAY "|3| Deactivate/Reactivate Code     |"
           DISPLAY "|4| List Program Codes             |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-PROGMAINT-OPTION
           EVALUATE WS-PROGMAINT-OPTION
               WHEN 1 PERFORM PROGRAM-REF-ADD
               WHEN 2 PERFORM PROGRAM-REF-EDIT
               WHEN 3 PERFORM PROGRAM-REF-TOGGLE
               WHEN 4 PERFORM PROGRAM-REF-LIST
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       PROGRAM-REF-ADD. *> puts a new active code/name pair on the program reference #mejares
           OPEN I-O PROGRAM-FILE.
           IF PROGSTATUS = "35" *> first code ever - create the reference file #mejares
               OPEN OUTPUT PROGRAM-FILE
               CLOSE PROGRAM-FILE
               OPEN I-O PROGRAM-FILE
           END-IF.
           MOVE SPACES TO PROG-CODE
           PERFORM UNTIL PROG-CODE NOT = SPACES
               DISPLAY "Enter Program Code: " NO ADVANCING
               ACCEPT PROG-CODE
               IF PROG-CODE = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "Program code is required." RST
               END-IF
           END-PERFORM
           READ PROGRAM-FILE *> error handler for duplicate program code #mejares
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Program code already exists!" RST
                   CLOSE PROGRAM-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO PROG-NAME
           PERFORM UNTIL PROG-NAME NOT = SPACES
               DISPLAY "Enter Full Program Name: " NO ADVANCING
               ACCEPT PROG-NAME
               IF PROG-NAME = SPACES
                   DISPLAY " "
                   DISPLAY GREEN "Program name is required." RST
               END-IF
           END-PERFORM
           MOVE "A" TO PROG-ACTIVE
           WRITE PROGRAM-REFERENCE
           IF PROGSTATUS = "00"
               DISPLAY " "
               DISPLAY GREEN "Program code added." RST
           ELSE
               CALL "FSTATMSG" USING PROGSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT
           CLOSE PROGRAM-FILE.

       PROGRAM-REF-EDIT. *> corrects the full name held for an existing code #mejares
           OPEN I-O PROGRAM-FILE.
           IF PROGSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No program reference on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Program Code to edit: " NO ADVANCING
           ACCEPT PROG-CODE
           READ PROGRAM-FILE KEY IS PROG-CODE
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Program code not found!" RST
               NOT INVALID KEY
                   DISPLAY "Current Name: " PROG-NAME
                   MOVE SPACES TO PROG-NAME
                   PERFORM UNTIL PROG-NAME NOT = SPACES
                       DISPLAY "Enter Full Program Name: " NO ADVANCING
                       ACCEPT PROG-NAME
                       IF PROG-NAME = SPACES
                           DISPLAY " "
                           DISPLAY GREEN "Program name is required." RST
                       END-IF
                   END-PERFORM
                   REWRITE PROGRAM-REFERENCE
                   IF PROGSTATUS = "00"
                       DISPLAY " "
                       DISPLAY GREEN "Program name updated." RST
                   ELSE
                       CALL "FSTATMSG" USING PROGSTATUS
                           WS-ERROR-MESSAGE
                       DISPLAY " "
                       DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
                   END-IF
           END-READ
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT
           CLOSE PROGRAM-FILE.

       PROGRAM-REF-TOGGLE. *> flips a code between active and deactivated without losing it #mejares
           OPEN I-O PROGRAM-FILE.
           IF PROGSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No program reference on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Program Code: " NO ADVANCING
           ACCEPT PROG-CODE
           READ PROGRAM-FILE KEY IS PROG-CODE
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Program code not found!" RST
               NOT INVALID KEY
                   IF PROGRAM-ACTIVE
                       MOVE "I" TO PROG-ACTIVE
                       DISPLAY " "
                       DISPLAY GREEN PROG-CODE " deactivated." RST
                   ELSE
                       MOVE "A" TO PROG-ACTIVE
                       DISPLAY " "
                       DISPLAY GREEN PROG-CODE " reactivated." RST
                   END-IF
                   REWRITE PROGRAM-REFERENCE
                   IF PROGSTATUS NOT = "00"
                       CALL "FSTATMSG" USING PROGSTATUS
                           WS-ERROR-MESSAGE
                       DISPLAY " "
                       DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
                   END-IF
           END-READ
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT
           CLOSE PROGRAM-FILE.

       PROGRAM-REF-LIST. *> shows every code on the reference with its name and active flag #mejares
           OPEN INPUT PROGRAM-FILE.
           IF PROGSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No program reference on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " "
           DISPLAY "------------------------------------"
           MOVE 'N' TO WS-PROGREF-EOF
           PERFORM UNTIL WS-PROGREF-EOF = 'Y'
               READ PROGRAM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PROGREF-EOF
                   NOT AT END
                       DISPLAY "  " PROG-CODE " " PROG-NAME " ["
                           PROG-ACTIVE "]"
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT
           CLOSE PROGRAM-FILE.

       CREATE-STUDENT-PROFILE. *> 1. CREATE STUDENT PROFILE
           OPEN I-O STUDENT-FILE. *> this is for opening the file #mejares
           IF FILESTATUS = "35" *> this is for checking if the file exists filestatus 35 means file not found #mejares
               OPEN OUTPUT STUDENT-FILE *> this is for creating the file if it does not exist #mejares
               CLOSE STUDENT-FILE *> this is for closing the file #mejares
               OPEN I-O STUDENT-FILE *> this is for opening the file #mejares
           END-IF.

           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       CREATE STUDENT PROFILE" RST
           DISPLAY "------------------------------------"
           DISPLAY GREEN "    Enter student profile details" RST
           DISPLAY "------------------------------------"
           IF OPER-SUPERVISOR *> manual entry stays only as the override for transfers with an existing number #mejares
               DISPLAY "Assign the next ID automatically? (Y/N): "
                   NO ADVANCING
               ACCEPT WS-AUTOID-ANSWER
           ELSE
               MOVE "Y" TO WS-AUTOID-ANSWER
           END-IF
           IF WS-AUTOID-ANSWER = "N" OR WS-AUTOID-ANSWER = "n"
               DISPLAY "Enter Student ID: " NO ADVANCING
               ACCEPT STUD-ID
           ELSE
               PERFORM ASSIGN-NEXT-STUDENT-ID
               IF WS-SEQ-OK NOT = 'Y'
                   DISPLAY " "
                   DISPLAY GREEN "Could not draw a new student ID - "
                       "see the ID SEQUENCE screen." RST
                   CLOSE STUDENT-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Assigned Student ID: " STUD-ID
           END-IF
           READ STUDENT-FILE *> error handler for duplicate student id #mejares
               INVALID KEY 
                   CONTINUE 
               NOT INVALID 
                   DISPLAY " "
                   DISPLAY GREEN "Student ID Number already exists!"
                   CLOSE STUDENT-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           PERFORM GET-REQUIRED-NAME.
           PERFORM GET-REQUIRED-PROGRAM.
           PERFORM GET-VALID-YEAR-LVL.
           PERFORM GET-VALID-GPA.
           PERFORM GET-VALID-EMAIL.
           PERFORM GET-VALID-CONTACT.
           PERFORM GET-VALID-BIRTHDATE.
           PERFORM GET-VALID-SEX.
           PERFORM GET-REQUIRED-ADDRESS.
           PERFORM GET-CONSENT-ANSWER.
           MOVE WS-CONSENT-ANSWER TO STUD-CONSENT.
           MOVE 0 TO STUD-GRADE-COUNT.
           PERFORM CLEAR-GRADE-TABLE.
           MOVE "A" TO STUD-STATUS.
           MOVE SPACES TO STUD-ADVISER. *> assigned later on the ADVISERS screen #mejares
           ACCEPT STUD-STATUS-DATE FROM DATE YYYYMMDD.

           WRITE STUDENT-PROFILE.
           IF FILESTATUS NOT = "00" *> error handler for writing student profile/file status 00 means succesful file #mejares
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY "------------------------------------"
               DISPLAY " "
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           ELSE
               MOVE "CREATE" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "      Student Profile created!" RST
               DISPLAY "------------------------------------"
               DISPLAY " "
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.
           CLOSE STUDENT-FILE. *> this is for closing the file #mejares

       SEARCH-STUDENT. *> 2. SEARCH STUDENT
           OPEN I-O STUDENT-FILE. *> this is for opening the file #mejares
           IF FILESTATUS = "35" *> this is for checking if the file exists/filestatus 35 means file not found #mejares
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found." RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN"       SEARCH STUDENT PROFILE" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| By Student ID                  |"
           DISPLAY "|2| By Student Name                |"
           DISPLAY "|3| By Program (browse roster)      |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-SEARCH-MODE

           EVALUATE WS-SEARCH-MODE
               WHEN 1 PERFORM SEARCH-BY-ID
               WHEN 2 PERFORM SEARCH-BY-NAME
               WHEN 3 PERFORM SEARCH-BY-PROGRAM
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

           CLOSE STUDENT-FILE.
           IF FILESTATUS NOT = "00" *> error handler for reading student profile/file status 00 means succesful file #mejares
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "Error: " WS-ERROR-MESSAGE RST
               DISPLAY "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       SEARCH-BY-ID. *> search using the primary key #mejares
           DISPLAY "Enter Student ID to Search: " NO ADVANCING
           ACCEPT STUD-ID.
           READ STUDENT-FILE KEY IS STUD-ID *> this is for reading the student file #mejares
               INVALID KEY *> error handler for student not found #mejares
                   PERFORM DISPLAY-STUDENT-NOT-FOUND
               NOT INVALID KEY *> this is for displaying the student profile #mejares
                   IF STUDENT-DELETED
                       PERFORM DISPLAY-STUDENT-NOT-FOUND
                   ELSE
                       PERFORM DISPLAY-FOUND-STUDENT
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                   END-IF
           END-READ.

       SEARCH-BY-NAME. *> search using the STUD-NAME alternate key #mejares
           DISPLAY "Enter Student Name to Search: " NO ADVANCING
           ACCEPT STUD-NAME.
           READ STUDENT-FILE KEY IS STUD-NAME
               INVALID KEY
                   PERFORM DISPLAY-STUDENT-NOT-FOUND
               NOT INVALID KEY
                   IF STUDENT-DELETED
                       PERFORM DISPLAY-STUDENT-NOT-FOUND
                   ELSE
                       PERFORM DISPLAY-FOUND-STUDENT
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                   END-IF
           END-READ.

       SEARCH-BY-PROGRAM. *> browse every student under a program using the STUD-PROGRAM alternate key #mejares
           DISPLAY "Enter Program to Browse: " NO ADVANCING
           ACCEPT WS-SEARCH-PROGRAM-KEY.
           MOVE WS-SEARCH-PROGRAM-KEY TO WS-PROGRAM-LOOKUP *> show the full program name over the roster #mejares
           PERFORM VALIDATE-PROGRAM-CODE
           IF WS-PROGRAM-FULL-NAME NOT = SPACES
               DISPLAY GREEN "Program: " WS-SEARCH-PROGRAM-KEY " - "
                   WS-PROGRAM-FULL-NAME RST
           END-IF
           MOVE WS-SEARCH-PROGRAM-KEY TO STUD-PROGRAM
           MOVE 'N' TO WS-EndOfBrowse
           START STUDENT-FILE KEY IS NOT LESS THAN STUD-PROGRAM
               INVALID KEY
                   MOVE 'Y' TO WS-EndOfBrowse
                   DISPLAY " "
                   DISPLAY GREEN "   No students found." RST
           END-START
           DISPLAY " "
           DISPLAY "------------------------------------"
           PERFORM UNTIL WS-EndOfBrowse = 'Y'
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EndOfBrowse
                   NOT AT END
                       IF STUD-PROGRAM NOT = WS-SEARCH-PROGRAM-KEY
                           MOVE 'Y' TO WS-EndOfBrowse
                       ELSE
                           IF STUDENT-ACTIVE
                               PERFORM DISPLAY-BROWSE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DISPLAY-STUDENT-NOT-FOUND. *> shared "not found" message for search hits and soft-deleted records #mejares
           DISPLAY " "
           DISPLAY "------------------------------------"
           DISPLAY GREEN "   Student not found/Registered!" RST
           DISPLAY "------------------------------------"
           DISPLAY " "
           DISPLAY GREEN
               "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DISPLAY-BROWSE-LINE. *> one roster line during a by-program browse #mejares
           MOVE STUD-GPA TO WS-GPA-EDIT
           DISPLAY GREEN "Student ID   : " STUD-ID RST
           DISPLAY "Student Name : " STUD-NAME
           DISPLAY "Year Level   : " STUD-YEAR-LVL
           DISPLAY "GPA          : " WS-GPA-EDIT
           DISPLAY "====================================".

       DISPLAY-FOUND-STUDENT. *> shared display block for a located student #mejares
           MOVE STUD-GPA TO WS-GPA-EDIT
           DISPLAY " "
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       Student Profile Found!" RST
           DISPLAY "------------------------------------"
           DISPLAY "Student Name: " STUD-NAME.
           DISPLAY "Student ID: " STUD-ID.
           DISPLAY "Student Program: " STUD-PROGRAM.
           DISPLAY "Student Year Level: " STUD-YEAR-LVL.
           DISPLAY "Student GPA: " WS-GPA-EDIT.
           DISPLAY "Student Email: " STUD-EMAIL.
           DISPLAY "Student Contact No: " STUD-CONTACT-NO.
           IF STUD-CONSENT = SPACE
               DISPLAY "Consent: (not yet asked)"
           ELSE
               DISPLAY "Consent: " STUD-CONSENT
           END-IF.
           PERFORM STATUS-WORD-FOR-CODE
           DISPLAY "Status: " FUNCTION TRIM(WS-ST-WORD)
               " since " STUD-STATUS-DATE.
           PERFORM DISPLAY-PROGRAM-HISTORY. *> prior programs stay visible on the profile #mejares
           PERFORM DISPLAY-ARCHIVED-GRADES *> older terms live on the archive, newest ten on the record #mejares
           IF STUD-GRADE-COUNT = 0 AND WS-ARC-PRINTED = 0
               DISPLAY "Grades: (none recorded yet)"
           ELSE
               IF WS-ARC-PRINTED = 0
                   DISPLAY "Grades:"
               END-IF
               PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > STUD-GRADE-COUNT
                   DISPLAY "  " STUD-GRADE-TERM(WS-GRADE-IDX)
                       " : " STUD-GRADE-VALUE(WS-GRADE-IDX)
               END-PERFORM
           END-IF.
           DISPLAY "------------------------------------"
           DISPLAY " ".

       DISPLAY-ARCHIVED-GRADES. *> lists the current student's archived terms ahead of the live table #mejares
           MOVE 0 TO WS-ARC-PRINTED
           OPEN INPUT GRADE-ARCHIVE-FILE
           IF ARCSTATUS NOT = "00" *> no archive on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO ARC-STUD-ID
           MOVE SPACES TO ARC-TERM
           MOVE 'N' TO WS-ARC-EOF
           START GRADE-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARC-EOF
           END-START
           PERFORM UNTIL WS-ARC-EOF = 'Y'
               READ GRADE-ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ARC-EOF
                   NOT AT END
                       IF ARC-STUD-ID NOT = STUD-ID
                           MOVE 'Y' TO WS-ARC-EOF
                       ELSE
                           IF WS-ARC-PRINTED = 0
                               DISPLAY "Grades:"
                           END-IF
                           ADD 1 TO WS-ARC-PRINTED
                           DISPLAY "  " ARC-TERM " : " ARC-GRADE
                               " (archived)"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-ARCHIVE-FILE.

       EDIT-STUDENT-PROFILE. *> 3. EDIT STUDENT PROFILE
           OPEN I-O STUDENT-FILE.
           IF FILESTATUS = '35' *> this is for checking if the file exists/filestatus 35 means file not found #mejares
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found" RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKUP-STUDENT-FILE.

           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       EDIT STUDENT PROFILE" RST
           DISPLAY "------------------------------------"
           DISPLAY "Enter  Student ID to edit: " NO ADVANCING
           ACCEPT STUD-ID.
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY "------------------------------------"
                   DISPLAY GREEN "       Student ID not found!" RST
                   DISPLAY "------------------------------------"
                   DISPLAY " "
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM CAPTURE-BEFORE-IMAGE
                   IF STUDENT-DELETED
                       DISPLAY " "
                       DISPLAY "------------------------------------"
                       DISPLAY GREEN "       Student ID not found!" RST
                       DISPLAY "------------------------------------"
                       DISPLAY " "
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                       CLOSE STUDENT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   IF NOT STUDENT-ACTIVE *> leave/suspension/dismissal edits wait for reinstatement #mejares
                       PERFORM STATUS-WORD-FOR-CODE
                       DISPLAY " "
                       DISPLAY GREEN "Status is "
                           FUNCTION TRIM(WS-ST-WORD)
                           " - change it on the STUDENT STATUS "
                           "screen first." RST
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                       CLOSE STUDENT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY " "
                   DISPLAY "------------------------------------"
                   DISPLAY GREEN "       Student Profile Found!" RST
                   DISPLAY "------------------------------------"
                   DISPLAY GREEN" Enter new student profile details" RST
                   DISPLAY "------------------------------------"
                   PERFORM GET-REQUIRED-NAME.
                   PERFORM GET-REQUIRED-PROGRAM.
                   PERFORM GET-VALID-YEAR-LVL.
                   PERFORM GET-VALID-GPA.
                   PERFORM GET-VALID-EMAIL.
                   PERFORM GET-VALID-CONTACT.
                   PERFORM GET-VALID-BIRTHDATE.
                   PERFORM GET-VALID-SEX.
                   PERFORM GET-REQUIRED-ADDRESS.
                   REWRITE STUDENT-PROFILE.
                   IF FILESTATUS = "00" *> error handler for editing student profile/file status 00 means succesful file #mejares
                       MOVE "EDIT" TO WS-AUDIT-OPERATION
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY " "
                       DISPLAY "------------------------------------"
                       DISPLAY GREEN "       Student Profile Updated"RST
                       DISPLAY "------------------------------------"
                       DISPLAY " "
                       DISPLAY GREEN 
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                   ELSE
                       CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
                       DISPLAY " "
                       DISPLAY "------------------------------------"
                       DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
                       DISPLAY "------------------------------------"
                       DISPLAY " "
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                   END-IF
                   
           CLOSE STUDENT-FILE.
       
       DELETE-STUDENT. *> 4. DELETE STUDENT BY ID
           OPEN I-O STUDENT-FILE.
           IF FILESTATUS = '35' *> this is for checking if the file exists/filestatus 35 means file not found #mejares
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found" RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKUP-STUDENT-FILE.

           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       DELETE STUDENT PROFILE" RST
           DISPLAY "------------------------------------"
           DISPLAY "Enter Student ID to delete: " NO ADVANCING
           ACCEPT STUD-ID.
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY "------------------------------------"
                   DISPLAY GREEN "       Student ID not found!" RST
                   DISPLAY "------------------------------------"
                   DISPLAY " "
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM CAPTURE-BEFORE-IMAGE
                   IF STUDENT-DELETED
                       DISPLAY " "
                       DISPLAY "------------------------------------"
                       DISPLAY GREEN "       Student ID not found!" RST
                       DISPLAY "------------------------------------"
                       DISPLAY " "
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                       CLOSE STUDENT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY " "
                   DISPLAY GREEN "Delete " STUD-NAME " (" STUD-ID ")?"
                       RST
                   DISPLAY "Are you sure? (Y/N): " NO ADVANCING
                   ACCEPT WS-DELETE-CONFIRM
                   IF WS-DELETE-CONFIRM NOT = "Y" AND
                       WS-DELETE-CONFIRM NOT = "y"
                           DISPLAY " "
                           DISPLAY GREEN "[SYSTEM] Delete cancelled."
                               RST
                           DISPLAY "[SYSTEM] Press any key to "
                               "continue..."
                           ACCEPT WS-WAITFORINPUT
                           CLOSE STUDENT-FILE
                           EXIT PARAGRAPH
                   END-IF
                   MOVE STUD-STATUS TO WS-ST-OLD
                   ACCEPT WS-ST-EFF FROM DATE YYYYMMDD
                   MOVE "D" TO STUD-STATUS *> soft-delete: record stays on file and can be restored #mejares
                   MOVE WS-ST-EFF TO STUD-STATUS-DATE
                   REWRITE STUDENT-PROFILE
                   IF FILESTATUS = "00" *> error handler for deleting student profile/file status 00 means succesful file #mejares
                       MOVE "DELETE" TO WS-AUDIT-OPERATION
                       PERFORM WRITE-AUDIT-LOG
                       PERFORM WRITE-STATUS-HISTORY
                       DISPLAY " "
                       DISPLAY "------------------------------------"
                       DISPLAY GREEN "       Student Profile Deleted"RST
                       DISPLAY "------------------------------------"
                       DISPLAY " "
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                   ELSE
                       CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
                       DISPLAY " "
                       DISPLAY "------------------------------------"
                       DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
                       DISPLAY "------------------------------------"
                       DISPLAY " "
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                   END-IF

           CLOSE STUDENT-FILE.

       RESTORE-STUDENT. *> 13. RESTORE DELETED STUDENT - undoes a prior soft-delete #mejares
           OPEN I-O STUDENT-FILE.
           IF FILESTATUS = '35'
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found" RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       RESTORE STUDENT PROFILE" RST
           DISPLAY "------------------------------------"
           DISPLAY "Enter Student ID to restore: " NO ADVANCING
           ACCEPT STUD-ID.
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY "------------------------------------"
                   DISPLAY GREEN "       Student ID not found!" RST
                   DISPLAY "------------------------------------"
                   DISPLAY " "
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM CAPTURE-BEFORE-IMAGE
                   IF STUDENT-ACTIVE
                       DISPLAY " "
                       DISPLAY "------------------------------------"
                       DISPLAY GREEN "       Student is not deleted."
                           RST
                       DISPLAY "------------------------------------"
                       DISPLAY " "
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                       CLOSE STUDENT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE STUD-STATUS TO WS-ST-OLD
                   ACCEPT WS-ST-EFF FROM DATE YYYYMMDD
                   MOVE "A" TO STUD-STATUS
                   MOVE WS-ST-EFF TO STUD-STATUS-DATE
                   REWRITE STUDENT-PROFILE
                   IF FILESTATUS = "00"
                       MOVE "RESTOR" TO WS-AUDIT-OPERATION
                       PERFORM WRITE-AUDIT-LOG
                       PERFORM WRITE-STATUS-HISTORY
                       DISPLAY " "
                       DISPLAY "------------------------------------"
                       DISPLAY GREEN "       Student Profile Restored"
                           RST
                       DISPLAY "------------------------------------"
                       DISPLAY " "
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                   ELSE
                       CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
                       DISPLAY " "
                       DISPLAY "------------------------------------"
                       DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
                       DISPLAY "------------------------------------"
                       DISPLAY " "
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                   END-IF

           CLOSE STUDENT-FILE.

       DISPLAY-PAGE-BREAK. *> pauses DISPLAY-ALL-STUDENTS every WS-PAGE-SIZE students and redraws the header #mejares
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] -- More students. Press any"
               " key for the next page... --" RST
           ACCEPT WS-WAITFORINPUT
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       PUP-T STUDENTS DATABASE" RST
           DISPLAY "------------------------------------"
           MOVE 0 TO WS-PAGE-COUNT.

       DISPLAY-ALL-STUDENTS. *> 5. DISPLAY ALL STUDENTS
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS = "35" *> this is for checking if the file exists/filestatus 35 means file not found #mejares 
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found." RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       PUP-T STUDENTS DATABASE" RST
           DISPLAY "------------------------------------"
           MOVE 0 TO WS-PAGE-COUNT
           PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       IF STUDENT-ACTIVE
                           MOVE STUD-GPA TO WS-GPA-EDIT
                           DISPLAY GREEN "Student ID   : " STUD-ID
                           DISPLAY "Student Name : " STUD-NAME
                           DISPLAY "Program      : " STUD-PROGRAM
                           DISPLAY "Year Level   : " STUD-YEAR-LVL
                           DISPLAY "GPA          : " WS-GPA-EDIT
                           DISPLAY "Email        : " STUD-EMAIL RST
                           DISPLAY "==============================="
                               "====="
                           ADD 1 TO WS-PAGE-COUNT
                           IF WS-PAGE-COUNT = WS-PAGE-SIZE
                               PERFORM DISPLAY-PAGE-BREAK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STUDENT-FILE.
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       EXPORT-TO-CSV. *> 6. EXPORT TO READABLE FILE/CSV, sorted by program then name #mejares
           OPEN I-O STUDENT-FILE. *> this is for opening the csv file #mejares
           IF FILESTATUS NOT = "00" *> a run that opened no file must not look like a clean export #mejares
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY "------------------------------------"
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               MOVE 8 TO WS-RUN-RC *> a scheduled export that opened nothing is a failed run #mejares
               CLOSE STUDENT-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " "
           DISPLAY GREEN
               "[SYSTEM] Exporting Student Data to CSV File..." RST

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-PROGRAM SORT-NAME
               INPUT PROCEDURE IS EXPORT-SORT-COLLECT
               OUTPUT PROCEDURE IS EXPORT-SORT-WRITE.

           CLOSE STUDENT-FILE.
           DISPLAY GREEN "[SYSTEM] Data exported to CSV Successfully!"
           IF NOT BATCH-MODE
               DISPLAY " "
               DISPLAY "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       EXPORT-SORT-COLLECT. *> feeds every active student into the sort, keyed by program/name #mejares
           PERFORM UNTIL FILESTATUS = "10" *>perform until the end of the file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *>make the filestatus 10 if it reached the end of the file #mejares
                   NOT AT END
                       IF STUDENT-ACTIVE
                           MOVE STUD-PROGRAM TO SORT-PROGRAM
                           MOVE STUD-NAME TO SORT-NAME
                           MOVE STUD-ID TO SORT-ID
                           MOVE STUD-YEAR-LVL TO SORT-YEAR-LVL
                           MOVE STUD-GPA TO SORT-GPA
                           PERFORM APPLY-CONSENT-MASK *> declined consent never leaves the system in a CSV #mejares
                           MOVE WS-OUT-EMAIL TO SORT-EMAIL
                           MOVE WS-OUT-CONTACT TO SORT-CONTACT-NO
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       EXPORT-SORT-WRITE. *> writes the sorted students out to STUDENTFILE.CSV, checkpointing so an interrupted run can resume #mejares
           PERFORM READ-EXPORT-CHECKPOINT.
           MOVE "STUDENTFILE.CSV" TO WS-IFC-FILE
           PERFORM IFC-BEGIN.
           IF WS-CKPT-COUNT > 0
               OPEN EXTEND CSV-FILE
               MOVE "RESUMED" TO WS-RUN-NOTE *> the run log must show this was not a from-scratch export #mejares
               DISPLAY GREEN "[SYSTEM] Resuming export after "
                   WS-CKPT-COUNT " rows (last: " WS-CKPT-ID ")" RST
           ELSE
               OPEN OUTPUT CSV-FILE
               MOVE WS-IFC-LINE TO CSV-RECORD
               WRITE CSV-RECORD
               MOVE SPACES TO CSV-RECORD
               STRING "Student ID,Student Name,Program,Year Level,"
                   DELIMITED BY SIZE
                   "GPA,Email,Contact No" DELIMITED BY SIZE
                   INTO CSV-RECORD
               WRITE CSV-RECORD
           END-IF.

           MOVE 0 TO WS-EXPORT-WRITTEN
           MOVE 0 TO WS-CKPT-SINCE-SAVE
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-EXPORT-WRITTEN
                       MOVE SPACES TO CSV-RECORD
                       MOVE SORT-GPA TO WS-GPA-EDIT
                       STRING FUNCTION TRIM(SORT-ID)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           '"' DELIMITED BY SIZE
                           FUNCTION TRIM(SORT-NAME)
                               DELIMITED BY SIZE
                           '"' DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(SORT-PROGRAM)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(SORT-YEAR-LVL)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-GPA-EDIT DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(SORT-EMAIL)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(SORT-CONTACT-NO)
                               DELIMITED BY SIZE
                           INTO CSV-RECORD
                       MOVE CSV-RECORD TO WS-IFC-TEXT *> rows written before a resume count toward the trailer too #mejares
                       PERFORM IFC-COUNT-LINE
                       IF WS-EXPORT-WRITTEN > WS-CKPT-COUNT
                           WRITE CSV-RECORD
                           ADD 1 TO WS-CKPT-SINCE-SAVE
                           IF WS-CKPT-SINCE-SAVE = WS-CKPT-INTERVAL
                               PERFORM SAVE-EXPORT-CHECKPOINT
                               MOVE 0 TO WS-CKPT-SINCE-SAVE
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.
           PERFORM IFC-FINISH.
           MOVE WS-IFC-LINE TO CSV-RECORD.
           WRITE CSV-RECORD.
           CLOSE CSV-FILE.
           PERFORM CLEAR-EXPORT-CHECKPOINT.

       READ-EXPORT-CHECKPOINT. *> loads the last-saved export position, if a prior run was interrupted #mejares
           MOVE 0 TO WS-CKPT-COUNT
           MOVE SPACES TO WS-CKPT-ID
           OPEN INPUT CHECKPOINT-FILE
           IF FILESTATUS = "00"
               READ CHECKPOINT-FILE
                   NOT AT END
                       UNSTRING CHECKPOINT-RECORD DELIMITED BY " "
                           INTO WS-CKPT-COUNT WS-CKPT-ID
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       SAVE-EXPORT-CHECKPOINT. *> records how far EXPORT-SORT-WRITE has gotten, keyed on the last STUD-ID written #mejares
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING WS-EXPORT-WRITTEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SORT-ID DELIMITED BY SIZE
               INTO CHECKPOINT-RECORD
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       CLEAR-EXPORT-CHECKPOINT. *> a completed export has nothing left to resume, so drop the checkpoint file #mejares
           CALL "SYSTEM" USING "rm -f EXPORTCKPT.TXT".

       APPLY-CONSENT-MASK. *> contact fields as they may leave the system: real values, or the withheld marker #mejares
           IF CONSENT-DECLINED
               MOVE "(withheld by request)" TO WS-OUT-EMAIL
               MOVE "(withheld)" TO WS-OUT-CONTACT
           ELSE
               MOVE STUD-EMAIL TO WS-OUT-EMAIL
               MOVE STUD-CONTACT-NO TO WS-OUT-CONTACT
           END-IF.

       CONSENT-EXCEPTION-REPORT. *> 26. lists every active student whose consent answer is still blank #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS = "35" *> this is for checking if the file exists/filestatus 35 means file not found #mejares
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found." RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "CONSENTX.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "CONSENT EXCEPTION REPORT - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "   (active students never asked)" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ID     NAME                            PROGRAM  "
               DELIMITED BY SIZE
               "YR LVL" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE 0 TO WS-CONSENT-BLANK
           PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       IF STUDENT-ACTIVE
                           AND STUD-CONSENT = SPACE
                           ADD 1 TO WS-CONSENT-BLANK
                           MOVE SPACES TO WORK-REPORT-LINE
                           STRING STUD-ID DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               STUD-NAME DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               STUD-PROGRAM DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               STUD-YEAR-LVL DELIMITED BY SIZE
                               INTO WORK-REPORT-LINE
                           WRITE WORK-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Students with no consent answer: "
               DELIMITED BY SIZE
               WS-CONSENT-BLANK DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE STUDENT-FILE
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-CONSENT-BLANK " student(s) "
               "written to CONSENTX.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       RECONCILE-ROSTERS. *> 27. matches two archived term rosters on STUD-ID and reports adds/drops/changes #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "     RECONCILE TWO TERM ROSTERS" RST
           DISPLAY "------------------------------------"
           DISPLAY "Earlier roster file name: " NO ADVANCING
           MOVE SPACES TO WS-ROSTER-A-NAME
           ACCEPT WS-ROSTER-A-NAME
           DISPLAY "Later roster file name  : " NO ADVANCING
           MOVE SPACES TO WS-ROSTER-B-NAME
           ACCEPT WS-ROSTER-B-NAME

           OPEN INPUT ROSTER-A-FILE
           IF ROSTASTATUS NOT = "00"
               CALL "FSTATMSG" USING ROSTASTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Earlier roster: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ROSTER-B-FILE
           IF ROSTBSTATUS NOT = "00"
               CALL "FSTATMSG" USING ROSTBSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Later roster: " WS-ERROR-MESSAGE RST
               CLOSE ROSTER-A-FILE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "RECONCIL.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ROSTER RECONCILIATION - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Earlier: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROSTER-A-NAME) DELIMITED BY SIZE
               "   Later: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROSTER-B-NAME) DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE 0 TO WS-REC-A-TOTAL
           MOVE 0 TO WS-REC-B-TOTAL
           MOVE 0 TO WS-REC-ADDS
           MOVE 0 TO WS-REC-DROPS
           MOVE 0 TO WS-REC-CHANGES
           MOVE 0 TO WS-REC-UNCHANGED
           MOVE 'N' TO WS-RECA-EOF
           MOVE 'N' TO WS-RECB-EOF
           PERFORM READ-ROSTER-A
           PERFORM READ-ROSTER-B
           PERFORM UNTIL WS-RECA-EOF = 'Y' AND WS-RECB-EOF = 'Y'
               PERFORM RECONCILE-ONE-PAIR
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Earlier total: " DELIMITED BY SIZE
               WS-REC-A-TOTAL DELIMITED BY SIZE
               " = unchanged " DELIMITED BY SIZE
               WS-REC-UNCHANGED DELIMITED BY SIZE
               " + changed " DELIMITED BY SIZE
               WS-REC-CHANGES DELIMITED BY SIZE
               " + dropped " DELIMITED BY SIZE
               WS-REC-DROPS DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Later total  : " DELIMITED BY SIZE
               WS-REC-B-TOTAL DELIMITED BY SIZE
               " = unchanged " DELIMITED BY SIZE
               WS-REC-UNCHANGED DELIMITED BY SIZE
               " + changed " DELIMITED BY SIZE
               WS-REC-CHANGES DELIMITED BY SIZE
               " + added " DELIMITED BY SIZE
               WS-REC-ADDS DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE ROSTER-A-FILE
           CLOSE ROSTER-B-FILE
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Reconciliation: " RST
               WS-REC-ADDS " added, " WS-REC-DROPS " dropped, "
               WS-REC-CHANGES " changed, "
               WS-REC-UNCHANGED " unchanged."
           DISPLAY GREEN
               "[SYSTEM] Report written to RECONCIL.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       RECONCILE-ONE-PAIR. *> one balance-line step: dispatch on which roster holds the lower STUD-ID #mejares
           EVALUATE TRUE
               WHEN WS-RECB-EOF = 'Y'
                   PERFORM RECONCILE-WRITE-DROP
                   PERFORM READ-ROSTER-A
               WHEN WS-RECA-EOF = 'Y'
                   PERFORM RECONCILE-WRITE-ADD
                   PERFORM READ-ROSTER-B
               WHEN RA-ID < RB-ID
                   PERFORM RECONCILE-WRITE-DROP
                   PERFORM READ-ROSTER-A
               WHEN RA-ID > RB-ID
                   PERFORM RECONCILE-WRITE-ADD
                   PERFORM READ-ROSTER-B
               WHEN OTHER *> same student on both rosters - did anything move? #mejares
                   IF RA-PROGRAM = RB-PROGRAM
                       AND RA-YEAR-LVL = RB-YEAR-LVL
                       ADD 1 TO WS-REC-UNCHANGED
                   ELSE
                       ADD 1 TO WS-REC-CHANGES
                       MOVE SPACES TO WORK-REPORT-LINE
                       STRING "CHANGE " DELIMITED BY SIZE
                           RB-ID DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           RB-NAME DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           RA-PROGRAM DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           RA-YEAR-LVL DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           RB-PROGRAM DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           RB-YEAR-LVL DELIMITED BY SIZE
                           INTO WORK-REPORT-LINE
                       WRITE WORK-REPORT-LINE
                   END-IF
                   PERFORM READ-ROSTER-A
                   PERFORM READ-ROSTER-B
           END-EVALUATE.

       RECONCILE-WRITE-DROP. *> register line for a student who left between the two terms #mejares
           ADD 1 TO WS-REC-DROPS
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "DROP   " DELIMITED BY SIZE
               RA-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RA-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RA-PROGRAM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RA-YEAR-LVL DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       RECONCILE-WRITE-ADD. *> register line for a student new on the later term #mejares
           ADD 1 TO WS-REC-ADDS
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ADD    " DELIMITED BY SIZE
               RB-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RB-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RB-PROGRAM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RB-YEAR-LVL DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       READ-ROSTER-A. *> next active record off the earlier roster - soft-deleted records are not enrollees #mejares
           PERFORM UNTIL WS-RECA-EOF = 'Y'
               READ ROSTER-A-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RECA-EOF
                   NOT AT END
                       IF NOT RA-DELETED
                           ADD 1 TO WS-REC-A-TOTAL
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       DUPLICATE-WORKLIST. *> 28. flags probable double-entered students as a merge-candidate worklist #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS = "35" *> this is for checking if the file exists/filestatus 35 means file not found #mejares
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found." RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Scanning for duplicate students..."
               RST
           MOVE 0 TO WS-DUP-COUNT
           MOVE 'N' TO WS-DUP-TRUNCATED
           PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       IF STUDENT-ACTIVE
                           PERFORM DUP-COLLECT-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE

           MOVE "DUPLMTCH.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "DUPLICATE STUDENT WORKLIST - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE 0 TO WS-DUP-PAIRS
           MOVE 0 TO WS-PROGRAM-COUNT *> pair counts by program ride the statistics table #mejares
           PERFORM VARYING WS-DUP-I FROM 1 BY 1
               UNTIL WS-DUP-I >= WS-DUP-COUNT
               PERFORM VARYING WS-DUP-J FROM 1 BY 1
                   UNTIL WS-DUP-J > WS-DUP-COUNT
                   IF WS-DUP-J > WS-DUP-I
                       PERFORM DUP-CHECK-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "Flagged pairs by program:" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-PROGRAM-IDX FROM 1 BY 1
               UNTIL WS-PROGRAM-IDX > WS-PROGRAM-COUNT
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-PROG-CODE(WS-PROGRAM-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-PROG-TOTAL(WS-PROGRAM-IDX) DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Pairs flagged: " DELIMITED BY SIZE
               WS-DUP-PAIRS DELIMITED BY SIZE
               "  over " DELIMITED BY SIZE
               WS-DUP-COUNT DELIMITED BY SIZE
               " active student(s)" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-DUP-TRUNCATED = 'Y' *> a silent cap would read as a clean bill of health #mejares
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "NOTE: more active records exist than the scan "
                   DELIMITED BY SIZE
                   "table holds - rerun after merging."
                   DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           PERFORM CLOSE-WORK-REPORT
           DISPLAY GREEN "[SYSTEM] " WS-DUP-PAIRS " pair(s) flagged. "
               "Worklist written to DUPLMTCH.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DUP-COLLECT-ONE. *> one active record into the scan table, with its name signature #mejares
           IF WS-DUP-COUNT >= 500
               MOVE 'Y' TO WS-DUP-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUP-COUNT
           MOVE STUD-ID TO WS-DUP-ID(WS-DUP-COUNT)
           MOVE STUD-NAME TO WS-DUP-NAME(WS-DUP-COUNT)
           MOVE STUD-EMAIL TO WS-DUP-EMAIL(WS-DUP-COUNT)
           MOVE STUD-CONTACT-NO TO WS-DUP-CONTACT(WS-DUP-COUNT)
           MOVE STUD-PROGRAM TO WS-DUP-PROGRAM(WS-DUP-COUNT)
           PERFORM DUP-NAME-SIGNATURE
           MOVE WS-DUP-SIG-WORK TO WS-DUP-SIG(WS-DUP-COUNT).

       DUP-NAME-SIGNATURE. *> word-sorts and squashes STUD-NAME so spacing and ordering differences collide #mejares
           MOVE SPACES TO WS-DUP-WORDS
           MOVE FUNCTION UPPER-CASE(STUD-NAME) TO WS-DUP-NAME-WORK
           UNSTRING WS-DUP-NAME-WORK
               DELIMITED BY ALL " "
               INTO WS-DUP-WORD(1) WS-DUP-WORD(2) WS-DUP-WORD(3)
                   WS-DUP-WORD(4) WS-DUP-WORD(5)
           PERFORM VARYING WS-DUP-W1 FROM 1 BY 1
               UNTIL WS-DUP-W1 > 4
               PERFORM VARYING WS-DUP-W2 FROM 1 BY 1
                   UNTIL WS-DUP-W2 > 4
                   IF WS-DUP-WORD(WS-DUP-W2) >
                       WS-DUP-WORD(WS-DUP-W2 + 1)
                       MOVE WS-DUP-WORD(WS-DUP-W2)
                           TO WS-DUP-WORD-HOLD
                       MOVE WS-DUP-WORD(WS-DUP-W2 + 1)
                           TO WS-DUP-WORD(WS-DUP-W2)
                       MOVE WS-DUP-WORD-HOLD
                           TO WS-DUP-WORD(WS-DUP-W2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-DUP-SIG-WORK
           MOVE 1 TO WS-DUP-SIG-PTR
           PERFORM VARYING WS-DUP-W1 FROM 1 BY 1
               UNTIL WS-DUP-W1 > 5
               IF WS-DUP-WORD(WS-DUP-W1) NOT = SPACES
                   STRING FUNCTION TRIM(WS-DUP-WORD(WS-DUP-W1))
                       DELIMITED BY SIZE
                       INTO WS-DUP-SIG-WORK
                       WITH POINTER WS-DUP-SIG-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

       DUP-CHECK-PAIR. *> flags table slots I and J when they look like the same person twice #mejares
           MOVE SPACES TO WS-DUP-REASON
           EVALUATE TRUE
               WHEN WS-DUP-NAME(WS-DUP-I) = WS-DUP-NAME(WS-DUP-J)
                   MOVE "EXACT NAME MATCH" TO WS-DUP-REASON
               WHEN WS-DUP-SIG(WS-DUP-I) = WS-DUP-SIG(WS-DUP-J)
                   MOVE "NAME MATCH (SPACING/ORDER)" TO WS-DUP-REASON
               WHEN WS-DUP-EMAIL(WS-DUP-I) NOT = SPACES
                   AND WS-DUP-EMAIL(WS-DUP-I) =
                       WS-DUP-EMAIL(WS-DUP-J)
                   MOVE "SAME EMAIL" TO WS-DUP-REASON
               WHEN WS-DUP-CONTACT(WS-DUP-I) NOT = SPACES
                   AND WS-DUP-CONTACT(WS-DUP-I) =
                       WS-DUP-CONTACT(WS-DUP-J)
                   MOVE "SAME CONTACT NO" TO WS-DUP-REASON
           END-EVALUATE
           IF WS-DUP-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUP-PAIRS
           MOVE WS-DUP-PROGRAM(WS-DUP-I) TO STUD-PROGRAM *> the statistics tally keys on the record field #mejares
           PERFORM TALLY-PROGRAM
           MOVE SPACES TO WORK-REPORT-LINE
           STRING WS-DUP-ID(WS-DUP-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DUP-NAME(WS-DUP-I) DELIMITED BY SIZE
               " <-> " DELIMITED BY SIZE
               WS-DUP-ID(WS-DUP-J) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DUP-NAME(WS-DUP-J) DELIMITED BY SIZE
               "  [" DELIMITED BY SIZE
               WS-DUP-REASON DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       DATA-QUALITY-SWEEP. *> 29/QUALITY batch: checks every record against the current field rules #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00" *> an unattended sweep must not run against a file it could not open #mejares
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY "------------------------------------"
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               MOVE 8 TO WS-RUN-RC *> a scheduled sweep that opened nothing is a failed run #mejares
               EXIT PARAGRAPH
           END-IF.

           MOVE "DATAQUAL.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "DATA QUALITY EXCEPTIONS - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "ID     FIELD       RULE BROKEN" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Sweeping for data-quality "
               "exceptions..." RST
           MOVE 0 TO WS-DQ-READ
           MOVE 0 TO WS-DQ-BAD
           MOVE 0 TO WS-DQ-NAME-CT
           MOVE 0 TO WS-DQ-PROG-CT
           MOVE 0 TO WS-DQ-YEAR-CT
           MOVE 0 TO WS-DQ-GPA-CT
           MOVE 0 TO WS-DQ-UNGRADED-CT
           MOVE 0 TO WS-DQ-EMAIL-CT
           MOVE 0 TO WS-DQ-CONTACT-CT
           MOVE 0 TO WS-DQ-CONSENT-CT
           PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       ADD 1 TO WS-DQ-READ
                       PERFORM DQ-CHECK-ONE-RECORD
               END-READ
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "Exceptions by rule:" TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  Blank name        : " DELIMITED BY SIZE
               WS-DQ-NAME-CT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  Program off ref.  : " DELIMITED BY SIZE
               WS-DQ-PROG-CT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  Bad year level    : " DELIMITED BY SIZE
               WS-DQ-YEAR-CT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  GPA out of range  : " DELIMITED BY SIZE
               WS-DQ-GPA-CT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  No GPA (migrated) : " DELIMITED BY SIZE
               WS-DQ-UNGRADED-CT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  Bad/blank email   : " DELIMITED BY SIZE
               WS-DQ-EMAIL-CT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  Bad/blank contact : " DELIMITED BY SIZE
               WS-DQ-CONTACT-CT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "  Blank consent     : " DELIMITED BY SIZE
               WS-DQ-CONSENT-CT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Records swept: " DELIMITED BY SIZE
               WS-DQ-READ DELIMITED BY SIZE
               "  with exceptions: " DELIMITED BY SIZE
               WS-DQ-BAD DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE STUDENT-FILE
           DISPLAY GREEN "[SYSTEM] Sweep complete: " RST
               WS-DQ-READ " swept, " WS-DQ-BAD " with exceptions."
           DISPLAY GREEN
               "[SYSTEM] Exceptions written to DATAQUAL.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       DQ-CHECK-ONE-RECORD. *> every current field rule against one record; one line per broken rule #mejares
           MOVE 'N' TO WS-DQ-REC-FLAG
           IF STUD-NAME = SPACES
               ADD 1 TO WS-DQ-NAME-CT
               MOVE "NAME" TO WS-DQ-FIELD
               MOVE "name is blank" TO WS-DQ-RULE
               PERFORM DQ-WRITE-EXCEPTION
           END-IF
           MOVE STUD-PROGRAM TO WS-PROGRAM-LOOKUP
           PERFORM VALIDATE-PROGRAM-CODE
           IF WS-PROGRAM-VALID NOT = 'Y'
               ADD 1 TO WS-DQ-PROG-CT
               MOVE "PROGRAM" TO WS-DQ-FIELD
               MOVE "code not active on program reference"
                   TO WS-DQ-RULE
               PERFORM DQ-WRITE-EXCEPTION
           END-IF
           IF NOT VALID-YEAR-LVL
               ADD 1 TO WS-DQ-YEAR-CT
               MOVE "YEAR LVL" TO WS-DQ-FIELD
               MOVE "not 1ST/2ND/3RD/4TH/5TH/IRREG" TO WS-DQ-RULE
               PERFORM DQ-WRITE-EXCEPTION
           END-IF
           IF STUD-GPA = WS-GPA-UNGRADED *> ungraded migration sentinel - counted separately, not a range error #mejares
               ADD 1 TO WS-DQ-UNGRADED-CT
               MOVE "GPA" TO WS-DQ-FIELD
               MOVE "9.99 migration sentinel - no GPA on record"
                   TO WS-DQ-RULE
               PERFORM DQ-WRITE-EXCEPTION
           ELSE
               IF STUD-GPA < WS-GPA-LOW OR STUD-GPA > WS-GPA-HIGH
                   ADD 1 TO WS-DQ-GPA-CT
                   MOVE "GPA" TO WS-DQ-FIELD
                   MOVE "outside the 1.00-5.00 scale" TO WS-DQ-RULE
                   PERFORM DQ-WRITE-EXCEPTION
               END-IF
           END-IF
           MOVE 0 TO WS-EMAIL-AT-COUNT
           MOVE 0 TO WS-EMAIL-DOT-COUNT
           INSPECT STUD-EMAIL TALLYING WS-EMAIL-AT-COUNT
               FOR ALL "@"
           INSPECT STUD-EMAIL TALLYING WS-EMAIL-DOT-COUNT
               FOR ALL "."
           IF STUD-EMAIL = SPACES
               OR WS-EMAIL-AT-COUNT NOT = 1
               OR WS-EMAIL-DOT-COUNT < 1
               OR STUD-EMAIL(1:1) = "@"
               ADD 1 TO WS-DQ-EMAIL-CT
               MOVE "EMAIL" TO WS-DQ-FIELD
               MOVE "blank or not name@domain.tld shape"
                   TO WS-DQ-RULE
               PERFORM DQ-WRITE-EXCEPTION
           END-IF
           IF STUD-CONTACT-NO = SPACES
               OR STUD-CONTACT-NO IS NOT NUMERIC
               ADD 1 TO WS-DQ-CONTACT-CT
               MOVE "CONTACT" TO WS-DQ-FIELD
               MOVE "blank or not all digits" TO WS-DQ-RULE
               PERFORM DQ-WRITE-EXCEPTION
           END-IF
           IF STUD-CONSENT = SPACE
               ADD 1 TO WS-DQ-CONSENT-CT
               MOVE "CONSENT" TO WS-DQ-FIELD
               MOVE "consent was never asked" TO WS-DQ-RULE
               PERFORM DQ-WRITE-EXCEPTION
           END-IF
           IF WS-DQ-REC-FLAG = 'Y'
               ADD 1 TO WS-DQ-BAD
           END-IF.

       DQ-WRITE-EXCEPTION. *> one exception line: record key, field, rule broken #mejares
           MOVE 'Y' TO WS-DQ-REC-FLAG
           MOVE SPACES TO WORK-REPORT-LINE
           STRING STUD-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DQ-FIELD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DQ-RULE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       READ-ROSTER-B. *> next active record off the later roster - soft-deleted records are not enrollees #mejares
           PERFORM UNTIL WS-RECB-EOF = 'Y'
               READ ROSTER-B-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RECB-EOF
                   NOT AT END
                       IF NOT RB-DELETED
                           ADD 1 TO WS-REC-B-TOTAL
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-STUDENT-REPORT. *> 10. writes a formatted, paginated class list to STUDENTRPT.TXT for printing #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00" *> a chained night step must halt cleanly on a file it could not open #mejares
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY "------------------------------------"
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               MOVE 8 TO WS-RUN-RC *> a scheduled report that opened nothing is a failed run #mejares
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-REPORT-LINE-COUNT
           MOVE 0 TO WS-REPORT-PAGE-NUM
           MOVE 0 TO WS-REPORT-COUNT
           MOVE 0 TO WS-ST-CT-A WS-ST-CT-L WS-ST-CT-S WS-ST-CT-X
               WS-ST-CT-T WS-ST-CT-D
           PERFORM PRINT-REPORT-HEADER

           PERFORM UNTIL FILESTATUS = "10" *>10 means it reached end of file #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       PERFORM STATUS-TALLY-ONE *> the footer accounts for every standing #mejares
                       IF STUDENT-ACTIVE
                           IF WS-REPORT-LINE-COUNT = WS-REPORT-PAGE-SIZE
                               PERFORM PRINT-REPORT-HEADER
                           END-IF
                           MOVE SPACES TO REPORT-LINE
                           MOVE STUD-GPA TO WS-GPA-EDIT
                           PERFORM APPLY-CONSENT-MASK *> declined consent never reaches the print shop either #mejares
                           STRING STUD-ID DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               STUD-NAME DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               STUD-PROGRAM DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               STUD-YEAR-LVL DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               WS-GPA-EDIT DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               WS-OUT-EMAIL DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               WS-OUT-CONTACT DELIMITED BY SIZE
                               INTO REPORT-LINE
                           WRITE REPORT-LINE
                           ADD 1 TO WS-REPORT-LINE-COUNT
                           ADD 1 TO WS-REPORT-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "Total students printed: " DELIMITED BY SIZE
               WS-REPORT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "By status - active " DELIMITED BY SIZE
               WS-ST-CT-A DELIMITED BY SIZE
               ", on leave " DELIMITED BY SIZE
               WS-ST-CT-L DELIMITED BY SIZE
               ", suspended " DELIMITED BY SIZE
               WS-ST-CT-S DELIMITED BY SIZE
               ", dismissed " DELIMITED BY SIZE
               WS-ST-CT-X DELIMITED BY SIZE
               ", transferred " DELIMITED BY SIZE
               WS-ST-CT-T DELIMITED BY SIZE
               ", deleted " DELIMITED BY SIZE
               WS-ST-CT-D DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

           CLOSE STUDENT-FILE.
           CLOSE REPORT-FILE.
           MOVE "STUDENTRPT.TXT" TO WS-RPT-SOURCE
           PERFORM RPT-FILE-REPORT.
           DISPLAY " "
           DISPLAY GREEN
               "[SYSTEM] Report written to STUDENTRPT.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       PRINT-REPORT-HEADER. *> page header for PRINT-STUDENT-REPORT, also used to start a new page #mejares
           IF WS-REPORT-PAGE-NUM > 0
               MOVE SPACES TO REPORT-LINE
               MOVE X'0C' TO REPORT-LINE(1:1) *> form feed so a real printer starts a fresh sheet #mejares
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-REPORT-PAGE-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "PUP-T STUDENT LIST - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "   Page " DELIMITED BY SIZE
               WS-REPORT-PAGE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "ID     NAME                            PROGRAM  "
               DELIMITED BY SIZE
               "YR LVL  GPA  EMAIL                                    "
               DELIMITED BY SIZE
               "  CONTACT NO" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM
               "----------------------------------------------------".
           MOVE 0 TO WS-REPORT-LINE-COUNT.

       PRINT-TRANSCRIPT. *> 17. writes one student's paginated transcript of record to TRANSCRPT.TXT #mejares
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS = "35" *> this is for checking if the file exists/filestatus 35 means file not found #mejares
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found." RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "      PRINT STUDENT TRANSCRIPT" RST
           DISPLAY "------------------------------------"
           DISPLAY "Enter Student ID: " NO ADVANCING.
           ACCEPT STUD-ID.
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY *> graduates keep their transcript - try the alumni file #mejares
                   PERFORM TRANSCRIPT-TRY-ALUMNI
                   IF WS-TRN-ALUM NOT = 'Y'
                       PERFORM DISPLAY-STUDENT-NOT-FOUND
                       CLOSE STUDENT-FILE
                       EXIT PARAGRAPH
                   END-IF
               NOT INVALID KEY
                   IF STUDENT-DELETED
                       PERFORM DISPLAY-STUDENT-NOT-FOUND
                       CLOSE STUDENT-FILE
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE SPACES TO WS-DOC-CTRL-STAMP *> an over-the-counter copy carries no control number #mejares
           PERFORM TRANSCRIPT-WRITE-BODY
           CLOSE STUDENT-FILE.
           DISPLAY " "
           DISPLAY GREEN
               "[SYSTEM] Transcript written to TRANSCRPT.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       TRANSCRIPT-WRITE-BODY. *> the whole TRANSCRPT.TXT form for whoever sits in the record area #mejares
           MOVE "TRANSCRP" TO WS-PRM-FOR *> the counter copy and the official release both come through here #mejares
           PERFORM PRM-FOR-REPORT
           OPEN OUTPUT TRANSCRIPT-FILE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-REPORT-LINE-COUNT
           MOVE 0 TO WS-REPORT-PAGE-NUM
           MOVE 0 TO WS-TRN-SUM
           MOVE 0 TO WS-TRN-NUM-COUNT
           MOVE 0 TO WS-TRN-UNITS-HERE
           MOVE STUD-PROGRAM TO WS-PROGRAM-LOOKUP *> the full program name goes on the form #mejares
           PERFORM VALIDATE-PROGRAM-CODE
           PERFORM TRANSCRIPT-PAGE-HEADER
           PERFORM TRANSCRIPT-PROGRAM-NOTES *> the credential evaluators need which terms ran under which program #mejares

           PERFORM TRANSCRIPT-ARCHIVE-LINES *> archived terms print first - they are the oldest #mejares
           IF STUD-GRADE-COUNT = 0 AND WS-ARC-PRINTED = 0
               MOVE "  (no grades recorded)" TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           ELSE
               PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > STUD-GRADE-COUNT
                   PERFORM TRANSCRIPT-GRADE-LINE
               END-PERFORM
           END-IF
           PERFORM TRANSCRIPT-CREDIT-LINES *> credits earned elsewhere - units, not grades #mejares

           MOVE SPACES TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.
           COMPUTE WS-TRN-UNITS-TOTAL = WS-TRN-UNITS-HERE + WS-TCR-UNITS
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "Units earned: " DELIMITED BY SIZE
               WS-TRN-UNITS-HERE DELIMITED BY SIZE
               " here + " DELIMITED BY SIZE
               WS-TCR-UNITS DELIMITED BY SIZE
               " credited = " DELIMITED BY SIZE
               WS-TRN-UNITS-TOTAL DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE
           IF WS-TRN-NUM-COUNT = 0
               STRING "Cumulative average: none - no numeric grades "
                   DELIMITED BY SIZE
                   "on record" DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
           ELSE
               COMPUTE WS-TRN-CUM-AVG ROUNDED =
                   WS-TRN-SUM / WS-TRN-NUM-COUNT
               MOVE WS-TRN-CUM-AVG TO WS-TRN-CUM-EDIT
               STRING "Cumulative average: " DELIMITED BY SIZE
                   WS-TRN-CUM-EDIT DELIMITED BY SIZE
                   " over " DELIMITED BY SIZE
                   WS-TRN-NUM-COUNT DELIMITED BY SIZE
                   " numeric grade(s)" DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
           END-IF
           WRITE TRANSCRIPT-LINE.

           CLOSE TRANSCRIPT-FILE.
           MOVE "TRANSCRPT.TXT" TO WS-RPT-SOURCE
           PERFORM RPT-FILE-REPORT.

       TRANSCRIPT-TRY-ALUMNI. *> pulls a graduate into the record area so the transcript prints as usual #mejares
           MOVE 'N' TO WS-TRN-ALUM
           OPEN INPUT ALUMNI-FILE
           IF ALUMSTATUS NOT = "00" *> no alumni on file #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO ALUM-ID
           READ ALUMNI-FILE KEY IS ALUM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ALUM-ID TO STUD-ID
                   MOVE ALUM-NAME TO STUD-NAME
                   MOVE ALUM-PROGRAM TO STUD-PROGRAM
                   MOVE ALUM-YEAR-LVL TO STUD-YEAR-LVL
                   MOVE ALUM-GPA TO STUD-GPA
                   MOVE ALUM-EMAIL TO STUD-EMAIL
                   MOVE ALUM-CONTACT-NO TO STUD-CONTACT-NO
                   MOVE ALUM-CONSENT TO STUD-CONSENT
                   MOVE ALUM-GRADE-COUNT TO STUD-GRADE-COUNT
                   PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                       UNTIL WS-GRADE-IDX > 10
                       MOVE ALUM-GRADE-TERM(WS-GRADE-IDX)
                           TO STUD-GRADE-TERM(WS-GRADE-IDX)
                       MOVE ALUM-GRADE-VALUE(WS-GRADE-IDX)
                           TO STUD-GRADE-VALUE(WS-GRADE-IDX)
                   END-PERFORM
                   MOVE "A" TO STUD-STATUS
                   MOVE 'Y' TO WS-TRN-ALUM
           END-READ
           CLOSE ALUMNI-FILE.

       TRANSCRIPT-PAGE-HEADER. *> page header for PRINT-TRANSCRIPT, repeating the student block on every page #mejares
           IF WS-REPORT-PAGE-NUM > 0
               MOVE SPACES TO TRANSCRIPT-LINE
               MOVE X'0C' TO TRANSCRIPT-LINE(1:1) *> form feed so a real printer starts a fresh sheet #mejares
               WRITE TRANSCRIPT-LINE
           END-IF.
           ADD 1 TO WS-REPORT-PAGE-NUM
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "PUP-T TRANSCRIPT OF RECORDS - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "   Page " DELIMITED BY SIZE
               WS-REPORT-PAGE-NUM DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.
           IF WS-DOC-CTRL-STAMP NOT = SPACES *> an official release carries its control number on every page #mejares
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING "OFFICIAL COPY - Control No. " DELIMITED BY SIZE
                   WS-DOC-CTRL-STAMP DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "Parameters: " DELIMITED BY SIZE
               WS-PRM-USED DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "Student ID : " DELIMITED BY SIZE
               STUD-ID DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "Name       : " DELIMITED BY SIZE
               STUD-NAME DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "Program    : " DELIMITED BY SIZE
               STUD-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROGRAM-FULL-NAME DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "Year Level : " DELIMITED BY SIZE
               STUD-YEAR-LVL DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.
           MOVE "TERM        GRADE   CUM AVG" TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.
           MOVE "---------------------------" TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.
           MOVE 0 TO WS-REPORT-LINE-COUNT.

       TRANSCRIPT-ARCHIVE-LINES. *> prints the student's archived terms and folds them into the averages #mejares
           MOVE 0 TO WS-ARC-PRINTED
           OPEN INPUT GRADE-ARCHIVE-FILE
           IF ARCSTATUS NOT = "00" *> no archive on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID TO ARC-STUD-ID
           MOVE SPACES TO ARC-TERM
           MOVE 'N' TO WS-ARC-EOF
           START GRADE-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARC-EOF
           END-START
           PERFORM UNTIL WS-ARC-EOF = 'Y'
               READ GRADE-ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ARC-EOF
                   NOT AT END
                       IF ARC-STUD-ID NOT = STUD-ID
                           MOVE 'Y' TO WS-ARC-EOF
                       ELSE
                           ADD 1 TO WS-ARC-PRINTED
                           PERFORM TRANSCRIPT-ARCHIVE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-ARCHIVE-FILE.

       TRANSCRIPT-ARCHIVE-LINE. *> one archived term's line, marked so the registrar can tell it apart #mejares
           IF WS-REPORT-LINE-COUNT = WS-REPORT-PAGE-SIZE
               PERFORM TRANSCRIPT-PAGE-HEADER
           END-IF
           MOVE SPACES TO TRANSCRIPT-LINE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARC-GRADE)) = 0
               ADD FUNCTION NUMVAL(ARC-GRADE) TO WS-TRN-SUM
               ADD 1 TO WS-TRN-NUM-COUNT
               COMPUTE WS-TRN-CUM-AVG ROUNDED =
                   WS-TRN-SUM / WS-TRN-NUM-COUNT
               MOVE WS-TRN-CUM-AVG TO WS-TRN-CUM-EDIT
               STRING ARC-TERM DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ARC-GRADE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-TRN-CUM-EDIT DELIMITED BY SIZE
                   "  (archived)" DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
           ELSE
               STRING ARC-TERM DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ARC-GRADE DELIMITED BY SIZE
                   "     -" DELIMITED BY SIZE
                   "  (archived)" DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
           END-IF
           WRITE TRANSCRIPT-LINE
           ADD 1 TO WS-REPORT-LINE-COUNT
           MOVE ARC-TERM TO WS-TRN-TERM *> the term's course rows print under its summary line #mejares
           PERFORM TRANSCRIPT-COURSE-LINES.

       TRANSCRIPT-GRADE-LINE. *> one term's line: the grade, and the cumulative average so far when numeric #mejares
           IF WS-REPORT-LINE-COUNT = WS-REPORT-PAGE-SIZE
               PERFORM TRANSCRIPT-PAGE-HEADER
           END-IF
           MOVE SPACES TO TRANSCRIPT-LINE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
               STUD-GRADE-VALUE(WS-GRADE-IDX))) = 0
               MOVE FUNCTION NUMVAL(STUD-GRADE-VALUE(WS-GRADE-IDX))
                   TO WS-TRN-GRADE-NUM
               ADD WS-TRN-GRADE-NUM TO WS-TRN-SUM
               ADD 1 TO WS-TRN-NUM-COUNT
               COMPUTE WS-TRN-CUM-AVG ROUNDED =
                   WS-TRN-SUM / WS-TRN-NUM-COUNT
               MOVE WS-TRN-CUM-AVG TO WS-TRN-CUM-EDIT
               STRING STUD-GRADE-TERM(WS-GRADE-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STUD-GRADE-VALUE(WS-GRADE-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-TRN-CUM-EDIT DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
           ELSE
               STRING STUD-GRADE-TERM(WS-GRADE-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STUD-GRADE-VALUE(WS-GRADE-IDX) DELIMITED BY SIZE
                   "     -" DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
           END-IF
           WRITE TRANSCRIPT-LINE
           ADD 1 TO WS-REPORT-LINE-COUNT
           MOVE STUD-GRADE-TERM(WS-GRADE-IDX) TO WS-TRN-TERM *> the term's course rows print under its summary line #mejares
           PERFORM TRANSCRIPT-COURSE-LINES.

       IMPORT-FROM-CSV. *> 7. IMPORT/RELOAD STUDENTS FROM STUDENTFILE.CSV #mejares
           OPEN I-O STUDENT-FILE.
           IF FILESTATUS = "35" *> this is for checking if the file exists filestatus 35 means file not found #mejares
               OPEN OUTPUT STUDENT-FILE
               CLOSE STUDENT-FILE
               OPEN I-O STUDENT-FILE
           END-IF.

           OPEN INPUT CSV-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "[SYSTEM] STUDENTFILE.CSV not found." RST
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               CLOSE STUDENT-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKUP-STUDENT-FILE.

           DISPLAY " "
           DISPLAY GREEN
               "[SYSTEM] Importing Student Data from CSV File..." RST

           MOVE 'N' TO WS-CSV-EOF
           MOVE 0 TO WS-IMPORT-ADDED
           MOVE 0 TO WS-IMPORT-SKIPPED
           PERFORM UNTIL WS-CSV-EOF = 'Y'
               READ CSV-FILE
                   AT END
                       MOVE 'Y' TO WS-CSV-EOF
                   NOT AT END
                       PERFORM IMPORT-ONE-ROW
               END-READ
           END-PERFORM.

           CLOSE CSV-FILE.
           CLOSE STUDENT-FILE.
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Import complete: " RST
               WS-IMPORT-ADDED " added, " WS-IMPORT-SKIPPED " skipped."
           DISPLAY " "
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       IMPORT-ONE-ROW. *> parses and writes one true comma-delimited CSV row, skipping bad/duplicate rows #mejares
           UNSTRING CSV-RECORD DELIMITED BY ","
               INTO WS-IMPORT-ID WS-IMPORT-NAME WS-IMPORT-PROGRAM
                   WS-IMPORT-YEARLVL WS-IMPORT-GPA WS-IMPORT-EMAIL
                   WS-IMPORT-CONTACT

           IF WS-IMPORT-ID = "Student ID" *> the header row EXPORT-SORT-WRITE writes - not a real student #mejares
               EXIT PARAGRAPH
           END-IF.

           IF WS-IMPORT-ID = "HDR" OR WS-IMPORT-ID = "TRL" *> the file's control records, not students #mejares
               EXIT PARAGRAPH
           END-IF.

           INSPECT WS-IMPORT-NAME REPLACING ALL '"' BY SPACE
           MOVE FUNCTION TRIM(WS-IMPORT-NAME) TO STUD-NAME
           MOVE WS-IMPORT-ID      TO STUD-ID
           MOVE WS-IMPORT-PROGRAM TO STUD-PROGRAM
           MOVE WS-IMPORT-YEARLVL TO STUD-YEAR-LVL

           IF STUD-ID = SPACES OR STUD-NAME = SPACES
               OR STUD-PROGRAM = SPACES
                   ADD 1 TO WS-IMPORT-SKIPPED
                   EXIT PARAGRAPH
           END-IF.

           IF NOT VALID-YEAR-LVL
               ADD 1 TO WS-IMPORT-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE STUD-PROGRAM TO WS-PROGRAM-LOOKUP *> reject codes that are not on the program reference #mejares
           PERFORM VALIDATE-PROGRAM-CODE
           IF WS-PROGRAM-VALID NOT = 'Y'
               ADD 1 TO WS-IMPORT-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IMPORT-GPA)) NOT = 0
                   ADD 1 TO WS-IMPORT-SKIPPED
                   EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WS-IMPORT-GPA) NOT = WS-GPA-UNGRADED
               AND (FUNCTION NUMVAL(WS-IMPORT-GPA) < WS-GPA-LOW
                    OR FUNCTION NUMVAL(WS-IMPORT-GPA) > WS-GPA-HIGH)
                   ADD 1 TO WS-IMPORT-SKIPPED
                   EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-IMPORT-GPA) TO STUD-GPA
           MOVE WS-IMPORT-EMAIL   TO STUD-EMAIL
           MOVE WS-IMPORT-CONTACT TO STUD-CONTACT-NO
           MOVE "A" TO STUD-STATUS
           MOVE SPACE TO STUD-CONSENT *> imported row never answered consent/captured grades - don't inherit a leftover record's #mejares
           MOVE 0 TO STUD-GRADE-COUNT
           PERFORM CLEAR-GRADE-TABLE
           MOVE SPACES TO STUD-ADVISER
           ACCEPT STUD-STATUS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO STUD-BIRTHDATE *> the CSV has no bio columns - captured later at the counter #mejares
           MOVE SPACE TO STUD-SEX
           MOVE SPACES TO STUD-ADDRESS

           READ STUDENT-FILE
               INVALID KEY
                   WRITE STUDENT-PROFILE
                   IF FILESTATUS = "00"
                       ADD 1 TO WS-IMPORT-ADDED
                       MOVE "IMPORT" TO WS-AUDIT-OPERATION
                       PERFORM WRITE-AUDIT-LOG
                   ELSE
                       ADD 1 TO WS-IMPORT-SKIPPED
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-IMPORT-SKIPPED
           END-READ.

       BATCH-TRANSACTIONS. *> non-interactive bulk add/edit/delete run driven by TRANSACTIONS.TXT #mejares
           OPEN I-O STUDENT-FILE.
           IF FILESTATUS = "35" *> this is for checking if the file exists filestatus 35 means file not found #mejares
               IF TXN-TRIAL *> a trial run must not leave even an empty data file behind #mejares
                   DISPLAY "[SYSTEM] No data file - nothing to "
                       "validate against."
                   MOVE 8 TO WS-RUN-RC
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT STUDENT-FILE
               CLOSE STUDENT-FILE
               OPEN I-O STUDENT-FILE
           END-IF.

           OPEN INPUT TRANSACTION-FILE.
           IF TXNSTATUS NOT = "00"
               DISPLAY "[SYSTEM] TRANSACTIONS.TXT not found."
               MOVE 8 TO WS-RUN-RC *> a scheduled batch with no input is a failed run #mejares
               CLOSE STUDENT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT TXN-TRIAL *> a validate-only pass changes nothing, so there is nothing to back up #mejares
               PERFORM BACKUP-STUDENT-FILE
           END-IF.

           IF TXN-TRIAL
               MOVE "TXNCHECK.TXT" TO WS-WORK-REPORT-NAME
               DISPLAY "[SYSTEM] Trial run - validating batch "
                   "transactions..."
           ELSE
               MOVE "TXNREJ.TXT" TO WS-WORK-REPORT-NAME
               DISPLAY "[SYSTEM] Applying batch transactions..."
           END-IF
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           IF TXN-TRIAL *> the reject file stays pure transaction lines so it can be resubmitted verbatim #mejares
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "TRANSACTION TRIAL-RUN ERRORS - "
                   DELIMITED BY SIZE
                   WS-REPORT-DATE DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           PERFORM LOAD-TERM-CONTROL *> "G" grade lines post only into the open term #mejares
           PERFORM LOAD-GRADE-SCALE
           MOVE 'N' TO WS-TXN-EOF
           MOVE 0 TO WS-TXN-LINENO
           MOVE 0 TO WS-TXN-ADDED
           MOVE 0 TO WS-TXN-EDITED
           MOVE 0 TO WS-TXN-DELETED
           MOVE 0 TO WS-TXN-GRADED
           MOVE 0 TO WS-TXN-SKIPPED
           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
                   NOT AT END
                       ADD 1 TO WS-TXN-LINENO
                       PERFORM APPLY-TRANSACTION
               END-READ
           END-PERFORM.

           IF TXN-TRIAL *> the reject file stays pure transaction lines so it can be resubmitted verbatim #mejares
               MOVE SPACES TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               MOVE SPACES TO WORK-REPORT-LINE
               STRING "Lines read: " DELIMITED BY SIZE
                   WS-TXN-LINENO DELIMITED BY SIZE
                   "  rejected: " DELIMITED BY SIZE
                   WS-TXN-SKIPPED DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           PERFORM CLOSE-WORK-REPORT
           CLOSE TRANSACTION-FILE.
           CLOSE STUDENT-FILE.
           IF TXN-TRIAL
               DISPLAY "[SYSTEM] Trial complete: " WS-TXN-ADDED
                   " add, " WS-TXN-EDITED " edit, " WS-TXN-DELETED
                   " delete, " WS-TXN-GRADED " grade line(s) would "
                   "apply; " WS-TXN-SKIPPED " in error."
               DISPLAY "[SYSTEM] Errors written to TXNCHECK.TXT - "
                   "nothing was applied."
           ELSE
               DISPLAY "[SYSTEM] Batch complete: " WS-TXN-ADDED
                   " added, " WS-TXN-EDITED " edited, " WS-TXN-DELETED
                   " deleted, " WS-TXN-GRADED " graded, "
                   WS-TXN-SKIPPED " skipped."
               DISPLAY "[SYSTEM] Skipped transactions and reasons "
                   "written to TXNREJ.TXT"
           END-IF.

       APPLY-TRANSACTION. *> dispatches one TRANSACTIONS.TXT line by its op code (column 1) #mejares
           MOVE TRANSACTION-RECORD(1:1) TO WS-TXN-OP
           MOVE TRANSACTION-RECORD(2:5) TO STUD-ID
           EVALUATE WS-TXN-OP
               WHEN "A"
                   PERFORM APPLY-TXN-ADD
               WHEN "E"
                   PERFORM APPLY-TXN-EDIT
               WHEN "D"
                   PERFORM APPLY-TXN-DELETE
               WHEN "G"
                   PERFORM APPLY-TXN-GRADE
               WHEN OTHER
                   MOVE "op code not A/E/D/G" TO WS-TXN-REASON
                   PERFORM WRITE-TXN-REJECT
           END-EVALUATE.

       WRITE-TXN-REJECT. *> the skipped line as received, with its line number and reason past column 81 #mejares
           ADD 1 TO WS-TXN-SKIPPED *> so a reject file renamed TRANSACTIONS.TXT resubmits cleanly #mejares
           MOVE SPACES TO WORK-REPORT-LINE
           STRING TRANSACTION-RECORD DELIMITED BY SIZE
               " LINE " DELIMITED BY SIZE
               WS-TXN-LINENO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TXN-REASON DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE.

       APPLY-TXN-ADD. *> parses/writes an "A" transaction line as a new active student #mejares
           MOVE TRANSACTION-RECORD(7:30)  TO STUD-NAME
           MOVE TRANSACTION-RECORD(37:5)  TO STUD-PROGRAM
           MOVE TRANSACTION-RECORD(42:5)  TO WS-TXN-YEARLVL
           MOVE WS-TXN-YEARLVL             TO STUD-YEAR-LVL
           MOVE TRANSACTION-RECORD(47:5)  TO WS-TXN-GPA

           IF STUD-ID = SPACES OR STUD-NAME = SPACES
               OR STUD-PROGRAM = SPACES OR NOT VALID-YEAR-LVL
                   MOVE "missing field or bad year level"
                       TO WS-TXN-REASON
                   PERFORM WRITE-TXN-REJECT
                   EXIT PARAGRAPH
           END-IF.
           MOVE STUD-PROGRAM TO WS-PROGRAM-LOOKUP *> reject codes that are not on the program reference #mejares
           PERFORM VALIDATE-PROGRAM-CODE
           IF WS-PROGRAM-VALID NOT = 'Y'
               MOVE "program not on the program reference"
                   TO WS-TXN-REASON
               PERFORM WRITE-TXN-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXN-GPA)) NOT = 0
               OR FUNCTION NUMVAL(WS-TXN-GPA) < WS-GPA-LOW
               OR FUNCTION NUMVAL(WS-TXN-GPA) > WS-GPA-HIGH
                   MOVE "GPA not on the 1.00-5.00 scale"
                       TO WS-TXN-REASON
                   PERFORM WRITE-TXN-REJECT
                   EXIT PARAGRAPH
           END-IF.
           IF TXN-TRIAL *> validate the duplicate check by reading, never by writing #mejares
               READ STUDENT-FILE
                   INVALID KEY
                       ADD 1 TO WS-TXN-ADDED
                   NOT INVALID KEY
                       MOVE "duplicate student ID" TO WS-TXN-REASON
                       PERFORM WRITE-TXN-REJECT
               END-READ
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-TXN-GPA) TO STUD-GPA
           MOVE "A" TO STUD-STATUS
           MOVE SPACE TO STUD-CONSENT *> new student from an "A" line never answered consent/captured grades - don't inherit a leftover record's #mejares
           MOVE 0 TO STUD-GRADE-COUNT
           PERFORM CLEAR-GRADE-TABLE
           MOVE SPACES TO STUD-ADVISER
           ACCEPT STUD-STATUS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO STUD-BIRTHDATE *> the transaction line has no bio columns - captured later #mejares
           MOVE SPACE TO STUD-SEX
           MOVE SPACES TO STUD-ADDRESS

           WRITE STUDENT-PROFILE
               INVALID KEY
                   MOVE "duplicate student ID" TO WS-TXN-REASON
                   PERFORM WRITE-TXN-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-TXN-ADDED
                   MOVE "CREATE" TO WS-AUDIT-OPERATION
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE.

       APPLY-TXN-EDIT. *> parses/rewrites an "E" transaction line over an existing active student #mejares
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   MOVE "student ID not on file" TO WS-TXN-REASON
                   PERFORM WRITE-TXN-REJECT
               NOT INVALID KEY
                   PERFORM CAPTURE-BEFORE-IMAGE
                   IF STUDENT-DELETED
                       MOVE "student is soft-deleted" TO WS-TXN-REASON
                       PERFORM WRITE-TXN-REJECT
                       UNLOCK STUDENT-FILE
                   ELSE
                       MOVE TRANSACTION-RECORD(7:30) TO STUD-NAME
                       MOVE TRANSACTION-RECORD(37:5) TO STUD-PROGRAM
                       MOVE TRANSACTION-RECORD(42:5) TO WS-TXN-YEARLVL
                       MOVE WS-TXN-YEARLVL TO STUD-YEAR-LVL
                       MOVE TRANSACTION-RECORD(47:5) TO WS-TXN-GPA
                       MOVE STUD-PROGRAM TO WS-PROGRAM-LOOKUP *> reject codes that are not on the program reference #mejares
                       PERFORM VALIDATE-PROGRAM-CODE
                       IF STUD-NAME = SPACES OR STUD-PROGRAM = SPACES
                           OR WS-PROGRAM-VALID NOT = 'Y'
                           OR NOT VALID-YEAR-LVL
                           OR FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-TXN-GPA)) NOT = 0
                           OR FUNCTION NUMVAL(WS-TXN-GPA) < WS-GPA-LOW
                           OR FUNCTION NUMVAL(WS-TXN-GPA) > WS-GPA-HIGH
                               MOVE "bad field on the edit line"
                                   TO WS-TXN-REASON
                               PERFORM WRITE-TXN-REJECT
                               UNLOCK STUDENT-FILE
                       ELSE
                       IF TXN-TRIAL *> the line would apply - leave the record as read #mejares
                           ADD 1 TO WS-TXN-EDITED
                           UNLOCK STUDENT-FILE
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-TXN-GPA) TO STUD-GPA
                           REWRITE STUDENT-PROFILE
                           IF FILESTATUS = "00"
                               ADD 1 TO WS-TXN-EDITED
                               MOVE "EDIT" TO WS-AUDIT-OPERATION
                               PERFORM WRITE-AUDIT-LOG
                           ELSE
                               MOVE "rewrite failed - see file status"
                                   TO WS-TXN-REASON
                               PERFORM WRITE-TXN-REJECT
                               UNLOCK STUDENT-FILE
                           END-IF
                       END-IF
                       END-IF
                   END-IF
           END-READ.

       APPLY-TXN-GRADE. *> posts a "G" line's term grade: (7:10) term, (17:5) grade, open term only #mejares
           MOVE TRANSACTION-RECORD(7:10) TO WS-GRADE-TERM-INPUT
           MOVE TRANSACTION-RECORD(17:5) TO WS-GRADE-VALUE-INPUT
           IF WS-GRADE-TERM-INPUT = SPACES *> a blank term means the open term #mejares
               MOVE WS-OPEN-TERM TO WS-GRADE-TERM-INPUT
           END-IF
           PERFORM CHECK-GRADE-ON-SCALE
           IF WS-OPEN-TERM = SPACES
               OR WS-GRADE-TERM-INPUT NOT = WS-OPEN-TERM *> no override in batch - closed/unknown terms are rejected #mejares
                   MOVE "term is not the open term" TO WS-TXN-REASON
                   PERFORM WRITE-TXN-REJECT
                   EXIT PARAGRAPH
           END-IF
           IF WS-GRADE-OK NOT = 'Y'
               MOVE "grade not on the grade scale" TO WS-TXN-REASON
               PERFORM WRITE-TXN-REJECT
               EXIT PARAGRAPH
           END-IF
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   MOVE "student ID not on file" TO WS-TXN-REASON
                   PERFORM WRITE-TXN-REJECT
               NOT INVALID KEY
                   PERFORM CAPTURE-BEFORE-IMAGE
                   PERFORM CHECK-DUPLICATE-TERM
                   IF STUDENT-DELETED
                       OR WS-TERM-FOUND = 'Y'
                           MOVE "deleted student or duplicate term"
                               TO WS-TXN-REASON
                           PERFORM WRITE-TXN-REJECT
                           UNLOCK STUDENT-FILE
                   ELSE
                   IF TXN-TRIAL *> the line would post - leave the record and archive alone #mejares
                       ADD 1 TO WS-TXN-GRADED
                       UNLOCK STUDENT-FILE
                   ELSE
                       MOVE 'Y' TO WS-ARC-OK
                       IF STUD-GRADE-COUNT >= 10 *> roll the oldest term out to the archive to make room #mejares
                           PERFORM ARCHIVE-OLDEST-GRADE
                       END-IF
                       IF WS-ARC-OK NOT = 'Y'
                           MOVE "could not archive the oldest term"
                               TO WS-TXN-REASON
                           PERFORM WRITE-TXN-REJECT
                           UNLOCK STUDENT-FILE
                       ELSE
                           ADD 1 TO STUD-GRADE-COUNT
                           MOVE WS-GRADE-TERM-INPUT
                               TO STUD-GRADE-TERM(STUD-GRADE-COUNT)
                           MOVE WS-GRADE-VALUE-INPUT
                               TO STUD-GRADE-VALUE(STUD-GRADE-COUNT)
                           REWRITE STUDENT-PROFILE
                           IF FILESTATUS = "00"
                               ADD 1 TO WS-TXN-GRADED
                               MOVE "GRADE" TO WS-AUDIT-OPERATION
                               PERFORM WRITE-AUDIT-LOG
                           ELSE
                               MOVE "rewrite failed - see file status"
                                   TO WS-TXN-REASON
                               PERFORM WRITE-TXN-REJECT
                               UNLOCK STUDENT-FILE
                           END-IF
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       APPLY-TXN-DELETE. *> soft-deletes the student named by a "D" transaction line #mejares
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   MOVE "student ID not on file" TO WS-TXN-REASON
                   PERFORM WRITE-TXN-REJECT
               NOT INVALID KEY
                   PERFORM CAPTURE-BEFORE-IMAGE
                   IF STUDENT-DELETED
                       MOVE "student is already deleted"
                           TO WS-TXN-REASON
                       PERFORM WRITE-TXN-REJECT
                       UNLOCK STUDENT-FILE
                   ELSE
                   IF TXN-TRIAL *> the line would apply - leave the record as read #mejares
                       ADD 1 TO WS-TXN-DELETED
                       UNLOCK STUDENT-FILE
                   ELSE
                       MOVE "D" TO STUD-STATUS
                       REWRITE STUDENT-PROFILE
                       IF FILESTATUS = "00"
                           ADD 1 TO WS-TXN-DELETED
                           MOVE "DELETE" TO WS-AUDIT-OPERATION
                           PERFORM WRITE-AUDIT-LOG
                       ELSE
                           MOVE "rewrite failed - see file status"
                               TO WS-TXN-REASON
                           PERFORM WRITE-TXN-REJECT
                           UNLOCK STUDENT-FILE
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       RECOMPUTE-GPA. *> 18/RECALC batch: sweeps every active student, rewrites STUD-GPA from the recorded numeric grades #mejares
           OPEN I-O STUDENT-FILE.
           IF FILESTATUS NOT = "00" *> an unattended sweep must not run against a file it could not open #mejares
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY "------------------------------------"
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               MOVE 8 TO WS-RUN-RC *> a scheduled sweep that opened nothing is a failed run #mejares
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKUP-STUDENT-FILE.

           MOVE "GPADISCR.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "GPA DISCREPANCY REPORT - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ID     NAME                            OLD   NEW"
               DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           DISPLAY " "
           DISPLAY GREEN
               "[SYSTEM] Recomputing GPAs from term grades..." RST
           MOVE 'N' TO WS-ARC-AVAIL *> archived terms count toward the average too #mejares
           OPEN INPUT GRADE-ARCHIVE-FILE
           IF ARCSTATUS = "00"
               MOVE 'Y' TO WS-ARC-AVAIL
           END-IF
           MOVE 0 TO WS-RECALC-READ
           MOVE 0 TO WS-RECALC-CHANGED
           MOVE 0 TO WS-RECALC-NONUM
           MOVE "00" TO FILESTATUS
           PERFORM UNTIL FILESTATUS NOT = "00" *> stops at end of file or on any read error #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       IF STUDENT-ACTIVE
                           ADD 1 TO WS-RECALC-READ
                           PERFORM RECALC-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Students swept: " DELIMITED BY SIZE
               WS-RECALC-READ DELIMITED BY SIZE
               "  GPAs changed: " DELIMITED BY SIZE
               WS-RECALC-CHANGED DELIMITED BY SIZE
               "  No numeric grades: " DELIMITED BY SIZE
               WS-RECALC-NONUM DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF FILESTATUS NOT = "10" *> the sweep stopped on an error, not at end of file #mejares
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY GREEN "[SYSTEM] Sweep stopped early - "
                   WS-ERROR-MESSAGE RST
               MOVE 8 TO WS-RUN-RC *> a half-swept file must not look like a clean run #mejares
           END-IF
           IF WS-ARC-AVAIL = 'Y'
               CLOSE GRADE-ARCHIVE-FILE
           END-IF
           PERFORM CLOSE-WORK-REPORT
           CLOSE STUDENT-FILE.
           DISPLAY GREEN "[SYSTEM] Recompute complete: " RST
               WS-RECALC-READ " swept, " WS-RECALC-CHANGED " changed, "
               WS-RECALC-NONUM " without numeric grades."
           DISPLAY GREEN
               "[SYSTEM] Discrepancies written to GPADISCR.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       RECALC-ONE-STUDENT. *> averages one student's numeric grades and rewrites STUD-GPA when it moved #mejares
           PERFORM CAPTURE-BEFORE-IMAGE
           MOVE 0 TO WS-TRN-SUM
           MOVE 0 TO WS-TRN-NUM-COUNT
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > STUD-GRADE-COUNT
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   STUD-GRADE-VALUE(WS-GRADE-IDX))) = 0
                   ADD FUNCTION NUMVAL(STUD-GRADE-VALUE(WS-GRADE-IDX))
                       TO WS-TRN-SUM
                   ADD 1 TO WS-TRN-NUM-COUNT
               END-IF
           END-PERFORM
           IF WS-ARC-AVAIL = 'Y'
               PERFORM ARCHIVE-SUM-GRADES
           END-IF
           IF WS-TRN-NUM-COUNT = 0 *> nothing to average - leave the keyed-in GPA alone #mejares
               ADD 1 TO WS-RECALC-NONUM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRN-CUM-AVG ROUNDED =
               WS-TRN-SUM / WS-TRN-NUM-COUNT
           IF WS-TRN-CUM-AVG NOT = STUD-GPA
               MOVE STUD-GPA TO WS-OLD-GPA
               MOVE WS-TRN-CUM-AVG TO STUD-GPA
               REWRITE STUDENT-PROFILE
               IF FILESTATUS = "00"
                   ADD 1 TO WS-RECALC-CHANGED
                   MOVE WS-OLD-GPA TO WS-OLD-GPA-EDIT
                   MOVE WS-TRN-CUM-AVG TO WS-GPA-EDIT
                   MOVE SPACES TO WORK-REPORT-LINE
                   STRING STUD-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       STUD-NAME DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-OLD-GPA-EDIT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-GPA-EDIT DELIMITED BY SIZE
                       INTO WORK-REPORT-LINE
                   WRITE WORK-REPORT-LINE
                   MOVE "GPACAL" TO WS-AUDIT-OPERATION
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-IF.

       PROMOTION-RUN. *> 19/PROMOTE batch: advances every active student one year level under the promotion rules #mejares
           OPEN I-O STUDENT-FILE.
           IF FILESTATUS NOT = "00" *> an unattended sweep must not run against a file it could not open #mejares
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY "------------------------------------"
               IF NOT BATCH-MODE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
               END-IF
               MOVE 8 TO WS-RUN-RC *> a scheduled sweep that opened nothing is a failed run #mejares
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKUP-STUDENT-FILE.

           MOVE "PROMOTE.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "TERM-END PROMOTION REGISTER - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ID     NAME                            FROM   TO/"
               DELIMITED BY SIZE
               "DISPOSITION" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] Running term-end promotion..." RST
           MOVE 0 TO WS-PROM-PROMOTED
           MOVE 0 TO WS-PROM-HELD
           MOVE 0 TO WS-PROM-SKIPPED
           MOVE "00" TO FILESTATUS
           PERFORM UNTIL FILESTATUS NOT = "00" *> stops at end of file or on any read error #mejares
               READ STUDENT-FILE
                   AT END
                       MOVE "10" TO FILESTATUS *> this is for checking if the file reached the end #mejares
                   NOT AT END
                       PERFORM PROMOTE-ONE-STUDENT
               END-READ
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Promoted: " DELIMITED BY SIZE
               WS-PROM-PROMOTED DELIMITED BY SIZE
               "  Held: " DELIMITED BY SIZE
               WS-PROM-HELD DELIMITED BY SIZE
               "  Skipped: " DELIMITED BY SIZE
               WS-PROM-SKIPPED DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF FILESTATUS NOT = "10" *> the sweep stopped on an error, not at end of file #mejares
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY GREEN "[SYSTEM] Sweep stopped early - "
                   WS-ERROR-MESSAGE RST
               MOVE 8 TO WS-RUN-RC *> a half-swept file must not look like a clean run #mejares
           END-IF
           PERFORM CLOSE-WORK-REPORT
           CLOSE STUDENT-FILE.
           DISPLAY GREEN "[SYSTEM] Promotion complete: " RST
               WS-PROM-PROMOTED " promoted, " WS-PROM-HELD " held, "
               WS-PROM-SKIPPED " skipped."
           DISPLAY GREEN
               "[SYSTEM] Register written to PROMOTE.TXT" RST
           IF NOT BATCH-MODE
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
           END-IF.

       PROMOTE-ONE-STUDENT. *> applies the promotion rules to one record and writes its register line #mejares
           PERFORM CAPTURE-BEFORE-IMAGE
           IF STUDENT-DELETED *> soft-deleted records take no part in the rollover #mejares
               ADD 1 TO WS-PROM-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF NOT STUDENT-ACTIVE *> leave, suspension, dismissal, transfer - all sit the rollover out #mejares
               ADD 1 TO WS-PROM-SKIPPED
               PERFORM STATUS-WORD-FOR-CODE
               MOVE SPACES TO WORK-REPORT-LINE
               STRING STUD-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STUD-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STUD-YEAR-LVL DELIMITED BY SIZE
                   "  SKIPPED - " DELIMITED BY SIZE
                   WS-ST-WORD DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROM-NEW-LEVEL
           MOVE SPACES TO WS-PROM-NOTE
           EVALUATE STUD-YEAR-LVL
               WHEN "1ST" MOVE "2ND" TO WS-PROM-NEW-LEVEL
               WHEN "2ND" MOVE "3RD" TO WS-PROM-NEW-LEVEL
               WHEN "3RD" MOVE "4TH" TO WS-PROM-NEW-LEVEL
               WHEN "4TH" *> terminal years wait for graduation processing #mejares
                   PERFORM PROMOTE-AUDIT-NOTE
               WHEN "5TH"
                   PERFORM PROMOTE-AUDIT-NOTE
               WHEN "IRREG" *> irregular loads are the registrar's call #mejares
                   MOVE "HELD - MANUAL REVIEW" TO WS-PROM-NOTE
               WHEN OTHER
                   MOVE "SKIPPED - BAD YEAR CODE" TO WS-PROM-NOTE
           END-EVALUATE
           IF WS-PROM-NEW-LEVEL NOT = SPACES
               MOVE WS-PROM-NEW-LEVEL TO WS-PROM-NOTE
               MOVE SPACES TO WORK-REPORT-LINE
               STRING STUD-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STUD-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STUD-YEAR-LVL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PROM-NOTE DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               MOVE WS-PROM-NEW-LEVEL TO STUD-YEAR-LVL
               REWRITE STUDENT-PROFILE
               IF FILESTATUS = "00"
                   ADD 1 TO WS-PROM-PROMOTED
                   WRITE WORK-REPORT-LINE
                   MOVE "PROMOT" TO WS-AUDIT-OPERATION
                   PERFORM WRITE-AUDIT-LOG
               ELSE
                   ADD 1 TO WS-PROM-SKIPPED
               END-IF
           ELSE
               IF WS-PROM-NOTE(1:4) = "HELD"
                   ADD 1 TO WS-PROM-HELD
               ELSE
                   ADD 1 TO WS-PROM-SKIPPED
               END-IF
               MOVE SPACES TO WORK-REPORT-LINE
               STRING STUD-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STUD-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STUD-YEAR-LVL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PROM-NOTE DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF.

       PROMOTE-AUDIT-NOTE. *> a held final-year student carries the degree audit's verdict onto the register #mejares
           PERFORM DEGREE-AUDIT-EVALUATE
           MOVE SPACES TO WS-PROM-NOTE
           STRING "HELD - AUDIT " DELIMITED BY SIZE
               WS-DA-RESULT DELIMITED BY SIZE
               " MISSING " DELIMITED BY SIZE
               WS-DA-MISSING DELIMITED BY SIZE
               " UNITS " DELIMITED BY SIZE
               WS-DA-UNITS-EARNED DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DA-UNITS-REQ DELIMITED BY SIZE
               INTO WS-PROM-NOTE.

       GRADUATE-STUDENT. *> 20. moves a completed student - grade history and all - onto the alumni file #mejares
           OPEN I-O STUDENT-FILE.
           IF FILESTATUS = '35'
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "           No data found" RST
               DISPLAY "------------------------------------"
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKUP-STUDENT-FILE.
           MOVE 'N' TO WS-DA-OVERRIDE

           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "     GRADUATE STUDENT TO ALUMNI" RST
           DISPLAY "------------------------------------"
           DISPLAY "Enter Student ID to graduate: " NO ADVANCING
           ACCEPT STUD-ID.
           READ STUDENT-FILE WITH LOCK KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Student ID not found!" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM CAPTURE-BEFORE-IMAGE
                   IF STUDENT-DELETED
                       DISPLAY " "
                       DISPLAY GREEN "Student ID not found!" RST
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                       CLOSE STUDENT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY " "
                   DISPLAY GREEN "Graduate " STUD-NAME " (" STUD-ID
                       ")?" RST
                   DISPLAY "Are you sure? (Y/N): " NO ADVANCING
                   ACCEPT WS-GRAD-CONFIRM
                   IF WS-GRAD-CONFIRM NOT = "Y" AND
                       WS-GRAD-CONFIRM NOT = "y"
                           DISPLAY " "
                           DISPLAY GREEN
                               "[SYSTEM] Graduation cancelled." RST
                           DISPLAY "[SYSTEM] Press any key to "
                               "continue..."
                           ACCEPT WS-WAITFORINPUT
                           CLOSE STUDENT-FILE
                           EXIT PARAGRAPH
                   END-IF
                   PERFORM DEGREE-AUDIT-EVALUATE *> the curriculum decides, not the confirmation prompt #mejares
                   IF NOT DA-COMPLETE
                       DISPLAY " "
                       DISPLAY GREEN "Degree audit: " WS-DA-RESULT
                           " - " WS-DA-MISSING " course(s) missing, "
                           WS-DA-INPROG " in progress, "
                           WS-DA-UNITS-EARNED " of " WS-DA-UNITS-REQ
                           " unit(s) earned." RST
                       IF NOT OPER-SUPERVISOR *> only a supervisor can stand behind an unmet audit #mejares
                           DISPLAY GREEN "Only a supervisor may "
                               "graduate past an unmet audit." RST
                           DISPLAY GREEN
                               "[SYSTEM] Press any key to continue..."
                               RST
                           ACCEPT WS-WAITFORINPUT
                           CLOSE STUDENT-FILE
                           EXIT PARAGRAPH
                       END-IF
                       DISPLAY "Supervisor override (graduate anyway)? "
                           "(Y/N): " NO ADVANCING
                       ACCEPT WS-DA-OVERRIDE
                       IF WS-DA-OVERRIDE = "y"
                           MOVE "Y" TO WS-DA-OVERRIDE
                       END-IF
                       IF WS-DA-OVERRIDE NOT = "Y"
                           DISPLAY " "
                           DISPLAY GREEN
                               "[SYSTEM] Graduation refused." RST
                           DISPLAY GREEN
                               "[SYSTEM] Press any key to continue..."
                               RST
                           ACCEPT WS-WAITFORINPUT
                           CLOSE STUDENT-FILE
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   PERFORM MOVE-STUDENT-TO-ALUMNI
           END-READ

           CLOSE STUDENT-FILE.

       MOVE-STUDENT-TO-ALUMNI. *> writes the alumni record, then deletes the active record it came from #mejares
           MOVE STUD-ID TO WS-HLD-STUD
           PERFORM CHECK-BLOCKING-HOLD
           IF WS-HLD-FOUND = 'Y' *> nobody graduates past a standing hold #mejares
               DISPLAY " "
               DISPLAY GREEN "A " FUNCTION TRIM(WS-HLD-WORD) " hold "
                   "stands - placed " WS-HLD-WHEN " by "
                   FUNCTION TRIM(WS-HLD-BY) ". Graduation refused."
                   RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERM-CONTROL
           MOVE STUD-ID TO WS-CLR-STUD
           MOVE WS-OPEN-TERM TO WS-CLR-TERM
           PERFORM CHECK-CLEARANCE
           IF WS-CLR-BLOCKED = 'Y' *> the graduating term must be cleared by every office #mejares
               DISPLAY " "
               DISPLAY GREEN "Clearance not complete - "
                   FUNCTION TRIM(WS-CLR-WHY) ". Graduation refused."
                   RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ALUMNI-FILE
           IF ALUMSTATUS = "35" *> first graduate ever - create the alumni file #mejares
               OPEN OUTPUT ALUMNI-FILE
               CLOSE ALUMNI-FILE
               OPEN I-O ALUMNI-FILE
           END-IF
           IF ALUMSTATUS NOT = "00"
               CALL "FSTATMSG" USING ALUMSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-ID         TO ALUM-ID
           MOVE STUD-NAME       TO ALUM-NAME
           MOVE STUD-PROGRAM    TO ALUM-PROGRAM
           MOVE STUD-YEAR-LVL   TO ALUM-YEAR-LVL
           MOVE STUD-GPA        TO ALUM-GPA
           MOVE STUD-EMAIL      TO ALUM-EMAIL
           MOVE STUD-CONTACT-NO TO ALUM-CONTACT-NO
           MOVE STUD-CONSENT    TO ALUM-CONSENT
           MOVE STUD-GRADE-COUNT TO ALUM-GRADE-COUNT
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > 10
               MOVE STUD-GRADE-TERM(WS-GRADE-IDX)
                   TO ALUM-GRADE-TERM(WS-GRADE-IDX)
               MOVE STUD-GRADE-VALUE(WS-GRADE-IDX)
                   TO ALUM-GRADE-VALUE(WS-GRADE-IDX)
           END-PERFORM
           ACCEPT ALUM-GRAD-DATE FROM DATE YYYYMMDD
           MOVE SPACE TO ALUM-HONOR *> judged by the graduation-honors run once the year closes #mejares
           MOVE 0 TO ALUM-HONOR-GWA
           MOVE 0 TO ALUM-HONOR-DATE
           MOVE SPACES TO ALUM-HONOR-NOTE
           MOVE STUD-BIRTHDATE  TO ALUM-BIRTHDATE *> kept until the retention sweep blanks it #mejares
           MOVE STUD-SEX        TO ALUM-SEX
           MOVE STUD-ADDRESS    TO ALUM-ADDRESS
           MOVE 0 TO ALUM-ANON-DATE
           WRITE ALUMNI-PROFILE
               INVALID KEY *> already on the alumni file from an interrupted run - finish the move #mejares
                   DISPLAY " "
                   DISPLAY GREEN "Already on the alumni file - "
                       "removing the active record." RST
           END-WRITE
           IF ALUMSTATUS NOT = "00" AND ALUMSTATUS NOT = "22" *> never drop the active record without an alumni copy #mejares
               CALL "FSTATMSG" USING ALUMSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Graduation not processed." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               CLOSE ALUMNI-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE ALUMNI-FILE
           DELETE STUDENT-FILE RECORD
           IF FILESTATUS = "00"
               MOVE "GRADUA" TO WS-AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               IF WS-DA-OVERRIDE = "Y" *> leave a trace that the audit was overridden #mejares
                   MOVE "OVRRID" TO WS-AUDIT-OPERATION
                   PERFORM WRITE-AUDIT-LOG
               END-IF
               DISPLAY " "
               DISPLAY "------------------------------------"
               DISPLAY GREEN "   Student graduated to alumni." RST
               DISPLAY "------------------------------------"
           ELSE
               CALL "FSTATMSG" USING FILESTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CURRICULUM-MENU. *> 61. CURRICULUM AND DEGREE AUDIT - what each program requires, and who has done it #mejares
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "    CURRICULUM AND DEGREE AUDIT" RST
           DISPLAY "------------------------------------"
           DISPLAY "|1| Add Required Course            |"
           DISPLAY "|2| Set Unit Minimum (Year/Sem)    |"
           DISPLAY "|3| Remove Curriculum Line         |"
           DISPLAY "|4| List a Program's Curriculum    |"
           DISPLAY "|5| Degree Audit (One Student)     |"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "Enter the no. to go to: " RST NO ADVANCING
           ACCEPT WS-CURMAINT-OPTION
           EVALUATE WS-CURMAINT-OPTION
               WHEN 1 PERFORM CURRIC-ADD-COURSE
               WHEN 2 PERFORM CURRIC-SET-UNITS
               WHEN 3 PERFORM CURRIC-REMOVE-LINE
               WHEN 4 PERFORM CURRIC-LIST
               WHEN 5 PERFORM DEGREE-AUDIT-REPORT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY GREEN "INVALID OPTION" RST
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
           END-EVALUATE.

       GET-CURRIC-BLOCK. *> program, year level and semester a curriculum line belongs to #mejares
           MOVE 'N' TO WS-PROGRAM-VALID
           PERFORM UNTIL WS-PROGRAM-VALID = 'Y'
               DISPLAY "Enter Program: " NO ADVANCING
               MOVE SPACES TO WS-CUR-PROG-INPUT
               ACCEPT WS-CUR-PROG-INPUT
               MOVE WS-CUR-PROG-INPUT TO WS-PROGRAM-LOOKUP
               PERFORM VALIDATE-PROGRAM-CODE
               IF WS-PROGRAM-VALID NOT = 'Y'
                   DISPLAY " "
                   DISPLAY GREEN "Program code is not on the "
                       "program reference." RST
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CUR-YEAR-INPUT
           PERFORM UNTIL WS-CUR-YEAR-VALID
               DISPLAY "Enter Year Level (1ST/2ND/3RD/4TH/5TH): "
                   NO ADVANCING
               ACCEPT WS-CUR-YEAR-INPUT
               IF NOT WS-CUR-YEAR-VALID
                   DISPLAY " "
                   DISPLAY GREEN "Use 1ST, 2ND, 3RD, 4TH, or 5TH." RST
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-CUR-SEM-INPUT
           PERFORM UNTIL WS-CUR-SEM-VALID
               DISPLAY "Enter Semester (1/2/S=summer): " NO ADVANCING
               ACCEPT WS-CUR-SEM-INPUT
               IF WS-CUR-SEM-INPUT = "s"
                   MOVE "S" TO WS-CUR-SEM-INPUT
               END-IF
               IF NOT WS-CUR-SEM-VALID
                   DISPLAY " "
                   DISPLAY GREEN "Semester must be 1, 2, or S." RST
               END-IF
           END-PERFORM.

       OPEN-CURRIC-FOR-UPDATE. *> opens CURRIC.DAT I-O, creating it on first use #mejares
           OPEN I-O CURRIC-FILE
           IF CURSTATUS = "35" *> first curriculum line ever - create the file #mejares
               OPEN OUTPUT CURRIC-FILE
               CLOSE CURRIC-FILE
               OPEN I-O CURRIC-FILE
           END-IF.

       CURRIC-ADD-COURSE. *> puts one required course under a program's year and semester #mejares
           PERFORM GET-CURRIC-BLOCK
           DISPLAY "Enter Required Course Code: " NO ADVANCING
           MOVE SPACES TO WS-CUR-COURSE-INPUT
           ACCEPT WS-CUR-COURSE-INPUT
           OPEN INPUT COURSE-FILE
           IF CRSSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No course catalog on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-COURSE-INPUT TO CRS-CODE
           READ COURSE-FILE KEY IS CRS-CODE
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "That course is not on the catalog."
                       RST
                   CLOSE COURSE-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           CLOSE COURSE-FILE
           PERFORM OPEN-CURRIC-FOR-UPDATE
           IF CURSTATUS NOT = "00"
               CALL "FSTATMSG" USING CURSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-PROG-INPUT TO CUR-PROGRAM
           MOVE WS-CUR-YEAR-INPUT TO CUR-YEAR
           MOVE WS-CUR-SEM-INPUT TO CUR-SEM
           MOVE WS-CUR-COURSE-INPUT TO CUR-COURSE
           MOVE 0 TO CUR-MIN-UNITS
           WRITE CURRIC-RECORD
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "That course is already required "
                       "there." RST
               NOT INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Required course added." RST
           END-WRITE
           CLOSE CURRIC-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CURRIC-SET-UNITS. *> sets the units a program's year and semester must earn #mejares
           PERFORM GET-CURRIC-BLOCK
           MOVE SPACES TO WS-CUR-UNITS-INPUT
           PERFORM UNTIL FUNCTION TEST-NUMVAL(FUNCTION TRIM(
               WS-CUR-UNITS-INPUT)) = 0
               DISPLAY "Enter Minimum Units (0-999): " NO ADVANCING
               ACCEPT WS-CUR-UNITS-INPUT
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-CUR-UNITS-INPUT)) NOT = 0
                   DISPLAY " "
                   DISPLAY GREEN "Units must be a number." RST
               END-IF
           END-PERFORM
           PERFORM OPEN-CURRIC-FOR-UPDATE
           IF CURSTATUS NOT = "00"
               CALL "FSTATMSG" USING CURSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-PROG-INPUT TO CUR-PROGRAM
           MOVE WS-CUR-YEAR-INPUT TO CUR-YEAR
           MOVE WS-CUR-SEM-INPUT TO CUR-SEM
           MOVE SPACES TO CUR-COURSE *> the block's unit-minimum line #mejares
           READ CURRIC-FILE KEY IS CUR-KEY
               INVALID KEY
                   MOVE FUNCTION NUMVAL(WS-CUR-UNITS-INPUT)
                       TO CUR-MIN-UNITS
                   WRITE CURRIC-RECORD
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(WS-CUR-UNITS-INPUT)
                       TO CUR-MIN-UNITS
                   REWRITE CURRIC-RECORD
           END-READ
           IF CURSTATUS = "00"
               DISPLAY " "
               DISPLAY GREEN "Unit minimum saved: " CUR-MIN-UNITS
                   " unit(s)." RST
           ELSE
               CALL "FSTATMSG" USING CURSTATUS WS-ERROR-MESSAGE
               DISPLAY " "
               DISPLAY GREEN "  Error: " WS-ERROR-MESSAGE RST
           END-IF
           CLOSE CURRIC-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CURRIC-REMOVE-LINE. *> takes one required course or unit minimum back off a program #mejares
           PERFORM GET-CURRIC-BLOCK
           DISPLAY "Course Code (ENTER for the unit minimum): "
               NO ADVANCING
           MOVE SPACES TO WS-CUR-COURSE-INPUT
           ACCEPT WS-CUR-COURSE-INPUT
           OPEN I-O CURRIC-FILE
           IF CURSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No curriculum on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-PROG-INPUT TO CUR-PROGRAM
           MOVE WS-CUR-YEAR-INPUT TO CUR-YEAR
           MOVE WS-CUR-SEM-INPUT TO CUR-SEM
           MOVE WS-CUR-COURSE-INPUT TO CUR-COURSE
           READ CURRIC-FILE KEY IS CUR-KEY
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "No such curriculum line." RST
               NOT INVALID KEY
                   DELETE CURRIC-FILE RECORD
                   DISPLAY " "
                   DISPLAY GREEN "Curriculum line removed." RST
           END-READ
           CLOSE CURRIC-FILE
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       CURRIC-LIST. *> shows one program's curriculum in year and semester order #mejares
           DISPLAY "Enter Program: " NO ADVANCING
           MOVE SPACES TO WS-CUR-PROG-INPUT
           ACCEPT WS-CUR-PROG-INPUT
           OPEN INPUT CURRIC-FILE
           IF CURSTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "No curriculum on file yet." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "------------------------------------"
           DISPLAY "  YEAR  SEM  COURSE    UNITS"
           MOVE 0 TO WS-CUR-LINES
           MOVE WS-CUR-PROG-INPUT TO CUR-PROGRAM
           MOVE LOW-VALUES TO CUR-YEAR
           MOVE LOW-VALUES TO CUR-SEM
           MOVE LOW-VALUES TO CUR-COURSE
           MOVE 'N' TO WS-CUR-EOF
           START CURRIC-FILE KEY IS NOT LESS THAN CUR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUR-EOF
           END-START
           PERFORM UNTIL WS-CUR-EOF = 'Y'
               READ CURRIC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUR-EOF
                   NOT AT END
                       IF CUR-PROGRAM NOT = WS-CUR-PROG-INPUT
                           MOVE 'Y' TO WS-CUR-EOF
                       ELSE
                           ADD 1 TO WS-CUR-LINES
                           IF CUR-COURSE = SPACES
                               DISPLAY "  " CUR-YEAR " " CUR-SEM
                                   "    (minimum)  " CUR-MIN-UNITS
                           ELSE
                               DISPLAY "  " CUR-YEAR " " CUR-SEM
                                   "    " CUR-COURSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURRIC-FILE
           IF WS-CUR-LINES = 0
               DISPLAY GREEN "  No curriculum lines for that program."
                   RST
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       DEGREE-AUDIT-EVALUATE. *> checks the student in STUDENT-PROFILE against STUD-PROGRAM's curriculum #mejares
      * Course requirements are proven by posted enrollment grades.
      * The per-term marks in STUD-GRADE-ENTRY and GRADEARC.DAT cannot
      * name a course, so terms that carry only a term mark are counted
      * and listed for the registrar instead of being guessed at. #mejares
           MOVE 0 TO WS-DA-CUR-COUNT
           MOVE 0 TO WS-DA-BLK-COUNT
           MOVE 0 TO WS-DA-SEAT-COUNT
           MOVE 0 TO WS-DA-TRM-COUNT
           MOVE 0 TO WS-DA-COMPLETE
           MOVE 0 TO WS-DA-INPROG
           MOVE 0 TO WS-DA-MISSING
           MOVE 0 TO WS-DA-UNITS-EARNED
           MOVE 0 TO WS-DA-UNITS-PEND
           MOVE 0 TO WS-DA-UNITS-REQ
           MOVE 0 TO WS-DA-HIST-ONLY
           MOVE 'N' TO WS-DA-TRUNC
           PERFORM DA-LOAD-CURRICULUM
           PERFORM DA-COLLECT-SEATS
           PERFORM DA-COLLECT-TERM-MARKS
           PERFORM DA-SUM-UNITS
           PERFORM DA-COLLECT-CREDITS *> after the sum - credits carry their own granted units #mejares
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-CUR-COUNT
               PERFORM DA-RATE-ONE-COURSE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DA-CUR-COUNT = 0 AND WS-DA-BLK-COUNT = 0 *> nothing to audit against is not a pass #mejares
                   MOVE "NO CURRIC" TO WS-DA-RESULT
               WHEN WS-DA-MISSING > 0
                   MOVE "DEFICIENT" TO WS-DA-RESULT
               WHEN WS-DA-INPROG = 0
                   AND WS-DA-UNITS-EARNED >= WS-DA-UNITS-REQ
                   MOVE "COMPLETE" TO WS-DA-RESULT
               WHEN WS-DA-UNITS-EARNED + WS-DA-UNITS-PEND
                   >= WS-DA-UNITS-REQ *> everything left is already being taken #mejares
                   MOVE "IN PROGRESS" TO WS-DA-RESULT
               WHEN OTHER
                   MOVE "DEFICIENT" TO WS-DA-RESULT
           END-EVALUATE.

       DA-LOAD-CURRICULUM. *> the program's required courses and unit minimums into the audit tables #mejares
           OPEN INPUT CURRIC-FILE
           IF CURSTATUS NOT = "00" *> no curriculum on file yet #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE STUD-PROGRAM TO CUR-PROGRAM
           MOVE LOW-VALUES TO CUR-YEAR
           MOVE LOW-VALUES TO CUR-SEM
           MOVE LOW-VALUES TO CUR-COURSE
           MOVE 'N' TO WS-CUR-EOF
           START CURRIC-FILE KEY IS NOT LESS THAN CUR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUR-EOF
           END-START
           PERFORM UNTIL WS-CUR-EOF = 'Y'
               READ CURRIC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUR-EOF
                   NOT AT END
                       IF CUR-PROGRAM NOT = STUD-PROGRAM
                           MOVE 'Y' TO WS-CUR-EOF
                       ELSE
                           IF CUR-COURSE = SPACES
                               IF WS-DA-BLK-COUNT < 20
                                   ADD 1 TO WS-DA-BLK-COUNT
                                   MOVE CUR-YEAR TO
                                       WS-DA-BLK-YEAR(WS-DA-BLK-COUNT)
                                   MOVE CUR-SEM TO
                                       WS-DA-BLK-SEM(WS-DA-BLK-COUNT)
                                   MOVE CUR-MIN-UNITS TO
                                       WS-DA-BLK-UNITS(WS-DA-BLK-COUNT)
                                   ADD CUR-MIN-UNITS TO WS-DA-UNITS-REQ
                               ELSE
                                   MOVE 'Y' TO WS-DA-TRUNC
                               END-IF
                           ELSE
                               IF WS-DA-CUR-COUNT < 100
                                   ADD 1 TO WS-DA-CUR-COUNT
                                   MOVE CUR-YEAR TO
                                       WS-DA-CUR-YEAR(WS-DA-CUR-COUNT)
                                   MOVE CUR-SEM TO
                                       WS-DA-CUR-SEM(WS-DA-CUR-COUNT)
                                   MOVE CUR-COURSE TO
                                       WS-DA-CUR-COURSE(WS-DA-CUR-COUNT)
                               ELSE
                                   MOVE 'Y' TO WS-DA-TRUNC
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURRIC-FILE.

       DA-COLLECT-SEATS. *> every enrollment row the student holds, any term, with how it stands #mejares
           PERFORM LOAD-TERM-CONTROL
           MOVE "I" TO WS-HST-MODE
           PERFORM VARYING WS-HST-IX FROM 0 BY 1
               UNTIL WS-HST-IX > WS-CLOSED-TERM-COUNT
               PERFORM OPEN-ENROLL-BY-INDEX
               IF WS-HST-OPEN = 'Y'
                   PERFORM DA-SCAN-ONE-ENROLL
                   CLOSE ENROLL-FILE
               END-IF
           END-PERFORM.

       DA-SCAN-ONE-ENROLL. *> the student's rows off ENROLL.DAT or one term's history file #mejares
           MOVE 'N' TO WS-ENR-EOF
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-STUD-ID = STUD-ID
                           PERFORM DA-KEEP-ONE-SEAT
                       END-IF
               END-READ
           END-PERFORM.

       DA-KEEP-ONE-SEAT. *> adds the enrollment row in the record area to the seat table #mejares
           IF WS-DA-SEAT-COUNT >= 150
               MOVE 'Y' TO WS-DA-TRUNC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DA-SEAT-COUNT
           MOVE ENR-COURSE TO WS-DA-SEAT-COURSE(WS-DA-SEAT-COUNT)
           MOVE ENR-TERM TO WS-DA-SEAT-TERM(WS-DA-SEAT-COUNT)
           MOVE ENR-GRADE TO WS-DA-SEAT-GRADE(WS-DA-SEAT-COUNT)
           EVALUATE TRUE
               WHEN NOT ENR-GRADE-POSTED *> keyed or not, it is still being taken #mejares
                   MOVE "P" TO WS-DA-SEAT-STATE(WS-DA-SEAT-COUNT)
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(ENR-GRADE)) = 0
                   AND FUNCTION NUMVAL(ENR-GRADE) <= WS-FAIL-THRESHOLD
                   MOVE "C" TO WS-DA-SEAT-STATE(WS-DA-SEAT-COUNT)
               WHEN OTHER *> failed, INC, DRP or W - posted but not passed #mejares
                   MOVE "F" TO WS-DA-SEAT-STATE(WS-DA-SEAT-COUNT)
           END-EVALUATE.

       DA-COLLECT-TERM-MARKS. *> the live grade table and the archive, each term flagged for seat rows behind it #mejares
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > STUD-GRADE-COUNT
               OR WS-GRADE-IDX > 10
               IF WS-DA-TRM-COUNT < 40
                   ADD 1 TO WS-DA-TRM-COUNT
                   MOVE STUD-GRADE-TERM(WS-GRADE-IDX)
                       TO WS-DA-TRM-TERM(WS-DA-TRM-COUNT)
                   MOVE STUD-GRADE-VALUE(WS-GRADE-IDX)
                       TO WS-DA-TRM-GRADE(WS-DA-TRM-COUNT)
                   MOVE "G" TO WS-DA-TRM-SRC(WS-DA-TRM-COUNT)
               END-IF
           END-PERFORM
           OPEN INPUT GRADE-ARCHIVE-FILE
           IF ARCSTATUS = "00"
               MOVE STUD-ID TO ARC-STUD-ID
               MOVE SPACES TO ARC-TERM
               MOVE 'N' TO WS-ARC-EOF
               START GRADE-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ARC-EOF
               END-START
               PERFORM UNTIL WS-ARC-EOF = 'Y'
                   READ GRADE-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ARC-EOF
                       NOT AT END
                           IF ARC-STUD-ID NOT = STUD-ID
                               MOVE 'Y' TO WS-ARC-EOF
                           ELSE
                               IF WS-DA-TRM-COUNT < 40
                                   ADD 1 TO WS-DA-TRM-COUNT
                                   MOVE ARC-TERM TO
                                       WS-DA-TRM-TERM(WS-DA-TRM-COUNT)
                                   MOVE ARC-GRADE TO
                                       WS-DA-TRM-GRADE(WS-DA-TRM-COUNT)
                                   MOVE "A" TO
                                       WS-DA-TRM-SRC(WS-DA-TRM-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-ARCHIVE-FILE
           END-IF
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-TRM-COUNT
               MOVE "N" TO WS-DA-TRM-SEATS(WS-DA-IDX)
               PERFORM VARYING WS-DA-J FROM 1 BY 1
                   UNTIL WS-DA-J > WS-DA-SEAT-COUNT
                   IF WS-DA-SEAT-TERM(WS-DA-J) =
                       WS-DA-TRM-TERM(WS-DA-IDX)
                       MOVE "Y" TO WS-DA-TRM-SEATS(WS-DA-IDX)
                   END-IF
               END-PERFORM
               IF WS-DA-TRM-SEATS(WS-DA-IDX) = "N"
                   ADD 1 TO WS-DA-HIST-ONLY
               END-IF
           END-PERFORM.

       DA-SUM-UNITS. *> units of every distinct course passed, and of those still awaiting a grade #mejares
           OPEN INPUT COURSE-FILE
           IF CRSSTATUS NOT = "00" *> no catalog means no units to count #mejares
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-SEAT-COUNT
               IF WS-DA-SEAT-STATE(WS-DA-IDX) = "C"
                   OR WS-DA-SEAT-STATE(WS-DA-IDX) = "P"
                   PERFORM DA-CHECK-COUNTED
                   IF WS-DA-DUP = 'N'
                       MOVE WS-DA-SEAT-COURSE(WS-DA-IDX) TO CRS-CODE
                       READ COURSE-FILE KEY IS CRS-CODE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF WS-DA-SEAT-STATE(WS-DA-IDX) = "C"
                                   ADD CRS-UNITS TO WS-DA-UNITS-EARNED
                               ELSE
                                   ADD CRS-UNITS TO WS-DA-UNITS-PEND
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COURSE-FILE.

       DA-CHECK-COUNTED. *> Y in WS-DA-DUP when the seat's course is already counted or passed elsewhere #mejares
           MOVE 'N' TO WS-DA-DUP
           PERFORM VARYING WS-DA-J FROM 1 BY 1
               UNTIL WS-DA-J > WS-DA-SEAT-COUNT
               IF WS-DA-J NOT = WS-DA-IDX
                   AND WS-DA-SEAT-COURSE(WS-DA-J) =
                       WS-DA-SEAT-COURSE(WS-DA-IDX)
                   EVALUATE TRUE
                       WHEN WS-DA-SEAT-STATE(WS-DA-J) = "C"
                           AND WS-DA-SEAT-STATE(WS-DA-IDX) = "P" *> a retake of a passed course earns nothing new #mejares
                           MOVE 'Y' TO WS-DA-DUP
                       WHEN WS-DA-J < WS-DA-IDX
                           AND WS-DA-SEAT-STATE(WS-DA-J) =
                               WS-DA-SEAT-STATE(WS-DA-IDX) *> the earlier seat already counted it #mejares
                           MOVE 'Y' TO WS-DA-DUP
                   END-EVALUATE
               END-IF
           END-PERFORM.

       DA-RATE-ONE-COURSE. *> complete, in progress or missing for curriculum line WS-DA-IDX #mejares
           MOVE "M" TO WS-DA-CUR-STATE(WS-DA-IDX)
           MOVE SPACES TO WS-DA-CUR-TERM(WS-DA-IDX)
           MOVE SPACES TO WS-DA-CUR-GRADE(WS-DA-IDX)
           PERFORM VARYING WS-DA-J FROM 1 BY 1
               UNTIL WS-DA-J > WS-DA-SEAT-COUNT
               IF WS-DA-SEAT-COURSE(WS-DA-J) =
                   WS-DA-CUR-COURSE(WS-DA-IDX)
                   EVALUATE TRUE
                       WHEN WS-DA-SEAT-STATE(WS-DA-J) = "C"
                           MOVE "C" TO WS-DA-CUR-STATE(WS-DA-IDX)
                           MOVE WS-DA-SEAT-TERM(WS-DA-J)
                               TO WS-DA-CUR-TERM(WS-DA-IDX)
                           MOVE WS-DA-SEAT-GRADE(WS-DA-J)
                               TO WS-DA-CUR-GRADE(WS-DA-IDX)
                       WHEN WS-DA-SEAT-STATE(WS-DA-J) = "P"
                           AND WS-DA-CUR-STATE(WS-DA-IDX) NOT = "C"
                           MOVE "P" TO WS-DA-CUR-STATE(WS-DA-IDX)
                           MOVE WS-DA-SEAT-TERM(WS-DA-J)
                               TO WS-DA-CUR-TERM(WS-DA-IDX)
                           MOVE WS-DA-SEAT-GRADE(WS-DA-J)
                               TO WS-DA-CUR-GRADE(WS-DA-IDX)
                       WHEN WS-DA-CUR-STATE(WS-DA-IDX) = "M" *> keep the last failing attempt for the report #mejares
                           MOVE WS-DA-SEAT-TERM(WS-DA-J)
                               TO WS-DA-CUR-TERM(WS-DA-IDX)
                           MOVE WS-DA-SEAT-GRADE(WS-DA-J)
                               TO WS-DA-CUR-GRADE(WS-DA-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM
           EVALUATE WS-DA-CUR-STATE(WS-DA-IDX)
               WHEN "C" ADD 1 TO WS-DA-COMPLETE
               WHEN "P" ADD 1 TO WS-DA-INPROG
               WHEN OTHER ADD 1 TO WS-DA-MISSING
           END-EVALUATE.

       DEGREE-AUDIT-REPORT. *> one student's audit to the screen and DEGAUDIT.TXT #mejares
           MOVE "DEGAUDIT" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS NOT = "00"
               DISPLAY " "
               DISPLAY GREEN "           No data found." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student ID: " NO ADVANCING
           ACCEPT STUD-ID
           READ STUDENT-FILE KEY IS STUD-ID
               INVALID KEY
                   DISPLAY " "
                   DISPLAY GREEN "Student ID not found!" RST
                   CLOSE STUDENT-FILE
                   DISPLAY GREEN
                       "[SYSTEM] Press any key to continue..." RST
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ
           CLOSE STUDENT-FILE
           IF STUDENT-DELETED
               DISPLAY " "
               DISPLAY GREEN "Student ID not found!" RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM DEGREE-AUDIT-EVALUATE

           MOVE "DEGAUDIT.TXT" TO WS-WORK-REPORT-NAME
           OPEN OUTPUT WORK-REPORT-FILE
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "DEGREE AUDIT - " DELIMITED BY SIZE
               STUD-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(STUD-NAME) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(STUD-PROGRAM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(STUD-YEAR-LVL) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "YEAR   SEM  COURSE    STATUS       TERM        GRADE"
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-CUR-COUNT
               EVALUATE WS-DA-CUR-STATE(WS-DA-IDX)
                   WHEN "C" MOVE "COMPLETE" TO WS-DA-STATE-WORD
                   WHEN "P" MOVE "IN PROGRESS" TO WS-DA-STATE-WORD
                   WHEN OTHER MOVE "MISSING" TO WS-DA-STATE-WORD
               END-EVALUATE
               MOVE SPACES TO WORK-REPORT-LINE
               STRING WS-DA-CUR-YEAR(WS-DA-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DA-CUR-SEM(WS-DA-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-DA-CUR-COURSE(WS-DA-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DA-STATE-WORD DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DA-CUR-TERM(WS-DA-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DA-CUR-GRADE(WS-DA-IDX) DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE "YEAR   SEM  MIN-UNITS  CUMULATIVE  STANDING"
               TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE 0 TO WS-DA-UNITS-CUM
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-BLK-COUNT
               ADD WS-DA-BLK-UNITS(WS-DA-IDX) TO WS-DA-UNITS-CUM
               IF WS-DA-UNITS-EARNED >= WS-DA-UNITS-CUM
                   MOVE "MET" TO WS-DA-BLK-WORD
               ELSE
                   MOVE "SHORT" TO WS-DA-BLK-WORD
               END-IF
               MOVE SPACES TO WORK-REPORT-LINE
               STRING WS-DA-BLK-YEAR(WS-DA-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DA-BLK-SEM(WS-DA-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-DA-BLK-UNITS(WS-DA-IDX) DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   WS-DA-UNITS-CUM DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   WS-DA-BLK-WORD DELIMITED BY SIZE
                   INTO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-PERFORM

           IF WS-DA-HIST-ONLY > 0 *> migrated terms the registrar checks against the paper record #mejares
               MOVE SPACES TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               MOVE "Terms with a term mark but no course rows:"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
               PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-TRM-COUNT
                   IF WS-DA-TRM-SEATS(WS-DA-IDX) = "N"
                       MOVE SPACES TO WORK-REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                           WS-DA-TRM-TERM(WS-DA-IDX) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-DA-TRM-GRADE(WS-DA-IDX) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-DA-TRM-SRC(WS-DA-IDX) DELIMITED BY SIZE
                           INTO WORK-REPORT-LINE
                       WRITE WORK-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "Complete: " DELIMITED BY SIZE
               WS-DA-COMPLETE DELIMITED BY SIZE
               "  In progress: " DELIMITED BY SIZE
               WS-DA-INPROG DELIMITED BY SIZE
               "  Missing: " DELIMITED BY SIZE
               WS-DA-MISSING DELIMITED BY SIZE
               "  Units earned: " DELIMITED BY SIZE
               WS-DA-UNITS-EARNED DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               WS-DA-UNITS-REQ DELIMITED BY SIZE
               "  Pending: " DELIMITED BY SIZE
               WS-DA-UNITS-PEND DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "RESULT: " DELIMITED BY SIZE
               WS-DA-RESULT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           IF WS-DA-TRUNC = 'Y'
               MOVE "WARNING: audit tables filled - result incomplete"
                   TO WORK-REPORT-LINE
               WRITE WORK-REPORT-LINE
           END-IF
           PERFORM CLOSE-WORK-REPORT
           DISPLAY " "
           DISPLAY "------------------------------------"
           DISPLAY GREEN "  Degree audit: " WS-DA-RESULT RST
           DISPLAY "  Complete:    " WS-DA-COMPLETE
           DISPLAY "  In progress: " WS-DA-INPROG
           DISPLAY "  Missing:     " WS-DA-MISSING
           DISPLAY "  Units:       " WS-DA-UNITS-EARNED " of "
               WS-DA-UNITS-REQ
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Report written to DEGAUDIT.TXT" RST
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

                   DISPLAY "Email       : " ALUM-EMAIL
                   DISPLAY "Contact No  : " ALUM-CONTACT-NO
                   DISPLAY "Graduated   : " ALUM-GRAD-DATE
                   IF ALUM-ANON-DATE > 0 *> past retention - the blanks above are deliberate #mejares
                       DISPLAY "Anonymized  : " ALUM-ANON-DATE
                   END-IF
                   PERFORM HONOR-WORD-FOR
                   IF ALUM-NOT-JUDGED
                       DISPLAY "Latin Honor : " WS-HON-WORD
                   ELSE
                       MOVE ALUM-HONOR-GWA TO WS-HON-GWA-EDIT
                       DISPLAY "Latin Honor : " WS-HON-WORD " (GWA "
                           WS-HON-GWA-EDIT ")"
                   END-IF
                   PERFORM DISPLAY-ALUMNI-ARCHIVED *> terms rolled out before graduation still belong to the graduate #mejares
                   IF ALUM-GRADE-COUNT = 0 AND WS-ARC-PRINTED = 0
                       DISPLAY "Grades: (none on record)"
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ID     NAME                            PROGRAM  "
               DELIMITED BY SIZE
               "GPA   GRADUATED  HONOR" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

                       IF ALUM-GRAD-DATE(1:4) = WS-GRAD-YEAR
                           ADD 1 TO WS-GRAD-COUNT
                           MOVE ALUM-GPA TO WS-GPA-EDIT
                           PERFORM HONOR-WORD-FOR
                           MOVE SPACES TO WORK-REPORT-LINE
                           STRING ALUM-ID DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               WS-GPA-EDIT DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               ALUM-GRAD-DATE DELIMITED BY SIZE
                               "   " DELIMITED BY SIZE
                               WS-HON-WORD DELIMITED BY SIZE
                               INTO WORK-REPORT-LINE
                           WRITE WORK-REPORT-LINE
                       END-IF
               WS-GRAD-COUNT DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM CLOSE-WORK-REPORT
           CLOSE ALUMNI-FILE
           DISPLAY " "
           DISPLAY GREEN "[SYSTEM] " WS-GRAD-COUNT " graduate(s) "
           END-IF.
           PERFORM BACKUP-STUDENT-FILE.

           PERFORM LOAD-SYSTEM-PARAMETERS *> PURGE-DAYS - the privacy office's retention for withdrawn students #mejares
           MOVE SPACES TO WS-PURGE-DAYS-X
           ACCEPT WS-PURGE-DAYS-X FROM ENVIRONMENT "STUDENT_PURGE_DAYS"
           IF WS-PURGE-DAYS-X NOT = SPACES *> a job-level override still wins, and the header says so #mejares
               MOVE FUNCTION NUMVAL(WS-PURGE-DAYS-X) TO WS-PURGE-DAYS
           END-IF
           MOVE "PURGE" TO WS-PRM-FOR
           PERFORM PRM-DESCRIBE-USE
           IF WS-PURGE-DAYS-X NOT = SPACES
               STRING " (STUDENT_PURGE_DAYS)" DELIMITED BY SIZE
                   INTO WS-PRM-USED
                   WITH POINTER WS-PRM-PTR
           END-IF
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-PURGE-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AUDIT-DATE) - WS-PURGE-DAYS
               " days)" DELIMITED BY SIZE
               INTO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           PERFORM PRM-WRITE-HEADER-LINE
           MOVE SPACES TO WORK-REPORT-LINE
           STRING "ID     NAME                            DELETED   "
               DELIMITED BY SIZE
                   WS-ERROR-MESSAGE RST
               MOVE 8 TO WS-RUN-RC *> a half-swept file must not look like a clean run #mejares
           END-IF
           PERFORM CLOSE-WORK-REPORT
           CLOSE PURGE-ARCHIVE-FILE
           CLOSE STUDENT-FILE
           CALL "SYSTEM" USING "rm -f AUDITSCAN.TMP".
           END-PERFORM.

       DEANS-LISTER-REPORT. *> 8. new report: active students at or better than the honors GPA threshold #mejares
           MOVE "DEANLIST" TO WS-PRM-FOR
           PERFORM PRM-FOR-REPORT
           OPEN INPUT STUDENT-FILE
           IF FILESTATUS = "35" *> this is for checking if the file exists/filestatus 35 means file not found #mejares
               DISPLAY " "
           DISPLAY "------------------------------------"
           DISPLAY GREEN "       DEAN'S LISTER REPORT" RST
           DISPLAY "   (GPA " WS-HONOR-THRESHOLD " or better)"
           DISPLAY "   Parameters: " FUNCTION TRIM(WS-PRM-USED)
           DISPLAY "------------------------------------"
           MOVE 0 TO WS-HONOR-COUNT
           MOVE 0 TO WS-PAGE-COUNT
