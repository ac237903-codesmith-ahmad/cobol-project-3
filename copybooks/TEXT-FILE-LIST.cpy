      *****************************************************************
      * Every text file in the system.  DR-UNLOAD walks this list to
      * build the disaster-recovery set and MASK-CLONE walks it to
      * build the test file set, so a file added to the system is
      * added here once and both pick it up.  The indexed files
      * (STUFILE.dat, STUHIST.dat, DEMOGRAPHICS.dat, PAYMENTS.dat)
      * are not on the list - each program handles them itself.
      * Nor are the dated fiscal year-end archives (PAYMENTS-FY2026.txt
      * and so on) - DR-UNLOAD finds them through FY-ARCHIVES.txt.
      * Keep TEXT-FILE-COUNT and the OCCURS in step with the names.
      *****************************************************************
       01 TEXT-FILE-NAMES.
           05 FILLER PIC X(24) VALUE "FEES.txt".
           05 FILLER PIC X(24) VALUE "HOLDS.txt".
           05 FILLER PIC X(24) VALUE "OPERATOR.txt".
           05 FILLER PIC X(24) VALUE "AUDIT-LOG.txt".
           05 FILLER PIC X(24) VALUE "AWARDS.txt".
           05 FILLER PIC X(24) VALUE "AWARDS-POSTED.txt".
           05 FILLER PIC X(24) VALUE "WRITE-OFFS.txt".
           05 FILLER PIC X(24) VALUE "PAYMENT-PLAN.txt".
           05 FILLER PIC X(24) VALUE "SECTION.txt".
           05 FILLER PIC X(24) VALUE "WAITLIST.txt".
           05 FILLER PIC X(24) VALUE "TERM-CALENDAR.txt".
           05 FILLER PIC X(24) VALUE "CLOSED-TERMS.txt".
           05 FILLER PIC X(24) VALUE "ID-XREF.txt".
           05 FILLER PIC X(24) VALUE "NOTIFY-QUEUE.txt".
           05 FILLER PIC X(24) VALUE "LOCK-REGISTRY.txt".
           05 FILLER PIC X(24) VALUE "JOB-LOG.txt".
           05 FILLER PIC X(24) VALUE "GRADE-CHANGES.txt".
           05 FILLER PIC X(24) VALUE "COURSE.txt".
           05 FILLER PIC X(24) VALUE "PROGRAM.txt".
           05 FILLER PIC X(24) VALUE "RATE.txt".
           05 FILLER PIC X(24) VALUE "REQUIREMENTS.txt".
           05 FILLER PIC X(24) VALUE "PREREQ.txt".
           05 FILLER PIC X(24) VALUE "DEPOSITS.txt".
           05 FILLER PIC X(24) VALUE "SPONSORS.txt".
           05 FILLER PIC X(24) VALUE "SPONSORSHIPS.txt".
           05 FILLER PIC X(24) VALUE "GRAD-APPS.txt".
           05 FILLER PIC X(24) VALUE "CREDENTIALS.txt".
           05 FILLER PIC X(24) VALUE "RECOVERIES-POSTED.txt".
           05 FILLER PIC X(24) VALUE "MIDTERM-GRADES.txt".
           05 FILLER PIC X(24) VALUE "ATTENDANCE.txt".
           05 FILLER PIC X(24) VALUE "TILL-SESSIONS.txt".
           05 FILLER PIC X(24) VALUE "STUDENT-BANKING.txt".
           05 FILLER PIC X(24) VALUE "PAD-ORIGINATED.txt".
           05 FILLER PIC X(24) VALUE "LETTER-LOG.txt".
           05 FILLER PIC X(24) VALUE "RECEIPT-CONTROL.txt".
           05 FILLER PIC X(24) VALUE "LEGAL-HOLDS.txt".
           05 FILLER PIC X(24) VALUE "TRANSCRIPT-REQUESTS.txt".
           05 FILLER PIC X(24) VALUE "DEPT-OWNERS.txt".
           05 FILLER PIC X(24) VALUE "GL-ACCOUNTS.txt".
           05 FILLER PIC X(24) VALUE "CHEQUE-REGISTER.txt".
           05 FILLER PIC X(24) VALUE "SUSPENSE.txt".
           05 FILLER PIC X(24) VALUE "ADVISING-NOTES.txt".
           05 FILLER PIC X(24) VALUE "TRANSFER-CREDITS.txt".
           05 FILLER PIC X(24) VALUE "INSTRUCTORS.txt".
           05 FILLER PIC X(24) VALUE "SECTION-ASSIGN.txt".
           05 FILLER PIC X(24) VALUE "PROBATION-CONTRACTS.txt".
           05 FILLER PIC X(24) VALUE "SPOOL-REGISTRY.txt".
           05 FILLER PIC X(24) VALUE "RENEWAL-RULES.txt".
           05 FILLER PIC X(24) VALUE "COURSE-FEES.txt".
           05 FILLER PIC X(24) VALUE "ENROLL-INTENSITY.txt".
           05 FILLER PIC X(24) VALUE "AMNESTY-TERMS.txt".
           05 FILLER PIC X(24) VALUE "REFUND-SCHEDULE.txt".
           05 FILLER PIC X(24) VALUE "COLLECTIONS.txt".
           05 FILLER PIC X(24) VALUE "SECTION-ENROLL.txt".
           05 FILLER PIC X(24) VALUE "LOAN-RECIPIENTS.txt".
           05 FILLER PIC X(24) VALUE "LOAN-REPORTED.txt".
           05 FILLER PIC X(24) VALUE "BUSINESS-DATE.txt".
           05 FILLER PIC X(24) VALUE "EMERGENCY-CONTACTS.txt".
           05 FILLER PIC X(24) VALUE "BURSARY-APPS.txt".
           05 FILLER PIC X(24) VALUE "EMPLOYERS.txt".
           05 FILLER PIC X(24) VALUE "PLACEMENTS.txt".
           05 FILLER PIC X(24) VALUE "POLICY-PARMS.txt".
           05 FILLER PIC X(24) VALUE "RATE-CHANGES.txt".
           05 FILLER PIC X(24) VALUE "INBOUND-BATCHES.txt".
           05 FILLER PIC X(24) VALUE "POSTING-JOURNAL.txt".
           05 FILLER PIC X(24) VALUE "AUDIT-CHAIN.txt".
           05 FILLER PIC X(24) VALUE "APPLICANTS.txt".
           05 FILLER PIC X(24) VALUE "APPLICANT-CONTACTS.txt".
           05 FILLER PIC X(24) VALUE "STUNUM-CONTROL.txt".
           05 FILLER PIC X(24) VALUE "ROOMS.txt".
           05 FILLER PIC X(24) VALUE "EXAM-SLOTS.txt".
           05 FILLER PIC X(24) VALUE "EXAM-SITTINGS.txt".
           05 FILLER PIC X(24) VALUE "SECTION-CANCELLED.txt".
           05 FILLER PIC X(24) VALUE "SESSIONAL-PAID.txt".
           05 FILLER PIC X(24) VALUE "CROSSLIST.txt".
           05 FILLER PIC X(24) VALUE "DIPLOMA-PRINTED.txt".
           05 FILLER PIC X(24) VALUE "DIPLOMA-REPRINTS.txt".
           05 FILLER PIC X(24) VALUE "FUNDING-WEIGHTS.txt".
           05 FILLER PIC X(24) VALUE "ARTICULATION.txt".
           05 FILLER PIC X(24) VALUE "TRANSFER-REVIEW.txt".
           05 FILLER PIC X(24) VALUE "REQ-EXCEPTIONS.txt".
           05 FILLER PIC X(24) VALUE "PROGRAM-DECLARATIONS.txt".
           05 FILLER PIC X(24) VALUE "TUITION-EXEMPTIONS.txt".
           05 FILLER PIC X(24) VALUE "TUITION-WAIVED.txt".
           05 FILLER PIC X(24) VALUE "RESIDENCY.txt".
           05 FILLER PIC X(24) VALUE "STUDY-PERMITS.txt".
           05 FILLER PIC X(24) VALUE "ACCOMMODATIONS.txt".
           05 FILLER PIC X(24) VALUE "INTEGRITY-CASES.txt".
           05 FILLER PIC X(24) VALUE "READMISSIONS.txt".
           05 FILLER PIC X(24) VALUE "LEAVES.txt".
           05 FILLER PIC X(24) VALUE "DECEASED.txt".
           05 FILLER PIC X(24) VALUE "PREFERRED-NAMES.txt".
           05 FILLER PIC X(24) VALUE "NAME-CHANGES.txt".
           05 FILLER PIC X(24) VALUE "DISCLOSURE-CONSENTS.txt".
           05 FILLER PIC X(24) VALUE "DISCLOSURE-LOG.txt".
           05 FILLER PIC X(24) VALUE "RETURNED-MAIL.txt".
           05 FILLER PIC X(24) VALUE "DOC-REQUIREMENTS.txt".
           05 FILLER PIC X(24) VALUE "DOCUMENT-CHECKLIST.txt".
           05 FILLER PIC X(24) VALUE "EXCHANGE-RATES.txt".
           05 FILLER PIC X(24) VALUE "FX-PAYMENTS.txt".
           05 FILLER PIC X(24) VALUE "DISPUTES.txt".
           05 FILLER PIC X(24) VALUE "FISCAL-PERIODS.txt".
           05 FILLER PIC X(24) VALUE "PERIOD-ADJUSTMENTS.txt".
           05 FILLER PIC X(24) VALUE "GL-AR-POSITION.txt".
           05 FILLER PIC X(24) VALUE "AWARD-FUNDS.txt".
           05 FILLER PIC X(24) VALUE "COA-ALLOWANCES.txt".
           05 FILLER PIC X(24) VALUE "OVER-AWARDS.txt".
           05 FILLER PIC X(24) VALUE "WORKSTUDY-JOBS.txt".
           05 FILLER PIC X(24) VALUE "WORKSTUDY-PLACEMENTS.txt".
           05 FILLER PIC X(24) VALUE "WORKSTUDY-HOURS.txt".
           05 FILLER PIC X(24) VALUE "ID-CARDS.txt".
           05 FILLER PIC X(24) VALUE "CAMPUS.txt".
           05 FILLER PIC X(24) VALUE "OUTBOUND-FILES.txt".
           05 FILLER PIC X(24) VALUE "HIST-RECALLS.txt".
           05 FILLER PIC X(24) VALUE "CONFLICT-RULES.txt".
           05 FILLER PIC X(24) VALUE "RISK-SCORES.txt".
           05 FILLER PIC X(24) VALUE "NONCREDIT-OFFERINGS.txt".
           05 FILLER PIC X(24) VALUE "COMMUNITY-LEARNERS.txt".
           05 FILLER PIC X(24) VALUE "NONCREDIT-REGS.txt".
           05 FILLER PIC X(24) VALUE "EXTRACT-LOG.txt".
           05 FILLER PIC X(24) VALUE "FY-ARCHIVES.txt".
       01 TEXT-FILE-TABLE REDEFINES TEXT-FILE-NAMES.
           05 TEXT-FILE-NAME PIC X(24) OCCURS 121 TIMES.
       01 TEXT-FILE-COUNT PIC 9(3) VALUE 121.
