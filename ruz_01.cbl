      * look for a passing grade (3.00 or better) in the student's
      * current subjects and archived terms before enrolling, with
      * an audited operator override at the screen.
      * Fees are now assessed from a fee schedule (FEES.DAT: a rate
      * per unit, fixed per-term fees and lab fees by course code)
      * into a ledger of charges, payments, refunds and adjustments
      * kept per student in LEDGER.DAT. A cashier sub-menu posts
      * payments, refunds and charges, runs the assessment and the
      * past-due hold run, keeps the fee schedule and prints a
      * statement of account. A drop credits the subject's charge
      * back automatically, refunding any overpayment, and a student
      * held for a past-due balance cannot take new subjects until
      * the hold is cleared.
      * An academic standing run for a term values each student's
      * filed grades the same way the transcript does and ranks the
      * term as dean's list, good standing, probation or dismissal
      * against thresholds kept in STANDCTL.DAT, two probations in a
      * row making a dismissal. Results are kept in STANDING.DAT by
      * student and term, listed by category in STANDING.RPT, and
      * printed under each term of the cumulative transcript.
      * Students now carry a degree program code, and CURRIC.DAT
      * lists each program's minimum units, elective units, required
      * courses and electives. A degree audit matches passed subjects
      * in HISTORY.DAT and the student's current enrollments against
      * the curriculum, showing what is met, in progress and missing
      * with the units still to go, for one student (DEGAUDIT.RPT)
      * or for a whole program, which also lists the graduation
      * candidates (GRADCAND.RPT). The archive run shows the audit
      * verdict before a student is archived.
      * A faculty master (FACULTY.DAT) is kept from the catalog
      * menu, and each catalog section now carries its units and an
      * instructor. An instructor cannot be given two sections whose
      * meeting days and times overlap, and a teaching-load report
      * (FACLOAD.RPT) shows each instructor's sections, units and
      * weekly contact hours. GRADEIN.DAT now opens with a header
      * record naming the submitting instructor; the upload refuses
      * a file without one and rejects any grade for a section that
      * instructor does not teach.
      * The term rollover, transaction apply and grade upload runs
      * now write a checkpoint to RESTART.DAT every so many records;
      * a rerun after a failure finds the unfinished run and offers
      * to carry on after the last committed student number or
      * record instead of starting over. TRXIN.DAT and GRADEIN.DAT
      * end with a trailer record carrying a record count and a hash
      * total of the student numbers, and a run whose trailer does
      * not agree with the file is refused. Each of the three runs
      * closes with a block of control totals (records read,
      * applied, rejected and skipped) added to CONTROL.RPT.
      * Started with JOB on the command line, the program runs
      * unattended: JOBPARM.DAT names a batch operator (who must be
      * on OPERATORS.DAT with batch authority) and then the steps to
      * run in order with their inputs - CSV export, integrity
      * check, transaction apply, grade upload, term rollover, a
      * section grade sheet and the standing run - with no prompts.
      * Each step ends with a return code (0 clean, 4 exceptions
      * reported, 8 run refused or failed, 12 bad step or not
      * authorized); a step ending 8 or higher stops the stream.
      * Start and end times and results go to JOBLOG.RPT and the
      * highest code is handed back to the caller.
      * A section's grades can now be finalized once its grade
      * sheet is handed in; a final grade is locked against grade
      * entry and the grade upload. It can then change only through
      * a grade-change request (GRCHG.DAT) giving the old and new
      * grade and a reason, approved by a different operator with
      * approval authority; the change is made in ENROLL.DAT or, for
      * an archived term, in HISTORY.DAT. A lapse run turns INC
      * grades of a term still open after the following term's
      * deadline into 5.00, and GRCHGREG.RPT registers every change
      * and lapse for a term.
      * A section fill-rate report (SECTFILL.RPT, with SECTFILL.CSV
      * for spreadsheets) runs from the catalog menu: seat limit,
      * headcount, fill percentage and waitlist for every section,
      * totals by course, sections above a fill threshold or under a
      * minimum headcount flagged, and per course the waitlisted
      * students who could not be placed in any section.
      * Catalog sections, waitlist entries and enrollments now carry
      * a term code, and TERMCTL.DAT names the current term and the
      * next one. Next term's sections are set up from the catalog
      * menu and students pre-register for them while the current
      * term is still being graded; a prerequisite taken this term
      * and not yet failed counts as provisionally met, and the
      * enrollment is flagged. The rollover then makes the next term
      * current, drops the closed term's sections and waitlist, and
      * runs a reconciliation that removes every flagged enrollment
      * whose prerequisite was failed and lists it, with those still
      * unresolved, in PREREG.RPT for the advisers.
      * A daily change extract (EXTRACT.DAT) feeds billing and the
      * learning management system with what changed instead of the
      * whole student file. It reads AUDIT.LOG from the high-water
      * mark kept in EXTCTL.DAT and writes one coded record for each
      * new student, name change, status change, subject added or
      * dropped and grade posted, carrying the student's and the
      * enrollment's values as they stand on file, between a header
      * and a trailer of counts and a hash total. The mark moves
      * only when the file is complete; a date range can be sent
      * again without moving it. Both run from the menu or as the
      * EXTRACT step of the job stream.
      * A STUDENTS.DAT or ENROLL.DAT of the layout before the hold,
      * program, term and grade-lock fields is renamed STUDENTS.OLD
      * or ENROLL.OLD and converted into the current layout the next
      * time the program starts.

       IDENTIFICATION DIVISION.
        PROGRAM-ID. exer01-CMSC124.
          ACCESS MODE DYNAMIC
          RECORD KEY IS enr_key
          FILE STATUS IS enroll_file_status.
         SELECT FEE-FILE ASSIGN TO "FEES.DAT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fee_file_status.
         SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
          ORGANIZATION INDEXED
          ACCESS MODE DYNAMIC
          RECORD KEY IS ldg_key
          FILE STATUS IS ledger_file_status.
         SELECT ASSESS-FILE ASSIGN TO "ASSESS.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS assess_file_status.
         SELECT STMT-FILE ASSIGN TO "STATEMNT.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS stmt_file_status.
         SELECT HOLD-FILE ASSIGN TO "HOLDS.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS hold_file_status.
         SELECT STDCTL-FILE ASSIGN TO "STANDCTL.DAT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS stdctl_file_status.
         SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
          ORGANIZATION INDEXED
          ACCESS MODE DYNAMIC
          RECORD KEY IS std_key
          FILE STATUS IS standing_file_status.
         SELECT STDRPT-FILE ASSIGN TO "STANDING.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS stdrpt_file_status.
         SELECT CURRIC-FILE ASSIGN TO "CURRIC.DAT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS curric_file_status.
         SELECT DEGAUD-FILE ASSIGN TO "DEGAUDIT.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS degaud_file_status.
         SELECT GRADCAND-FILE ASSIGN TO "GRADCAND.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS gradcand_file_status.
         SELECT FACULTY-FILE ASSIGN TO "FACULTY.DAT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS faculty_file_status.
         SELECT FACLOAD-FILE ASSIGN TO "FACLOAD.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS facload_file_status.
         SELECT RESTART-FILE ASSIGN TO "RESTART.DAT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS restart_file_status.
         SELECT CONTROL-FILE ASSIGN TO "CONTROL.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS control_file_status.
         SELECT JOBPARM-FILE ASSIGN TO "JOBPARM.DAT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS jobparm_file_status.
         SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS joblog_file_status.
         SELECT GRCHG-FILE ASSIGN TO "GRCHG.DAT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS grchg_file_status.
         SELECT HISTWRK-FILE ASSIGN TO "HISTORY.WRK"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS histwrk_file_status.
         SELECT GCREG-FILE ASSIGN TO "GRCHGREG.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS gcreg_file_status.
         SELECT SECTFILL-FILE ASSIGN TO "SECTFILL.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS sectfill_file_status.
         SELECT SFCSV-FILE ASSIGN TO "SECTFILL.CSV"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS sfcsv_file_status.
         SELECT TERMCTL-FILE ASSIGN TO "TERMCTL.DAT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS termctl_file_status.
         SELECT PREREG-FILE ASSIGN TO "PREREG.RPT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS prereg_file_status.
         SELECT EXTCTL-FILE ASSIGN TO "EXTCTL.DAT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS extctl_file_status.
         SELECT EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS extract_file_status.
         SELECT STUDOLD-FILE ASSIGN TO "STUDENTS.OLD"
          ORGANIZATION INDEXED
          ACCESS MODE SEQUENTIAL
          RECORD KEY IS orec_snum
          FILE STATUS IS studold_file_status.
         SELECT ENROLD-FILE ASSIGN TO "ENROLL.OLD"
          ORGANIZATION INDEXED
          ACCESS MODE SEQUENTIAL
          RECORD KEY IS oenr_key
          FILE STATUS IS enrold_file_status.

       DATA DIVISION.
        FILE SECTION.
           04 rec_coursecode PIC X(10).
           04 rec_units PIC 9.
           04 rec_grade PIC X(4).
      * Y while a past-due balance holds up new enrollment
         02 rec_hold PIC X(1).
      * degree program code out of CURRIC.DAT; blank if undeclared
         02 rec_program PIC X(6).

      * STUDENTS.DAT and ENROLL.DAT as they were laid out before the
      * hold, program and term fields; files of that layout renamed
      * to STUDENTS.OLD and ENROLL.OLD are converted at start-up
        FD STUDOLD-FILE.
        01 STUDOLD-FILE-RECORD.
         02 orec_surname PIC X(20).
         02 orec_firstname PIC X(30).
         02 orec_snum PIC X(10).
         02 orec_status PIC X(1).
         02 orec_has_subjects PIC 9.
         02 orec_subj_slot PIC 9.
         02 orec_subj_count PIC 9.
         02 orec_subjects PIC X(100).

        FD ENROLD-FILE.
        01 ENROLD-FILE-RECORD.
         02 oenr_key.
          03 oenr_snum PIC X(10).
          03 oenr_coursecode PIC X(10).
          03 oenr_csection PIC X(5).
         02 oenr_units PIC 9.
         02 oenr_grade PIC X(4).

        FD AUDIT-FILE.
        01 AUDIT-FILE-RECORD.
         02 batch_firstname PIC X(30).
         02 batch_surname PIC X(20).
         02 batch_snum PIC X(10).
         02 batch_program PIC X(6).

      * days are letters out of MTWHFSU; times are HHMM, zero when
      * the section has no fixed schedule
         02 crec_start PIC 9(4).
         02 crec_end PIC 9(4).
         02 crec_prereq PIC X(10).
         02 crec_units PIC 9.
      * faculty ID of the instructor; blank until assigned
         02 crec_instructor PIC X(8).
      * term the section is offered in; blank loads as the current
      * term
         02 crec_term PIC X(6).

        FD WAITLIST-FILE.
        01 WAITLIST-FILE-RECORD.
         02 wrec_coursecode PIC X(10).
         02 wrec_csection PIC X(5).
         02 wrec_snum PIC X(10).
         02 wrec_term PIC X(6).

        FD HISTORY-FILE.
        01 HISTORY-FILE-RECORD.
         02 gin_coursecode PIC X(10).
         02 gin_csection PIC X(5).
         02 gin_grade PIC X(4).
      * the first record names the instructor handing in the file
        01 GRADEIN-HEADER-RECORD.
         02 ginh_code PIC X(1).
         02 ginh_instructor PIC X(8).
         02 FILLER PIC X(20).
      * the last record carries the detail count and hash total
        01 GRADEIN-TRAILER-RECORD.
         02 gint_code PIC X(1).
         02 gint_count PIC 9(7).
         02 gint_hash PIC 9(15).
         02 FILLER PIC X(6).

        FD GRADEXC-FILE.
        01 GRADEXC-FILE-RECORD PIC X(80).
         02 trx_csection PIC X(5).
         02 trx_units PIC 9.
         02 trx_newstatus PIC X(1).
      * T closes the file with the detail count and hash total
        01 TRX-TRAILER-RECORD.
         02 trxt_code PIC X(1).
         02 trxt_count PIC 9(7).
         02 trxt_hash PIC 9(15).
         02 FILLER PIC X(5).

        FD TRXREJ-FILE.
        01 TRXREJ-FILE-RECORD PIC X(80).
         02 oprec_auth_grade PIC X(1).
         02 oprec_auth_delete PIC X(1).
         02 oprec_auth_archive PIC X(1).
         02 oprec_auth_cashier PIC X(1).
         02 oprec_auth_batch PIC X(1).
         02 oprec_auth_approve PIC X(1).

        FD TT-FILE.
        01 TT-FILE-RECORD PIC X(80).

      * one record per student per enrolled section per term
        FD ENROLL-FILE.
        01 ENROLL-FILE-RECORD.
         02 enr_key.
          03 enr_snum PIC X(10).
          03 enr_term PIC X(6).
          03 enr_coursecode PIC X(10).
          03 enr_csection PIC X(5).
         02 enr_units PIC 9.
         02 enr_grade PIC X(4).
      * Y once the section's grades are finalized
         02 enr_final PIC X(1).
      * P when a prerequisite was taken as met only because it is
      * in progress this term
         02 enr_prov PIC X(1).

      * U rate per unit, F fixed per-term fee, L lab fee for the
      * course in frec_code, D percent of a charge credited on a drop
        FD FEE-FILE.
        01 FEE-FILE-RECORD.
         02 frec_type PIC X(1).
         02 frec_code PIC X(10).
         02 frec_desc PIC X(20).
         02 frec_amount PIC 9(5)V99.

      * C charge, R refund paid out, P payment, A adjustment; charges
      * and refunds raise the balance, payments and adjustments lower
      * it. Entries run in posting order under the student number.
        FD LEDGER-FILE.
        01 LEDGER-FILE-RECORD.
         02 ldg_key.
          03 ldg_snum PIC X(10).
          03 ldg_seq PIC 9(5).
         02 ldg_type PIC X(1).
         02 ldg_term PIC X(6).
         02 ldg_date PIC 9(8).
      * zero when the entry has no due date
         02 ldg_due PIC 9(8).
         02 ldg_ref PIC X(16).
         02 ldg_desc PIC X(20).
         02 ldg_amount PIC 9(6)V99.
         02 ldg_operator PIC X(8).

        FD ASSESS-FILE.
        01 ASSESS-FILE-RECORD PIC X(80).

        FD STMT-FILE.
        01 STMT-FILE-RECORD PIC X(80).

        FD HOLD-FILE.
        01 HOLD-FILE-RECORD PIC X(80).

      * one record of standing thresholds; averages are on the grade
      * scale, where the lower figure is the better grade
        FD STDCTL-FILE.
        01 STDCTL-FILE-RECORD.
         02 sctl_dl_avg PIC 9V99.
         02 sctl_dl_units PIC 99.
         02 sctl_dl_worst PIC 9V99.
         02 sctl_prob_avg PIC 9V99.
         02 sctl_dism_avg PIC 9V99.

      * D dean's list, G good standing, P probation, X dismissal
        FD STANDING-FILE.
        01 STANDING-FILE-RECORD.
         02 std_key.
          03 std_snum PIC X(10).
          03 std_term PIC X(6).
         02 std_surname PIC X(20).
         02 std_firstname PIC X(30).
         02 std_units PIC 9(3).
         02 std_graded PIC 9(3).
         02 std_wsum PIC 9(4)V99.
         02 std_avg PIC 9V99.
         02 std_worst PIC 9V99.
      * subjects filed without a numeric grade, such as INC
         02 std_ungraded PIC 99.
         02 std_code PIC X(1).
      * standing of the student's previous term, as used
         02 std_prev_code PIC X(1).
         02 std_date PIC 9(8).

        FD STDRPT-FILE.
        01 STDRPT-FILE-RECORD PIC X(80).

      * P names a program with its minimum total units and the
      * elective units it asks for; R is a required course and E an
      * elective course of the program, each with its units
        FD CURRIC-FILE.
        01 CURRIC-FILE-RECORD.
         02 curr_type PIC X(1).
         02 curr_program PIC X(6).
         02 curr_code PIC X(10).
         02 curr_desc PIC X(30).
         02 curr_units PIC 9(3).
         02 curr_elect PIC 9(3).

        FD DEGAUD-FILE.
        01 DEGAUD-FILE-RECORD PIC X(80).

        FD GRADCAND-FILE.
        01 GRADCAND-FILE-RECORD PIC X(80).

        FD FACULTY-FILE.
        01 FACULTY-FILE-RECORD.
         02 facrec_id PIC X(8).
         02 facrec_name PIC X(30).
         02 facrec_dept PIC X(10).

        FD FACLOAD-FILE.
        01 FACLOAD-FILE-RECORD PIC X(80).

      * one record per restartable run: R while the run is under
      * way or was cut short, C once it finished. The last key is
      * the last student number committed; the last record is the
      * count of input records committed.
        FD RESTART-FILE.
        01 RESTART-FILE-RECORD.
         02 rsrec_run PIC X(8).
         02 rsrec_status PIC X(1).
         02 rsrec_term PIC X(6).
         02 rsrec_last_key PIC X(10).
         02 rsrec_last_rec PIC 9(7).
         02 rsrec_read PIC 9(7).
         02 rsrec_applied PIC 9(7).
         02 rsrec_rejected PIC 9(7).
         02 rsrec_skipped PIC 9(7).
         02 rsrec_file_count PIC 9(7).
         02 rsrec_file_hash PIC 9(15).
         02 rsrec_date PIC 9(8).
         02 rsrec_time PIC 9(6).
         02 rsrec_operator PIC X(8).

        FD CONTROL-FILE.
        01 CONTROL-FILE-RECORD PIC X(80).

      * OPERATOR first, then one step per line; * starts a comment
        FD JOBPARM-FILE.
        01 JOBPARM-FILE-RECORD.
         02 jprec_function PIC X(10).
         02 jprec_parm1 PIC X(10).
         02 jprec_parm2 PIC X(10).

        FD JOBLOG-FILE.
        01 JOBLOG-FILE-RECORD PIC X(80).

      * C grade change, L INC lapse; P pending, A approved or
      * applied, D denied
        FD GRCHG-FILE.
        01 GRCHG-FILE-RECORD.
         02 gcrec_id PIC 9(5).
         02 gcrec_type PIC X(1).
         02 gcrec_status PIC X(1).
         02 gcrec_term PIC X(6).
         02 gcrec_snum PIC X(10).
         02 gcrec_course PIC X(10).
         02 gcrec_section PIC X(5).
         02 gcrec_old PIC X(4).
         02 gcrec_new PIC X(4).
         02 gcrec_reason PIC X(30).
         02 gcrec_filed_by PIC X(8).
         02 gcrec_filed_date PIC 9(8).
         02 gcrec_action_by PIC X(8).
         02 gcrec_action_date PIC 9(8).

      * HISTORY.DAT is copied here and back when a grade in it
      * changes
        FD HISTWRK-FILE.
        01 HISTWRK-FILE-RECORD PIC X(230).

        FD GCREG-FILE.
        01 GCREG-FILE-RECORD PIC X(80).

        FD SECTFILL-FILE.
        01 SECTFILL-FILE-RECORD PIC X(80).

        FD SFCSV-FILE.
        01 SFCSV-FILE-RECORD PIC X(100).

      * one record: the term in progress and the term open for
      * pre-registration, blank when none is open yet
        FD TERMCTL-FILE.
        01 TERMCTL-FILE-RECORD.
         02 tctl_current PIC X(6).
         02 tctl_next PIC X(6).

        FD PREREG-FILE.
        01 PREREG-FILE-RECORD PIC X(80).

      * high-water mark of the change extract: date, time and record
      * number in AUDIT.LOG of the last log entry sent, and the
      * number of the last daily extract
        FD EXTCTL-FILE.
        01 EXTCTL-FILE-RECORD.
         02 xctl_last_date PIC 9(8).
         02 xctl_last_time PIC 9(6).
         02 xctl_last_recno PIC 9(9).
         02 xctl_seq PIC 9(6).
         02 xctl_run_date PIC 9(8).
         02 xctl_run_time PIC 9(6).

      * one record per change: NS new student, NC name change, SC
      * status change (or student deleted or archived), SA subject
      * added, SD subject dropped, GP grade posted. Student and
      * enrollment values are as they stand at extract time; the
      * on-file bytes say whether each was still found.
        FD EXTRACT-FILE.
        01 EXTRACT-FILE-RECORD.
         02 xtr_code PIC X(2).
         02 xtr_date PIC 9(8).
         02 xtr_time PIC 9(6).
         02 xtr_source PIC X(15).
         02 xtr_snum PIC X(10).
         02 xtr_surname PIC X(20).
         02 xtr_firstname PIC X(30).
         02 xtr_status PIC X(1).
         02 xtr_program PIC X(6).
         02 xtr_stud_on_file PIC X(1).
         02 xtr_coursecode PIC X(10).
         02 xtr_csection PIC X(5).
         02 xtr_term PIC X(6).
         02 xtr_units PIC 9.
         02 xtr_grade PIC X(4).
         02 xtr_enr_on_file PIC X(1).
         02 xtr_old_value PIC X(30).
         02 xtr_operator PIC X(8).
      * HD first: D daily run (numbered) or R re-send of a date
      * range (number zero), and the log date/time it starts after
      * or from
        01 EXTRACT-HEADER-RECORD.
         02 xtrh_code PIC X(2).
         02 xtrh_run_date PIC 9(8).
         02 xtrh_run_time PIC 9(6).
         02 xtrh_mode PIC X(1).
         02 xtrh_seq PIC 9(6).
         02 xtrh_from_date PIC 9(8).
         02 xtrh_from_time PIC 9(6).
         02 FILLER PIC X(127).
      * TR last: detail count, hash total of the student numbers as
      * in the batch trailers, the count for each change code and
      * the log date/time the extract runs through
        01 EXTRACT-TRAILER-RECORD.
         02 xtrt_code PIC X(2).
         02 xtrt_count PIC 9(7).
         02 xtrt_hash PIC 9(15).
         02 xtrt_ns PIC 9(7).
         02 xtrt_nc PIC 9(7).
         02 xtrt_sc PIC 9(7).
         02 xtrt_sa PIC 9(7).
         02 xtrt_sd PIC 9(7).
         02 xtrt_gp PIC 9(7).
         02 xtrt_to_date PIC 9(8).
         02 xtrt_to_time PIC 9(6).
         02 FILLER PIC X(84).

        FD REPORT-FILE.
        01 REPORT-FILE-RECORD PIC X(80).
         02 run_yyyy PIC 9(4).
         02 run_mm PIC 9(2).
         02 run_dd PIC 9(2).
        01 run_date_n REDEFINES run_date PIC 9(8).
        01 rpt_header PIC X(80).
        01 rpt_col_header.
         02 FILLER PIC X(21) VALUE "Surname".
        77 oper_auth_grade PIC X(1) VALUE "N".
        77 oper_auth_delete PIC X(1) VALUE "N".
        77 oper_auth_archive PIC X(1) VALUE "N".
        77 oper_auth_cashier PIC X(1) VALUE "N".
        77 oper_auth_batch PIC X(1) VALUE "N".
        77 oper_auth_approve PIC X(1) VALUE "N".
        77 oper_found PIC 9 VALUE 0.
        77 oper_tries PIC 9 VALUE 0.
        77 signon_ok PIC 9 VALUE 0.
      * enrollment file fields and per-student working table; the
      * table is a reporting window, the file itself has no cap
        77 enroll_file_status PIC XX VALUE "00".
        77 studold_file_status PIC XX VALUE "00".
        77 enrold_file_status PIC XX VALUE "00".
        77 cnv_eof PIC X(1) VALUE "N".
        77 cnv_count PIC 9(7) VALUE 0.
        77 enr_eof PIC X(1) VALUE "N".
        77 enr_count PIC 99 VALUE 0.
        77 enroll_ok PIC 9 VALUE 0.
      * prerequisite; audited only when the add itself goes through
        77 prereq_override PIC 9 VALUE 0.
        77 prereq_i PIC 99 VALUE 1.
      * 1 when the prerequisite counts only because it is in
      * progress this term; the next ENROLL_ADD flags the enrollment
        77 prereq_prov PIC 9 VALUE 0.
      * set by the history scan: 1 when the course is on record at
      * all, with the grade of the latest attempt
        77 prereq_seen PIC 9 VALUE 0.
        77 prereq_grade PIC X(4).
      * timetable report fields
        77 tt_file_status PIC XX VALUE "00".
        77 tt_d PIC 9 VALUE 1.
        77 integ_course PIC X(10).
        77 integ_sect PIC X(5).
        77 integ_reason PIC X(40).
      * fee schedule and student ledger fields
        77 fee_file_status PIC XX VALUE "00".
        77 ledger_file_status PIC XX VALUE "00".
        77 assess_file_status PIC XX VALUE "00".
        77 stmt_file_status PIC XX VALUE "00".
        77 hold_file_status PIC XX VALUE "00".
        77 FCOUNT PIC 99 VALUE 1.
        77 fee_i PIC 99 VALUE 1.
        77 fee_found PIC 99 VALUE 0.
        77 fee_type_temp PIC X(1).
        77 fee_code_temp PIC X(10).
        77 fee_desc_temp PIC X(20).
        77 fee_unit_rate PIC 9(5)V99 VALUE 0.
        77 fee_lab PIC 9(5)V99 VALUE 0.
      * share of a subject's charge credited back when it is dropped
        77 fee_drop_pct PIC 9(3)V99 VALUE 100.
        77 csh_choice PIC 99.
        77 csh_exited PIC 9 VALUE 0.
        77 csh_pick PIC 9 VALUE 0.
        77 ldg_eof PIC X(1) VALUE "N".
        77 ldg_ok PIC 9 VALUE 0.
        77 ldg_next_seq PIC 9(5) VALUE 1.
        77 ldg_debits PIC 9(7)V99 VALUE 0.
        77 ldg_due_debits PIC 9(7)V99 VALUE 0.
        77 ldg_credits PIC 9(7)V99 VALUE 0.
        77 ldg_balance PIC S9(7)V99 VALUE 0.
        77 ldg_past_due PIC S9(7)V99 VALUE 0.
        77 ldg_running PIC S9(7)V99 VALUE 0.
      * charge still standing against one reference in one term; a
      * blank search term follows the latest term charged
        77 ldg_search_ref PIC X(16).
        77 ldg_search_term PIC X(6).
        77 ldg_net PIC S9(7)V99 VALUE 0.
        77 ldg_net_term PIC X(6).
      * staged by the caller before LEDGER_POST
        77 ldg_post_type PIC X(1).
        77 ldg_post_term PIC X(6).
        77 ldg_post_due PIC 9(8) VALUE 0.
        77 ldg_post_ref PIC X(16).
        77 ldg_post_desc PIC X(20).
        77 ldg_post_amount PIC 9(6)V99 VALUE 0.
        77 charge_temp PIC 9(6)V99 VALUE 0.
        77 amount_edit PIC ZZZ,ZZ9.99.
        77 balance_edit PIC -Z,ZZZ,ZZ9.99.
      * amount keyed as text, e.g. 1250.50
        77 amount_x PIC X(10).
        77 amount_whole_x PIC X(6) JUSTIFIED RIGHT.
        77 amount_frac_x PIC X(2).
        77 amount_len PIC 99 VALUE 0.
        77 amount_whole PIC 9(6) VALUE 0.
        77 amount_frac PIC 99 VALUE 0.
        77 amount_value PIC 9(6)V99 VALUE 0.
        77 amount_ok PIC 9 VALUE 0.
        77 due_x PIC X(8).
        77 due_temp PIC 9(8) VALUE 0.
        77 due_ok PIC 9 VALUE 0.
        77 total_edit PIC ZZ,ZZZ,ZZ9.99.
        77 asm_ok PIC 9 VALUE 0.
        77 asm_students PIC 9(5) VALUE 0.
        77 asm_charges PIC 9(5) VALUE 0.
        77 asm_total PIC 9(8)V99 VALUE 0.
        77 asm_stu_total PIC 9(7)V99 VALUE 0.
        77 hold_rpt_ok PIC 9 VALUE 0.
        77 hold_count PIC 9(5) VALUE 0.
        77 hold_cleared PIC 9(5) VALUE 0.
        77 hold_note PIC X(8).
      * academic standing fields
        77 stdctl_file_status PIC XX VALUE "00".
        77 standing_file_status PIC XX VALUE "00".
        77 stdrpt_file_status PIC XX VALUE "00".
        77 std_choice PIC 99.
        77 std_exited PIC 9 VALUE 0.
        77 std_eof PIC X(1) VALUE "N".
        77 std_ctl_ok PIC 9 VALUE 0.
        77 std_rpt_ok PIC 9 VALUE 0.
        77 std_found PIC 9 VALUE 0.
        77 std_dl_avg PIC 9V99 VALUE 0.
        77 std_dl_units PIC 99 VALUE 0.
        77 std_dl_worst PIC 9V99 VALUE 0.
        77 std_prob_avg PIC 9V99 VALUE 0.
        77 std_dism_avg PIC 9V99 VALUE 0.
        77 std_input PIC X(4).
        77 std_dl_keep PIC 9V99.
        77 std_ctl_before PIC X(14).
      * last record seen ahead of the term, for the prior standing
        77 std_last_snum PIC X(10).
        77 std_last_code PIC X(1).
        77 std_code_pick PIC X(1).
        77 std_name_text PIC X(13).
        77 std_cat_i PIC 9 VALUE 1.
        77 std_cat_count PIC 9(5) VALUE 0.
        77 std_evaluated PIC 9(5) VALUE 0.
        01 std_categories PIC X(4) VALUE "DGPX".
        01 std_cat_totals.
         02 std_cat_total OCCURS 4 TIMES PIC 9(5).
        01 std_detail.
         02 std_det_snum PIC X(10).
         02 FILLER PIC X(2) VALUE SPACES.
         02 std_det_surname PIC X(20).
         02 FILLER PIC X(1) VALUE SPACE.
         02 std_det_firstname PIC X(25).
         02 FILLER PIC X(2) VALUE SPACES.
         02 std_det_units PIC ZZ9.
         02 FILLER PIC X(5) VALUE SPACES.
         02 std_det_avg PIC 9.99.
         02 FILLER PIC X(8) VALUE SPACES.
        01 std_col_header.
         02 FILLER PIC X(12) VALUE "Student No.".
         02 FILLER PIC X(21) VALUE "Surname".
         02 FILLER PIC X(25) VALUE "Firstname".
         02 FILLER PIC X(10) VALUE "Units".
         02 FILLER PIC X(12) VALUE "Avg.".
      * degree program and audit fields
        77 curric_file_status PIC XX VALUE "00".
        77 degaud_file_status PIC XX VALUE "00".
        77 gradcand_file_status PIC XX VALUE "00".
        77 RCOUNT PIC 999 VALUE 1.
        77 cur_i PIC 999 VALUE 1.
        77 cur_found PIC 999 VALUE 0.
        77 cur_prog_found PIC 999 VALUE 0.
        77 cur_children PIC 999 VALUE 0.
        77 cur_type_temp PIC X(1).
        77 prog_temp PIC X(6).
        77 cur_code_temp PIC X(10).
        77 cur_desc_temp PIC X(30).
        77 cur_units_temp PIC 9(3) VALUE 0.
        77 cur_elect_temp PIC 9(3) VALUE 0.
        77 cur_units_x PIC X(4).
        77 cur_units_ok PIC 9 VALUE 0.
        77 dga_choice PIC 99.
        77 dga_exited PIC 9 VALUE 0.
        77 dga_rpt_ok PIC 9 VALUE 0.
        77 dga_cand_ok PIC 9 VALUE 0.
      * 1 writes the audit detail to DEGAUDIT.RPT, 0 only judges
        77 dga_print PIC 9 VALUE 0.
        77 dga_eof PIC X(1) VALUE "N".
        77 dga_min_units PIC 9(3) VALUE 0.
        77 dga_elect_req PIC 9(3) VALUE 0.
        77 dga_earned PIC 9(3) VALUE 0.
        77 dga_inprog PIC 9(3) VALUE 0.
        77 dga_remaining PIC 9(3) VALUE 0.
        77 dga_elect_earned PIC 9(3) VALUE 0.
        77 dga_elect_inprog PIC 9(3) VALUE 0.
        77 dga_req_total PIC 999 VALUE 0.
        77 dga_req_met PIC 999 VALUE 0.
        77 dga_req_inprog PIC 999 VALUE 0.
        77 dga_req_missing PIC 999 VALUE 0.
        77 dga_pass_count PIC 999 VALUE 0.
        77 dga_p PIC 999 VALUE 1.
        77 dga_s PIC 99 VALUE 1.
        77 dga_hit PIC 999 VALUE 0.
        77 dga_enr_hit PIC 99 VALUE 0.
        77 dga_term_temp PIC X(6).
        77 dga_verdict PIC X(12).
        77 dga_students PIC 9(5) VALUE 0.
        77 dga_complete PIC 9(5) VALUE 0.
        77 dga_candidates PIC 9(5) VALUE 0.
        01 curric_table.
         02 cur_entry OCCURS 300 TIMES.
          03 cur_tab_type PIC X(1).
          03 cur_tab_program PIC X(6).
          03 cur_tab_code PIC X(10).
          03 cur_tab_desc PIC X(30).
          03 cur_tab_units PIC 9(3).
          03 cur_tab_elect PIC 9(3).
      * distinct courses passed, from history and current grades
        01 dga_pass_tab.
         02 dga_pass OCCURS 100 TIMES.
          03 dga_pass_course PIC X(10).
          03 dga_pass_units PIC 9.
          03 dga_pass_grade PIC X(4).
          03 dga_pass_term PIC X(6).
        01 dga_detail.
         02 FILLER PIC X(3) VALUE SPACES.
         02 dga_det_course PIC X(10).
         02 FILLER PIC X(2) VALUE SPACES.
         02 dga_det_units PIC ZZ9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 dga_det_state PIC X(11).
         02 FILLER PIC X(2) VALUE SPACES.
         02 dga_det_grade PIC X(4).
         02 FILLER PIC X(2) VALUE SPACES.
         02 dga_det_term PIC X(7).
         02 FILLER PIC X(34) VALUE SPACES.
        01 dga_col_header.
         02 FILLER PIC X(3) VALUE SPACES.
         02 FILLER PIC X(12) VALUE "Course".
         02 FILLER PIC X(5) VALUE "Units".
         02 FILLER PIC X(13) VALUE "  Status".
         02 FILLER PIC X(6) VALUE "Grade".
         02 FILLER PIC X(41) VALUE "Term".
        01 dga_cand_detail.
         02 dga_cand_snum PIC X(10).
         02 FILLER PIC X(2) VALUE SPACES.
         02 dga_cand_surname PIC X(20).
         02 FILLER PIC X(1) VALUE SPACE.
         02 dga_cand_firstname PIC X(20).
         02 FILLER PIC X(2) VALUE SPACES.
         02 dga_cand_verdict PIC X(12).
         02 FILLER PIC X(1) VALUE SPACE.
         02 dga_cand_units PIC ZZ9.
         02 FILLER PIC X(9) VALUE SPACES.
      * faculty and teaching assignment fields
        77 faculty_file_status PIC XX VALUE "00".
        77 facload_file_status PIC XX VALUE "00".
        77 ICOUNT PIC 999 VALUE 1.
        77 fac_i PIC 999 VALUE 1.
        77 fac_found PIC 999 VALUE 0.
        77 fac_id_temp PIC X(8).
        77 fac_name_temp PIC X(30).
        77 fac_dept_temp PIC X(10).
        77 fac_old_id PIC X(8).
        77 fl_ok PIC 9 VALUE 0.
        77 fl_days PIC 9 VALUE 0.
        77 fl_hh PIC 99 VALUE 0.
        77 fl_mm PIC 99 VALUE 0.
        77 fl_start_min PIC 9(4) VALUE 0.
        77 fl_end_min PIC 9(4) VALUE 0.
        77 fl_sec_hours PIC 9(3)V99 VALUE 0.
        77 fl_sections PIC 999 VALUE 0.
        77 fl_units PIC 9(4) VALUE 0.
        77 fl_hours PIC 9(4)V99 VALUE 0.
        77 fl_all_sections PIC 9(4) VALUE 0.
        77 fl_all_units PIC 9(5) VALUE 0.
        77 fl_all_hours PIC 9(5)V99 VALUE 0.
        77 fl_hours_edit PIC Z,ZZ9.99.
      * instructor named in the grade file header
        77 gin_submitter PIC X(8).
        77 gin_header_ok PIC 9 VALUE 0.
        01 fac_table.
         02 fac_entry OCCURS 100 TIMES.
          03 fac_tab_id PIC X(8).
          03 fac_tab_name PIC X(30).
          03 fac_tab_dept PIC X(10).
        01 fl_detail.
         02 FILLER PIC X(3) VALUE SPACES.
         02 fl_det_course PIC X(10).
         02 FILLER PIC X(1) VALUE SPACE.
         02 fl_det_sect PIC X(5).
         02 FILLER PIC X(1) VALUE SPACE.
         02 fl_det_days PIC X(7).
         02 FILLER PIC X(1) VALUE SPACE.
         02 fl_det_start PIC 9(4).
         02 FILLER PIC X(1) VALUE "-".
         02 fl_det_end PIC 9(4).
         02 FILLER PIC X(3) VALUE SPACES.
         02 fl_det_units PIC 9.
         02 FILLER PIC X(4) VALUE SPACES.
         02 fl_det_hours PIC ZZ9.99.
         02 FILLER PIC X(29) VALUE SPACES.
        01 fl_col_header.
         02 FILLER PIC X(3) VALUE SPACES.
         02 FILLER PIC X(11) VALUE "Course".
         02 FILLER PIC X(6) VALUE "Sect.".
         02 FILLER PIC X(8) VALUE "Days".
         02 FILLER PIC X(12) VALUE "Time".
         02 FILLER PIC X(6) VALUE "Units".
         02 FILLER PIC X(34) VALUE "Hrs/wk".
      * checkpoint, restart and control total fields
        77 restart_file_status PIC XX VALUE "00".
        77 control_file_status PIC XX VALUE "00".
        77 KCOUNT PIC 99 VALUE 1.
        77 rst_i PIC 99 VALUE 1.
        77 rst_found PIC 99 VALUE 0.
        77 rst_run_temp PIC X(8).
      * records between checkpoints
        77 ckpt_interval PIC 9(5) VALUE 50.
        77 ckpt_since PIC 9(5) VALUE 0.
        77 ckpt_resume PIC 9 VALUE 0.
        77 ckpt_refuse PIC 9 VALUE 0.
        77 ckpt_skip_to PIC 9(7) VALUE 0.
        77 ckpt_last_key PIC X(10).
        77 ctot_read PIC 9(7) VALUE 0.
        77 ctot_applied PIC 9(7) VALUE 0.
        77 ctot_rejected PIC 9(7) VALUE 0.
        77 ctot_skipped PIC 9(7) VALUE 0.
        77 ctot_recno PIC 9(7) VALUE 0.
        77 ctot_count PIC 9(7) VALUE 0.
        77 ctot_hash PIC 9(15) VALUE 0.
        77 ctot_input PIC X(12).
        77 ctot_rpt_ok PIC 9 VALUE 0.
        77 trl_found PIC 9 VALUE 0.
        77 trl_after PIC 9 VALUE 0.
        77 trl_ok PIC 9 VALUE 0.
        77 trl_count PIC 9(7) VALUE 0.
        77 trl_hash PIC 9(15) VALUE 0.
        77 trl_eof PIC X(1) VALUE "N".
        77 hash_snum PIC X(10).
        77 hash_value PIC 9(10) VALUE 0.
        77 hash_i PIC 99 VALUE 1.
      * on a restarted rollover, students this many past the last
      * checkpoint are checked against history before filing
        77 roll_verify PIC 9(5) VALUE 0.
        77 roll_filed PIC 9 VALUE 0.
        77 roll_eof PIC X(1) VALUE "N".
        77 rst_eof PIC X(1) VALUE "N".
        77 hash_digit PIC 9 VALUE 0.
        77 ckpt_restarted PIC 9 VALUE 0.
        01 rst_table.
         02 rst_entry OCCURS 10 TIMES.
          03 rst_tab_run PIC X(8).
          03 rst_tab_status PIC X(1).
          03 rst_tab_term PIC X(6).
          03 rst_tab_last_key PIC X(10).
          03 rst_tab_last_rec PIC 9(7).
          03 rst_tab_read PIC 9(7).
          03 rst_tab_applied PIC 9(7).
          03 rst_tab_rejected PIC 9(7).
          03 rst_tab_skipped PIC 9(7).
          03 rst_tab_file_count PIC 9(7).
          03 rst_tab_file_hash PIC 9(15).
          03 rst_tab_date PIC 9(8).
          03 rst_tab_time PIC 9(6).
          03 rst_tab_operator PIC X(8).
        01 ctot_detail.
         02 FILLER PIC X(4) VALUE SPACES.
         02 ctot_det_label PIC X(20).
         02 ctot_det_count PIC Z,ZZZ,ZZ9.
         02 FILLER PIC X(47) VALUE SPACES.
      * unattended job-stream fields
        77 jobparm_file_status PIC XX VALUE "00".
        77 joblog_file_status PIC XX VALUE "00".
        77 job_cmdline PIC X(80).
        77 job_mode PIC 9 VALUE 0.
        77 job_eof PIC X(1) VALUE "N".
        77 job_got PIC 9 VALUE 0.
        77 job_log_ok PIC 9 VALUE 0.
        77 job_step PIC 99 VALUE 0.
        77 job_step_rc PIC 99 VALUE 0.
        77 job_max_rc PIC 99 VALUE 0.
        77 job_stopped PIC 9 VALUE 0.
        77 job_function PIC X(10).
        77 job_parm1 PIC X(10).
        77 job_parm2 PIC X(10).
        77 job_start_time PIC 9(8).
        77 job_msg PIC X(34).
        77 job_line PIC X(80).
      * grade finalization and grade-change fields
        77 grchg_file_status PIC XX VALUE "00".
        77 histwrk_file_status PIC XX VALUE "00".
        77 gcreg_file_status PIC XX VALUE "00".
        77 gcm_choice PIC 99.
        77 gcm_exited PIC 9 VALUE 0.
        77 QCOUNT PIC 999 VALUE 1.
        77 gcr_i PIC 999 VALUE 1.
        77 gcr_quit PIC 9 VALUE 0.
        77 gcr_eof PIC X(1) VALUE "N".
        77 gcr_snum PIC X(10).
        77 gcr_course PIC X(10).
        77 gcr_section PIC X(5).
        77 gcr_term PIC X(6).
        77 gcr_new PIC X(4).
        77 gcr_reason PIC X(30).
      * where the grade was found: E enrollment, H history, space
      * nowhere
        77 gcr_where PIC X(1).
        77 gcr_cur_grade PIC X(4).
        77 gcr_cur_final PIC X(1).
        77 gcr_action PIC X(1).
        77 gcr_status_word PIC X(8).
        77 gcr_changes PIC 9(5) VALUE 0.
        77 gcr_denied PIC 9(5) VALUE 0.
        77 gcr_pending PIC 9(5) VALUE 0.
        77 gcr_lapses PIC 9(5) VALUE 0.
        77 fin_total PIC 9(5) VALUE 0.
        77 fin_blank PIC 9(5) VALUE 0.
        77 fin_already PIC 9(5) VALUE 0.
        77 fin_mode PIC 9 VALUE 0.
      * C change one subject in history, L lapse a term's INCs
        77 hupd_mode PIC X(1).
        77 hupd_ok PIC 9 VALUE 0.
        77 hupd_count PIC 9(5) VALUE 0.
        77 hupd_eof PIC X(1) VALUE "N".
        77 hupd_i PIC 99 VALUE 1.
        77 lap_deadline PIC 9(8) VALUE 0.
        01 gcr_table.
         02 gcr_entry OCCURS 500 TIMES.
          03 gcr_tab_id PIC 9(5).
          03 gcr_tab_type PIC X(1).
          03 gcr_tab_status PIC X(1).
          03 gcr_tab_term PIC X(6).
          03 gcr_tab_snum PIC X(10).
          03 gcr_tab_course PIC X(10).
          03 gcr_tab_section PIC X(5).
          03 gcr_tab_old PIC X(4).
          03 gcr_tab_new PIC X(4).
          03 gcr_tab_reason PIC X(30).
          03 gcr_tab_filed_by PIC X(8).
          03 gcr_tab_filed_date PIC 9(8).
          03 gcr_tab_action_by PIC X(8).
          03 gcr_tab_action_date PIC 9(8).
      * section fill-rate report fields
        77 sectfill_file_status PIC XX VALUE "00".
        77 sfcsv_file_status PIC XX VALUE "00".
        77 sf_threshold PIC 9(3) VALUE 90.
        77 sf_minimum PIC 9(3) VALUE 10.
        77 sf_i PIC 999 VALUE 1.
        77 sf_j PIC 999 VALUE 1.
        77 sf_k PIC 999 VALUE 1.
        77 sf_found PIC 999 VALUE 0.
        77 sf_first PIC 9 VALUE 0.
        77 sf_dup PIC 9 VALUE 0.
        77 sf_placed PIC 9 VALUE 0.
        77 sf_course PIC X(10).
        77 sf_pct PIC 9(5) VALUE 0.
        77 sf_pct_x PIC X(5).
        77 sf_pct_csv PIC X(5).
        77 sf_flag PIC X(9).
        77 sf_open PIC 9(5) VALUE 0.
        77 sf_crs_sections PIC 9(3) VALUE 0.
        77 sf_crs_seats PIC 9(5) VALUE 0.
        77 sf_crs_limited PIC 9(5) VALUE 0.
        77 sf_crs_enrolled PIC 9(5) VALUE 0.
        77 sf_crs_waiting PIC 9(5) VALUE 0.
        77 sf_crs_open PIC 9(5) VALUE 0.
        77 sf_crs_unlimited PIC 9 VALUE 0.
        77 sf_crs_demand PIC 9(5) VALUE 0.
        77 sf_crs_unplaced PIC 9(5) VALUE 0.
        77 sf_all_sections PIC 9(5) VALUE 0.
        77 sf_all_enrolled PIC 9(5) VALUE 0.
        77 sf_all_waiting PIC 9(5) VALUE 0.
        77 sf_all_unplaced PIC 9(5) VALUE 0.
        77 sf_all_high PIC 9(5) VALUE 0.
        77 sf_all_low PIC 9(5) VALUE 0.
        77 sf_edit PIC ZZ,ZZ9.
      * headcount and waitlist per catalog entry, same subscript
        01 sf_table.
         02 sf_entry OCCURS 200 TIMES.
          03 sf_enrolled PIC 9(5).
          03 sf_waiting PIC 9(5).
        01 sf_detail.
         02 FILLER PIC X(2) VALUE SPACES.
         02 sf_det_course PIC X(10).
         02 FILLER PIC X(1) VALUE SPACE.
         02 sf_det_sect PIC X(5).
         02 FILLER PIC X(2) VALUE SPACES.
         02 sf_det_seats PIC X(8).
         02 FILLER PIC X(2) VALUE SPACES.
         02 sf_det_enrolled PIC ZZ,ZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 sf_det_pct PIC X(5).
         02 FILLER PIC X(2) VALUE SPACES.
         02 sf_det_waiting PIC ZZ,ZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 sf_det_unplaced PIC X(6).
         02 FILLER PIC X(2) VALUE SPACES.
         02 sf_det_flag PIC X(9).
         02 FILLER PIC X(8) VALUE SPACES.
        01 sf_col_header.
         02 FILLER PIC X(2) VALUE SPACES.
         02 FILLER PIC X(11) VALUE "Course".
         02 FILLER PIC X(7) VALUE "Sect.".
         02 FILLER PIC X(10) VALUE "Seats".
         02 FILLER PIC X(9) VALUE "Enrolled".
         02 FILLER PIC X(7) VALUE "Fill".
         02 FILLER PIC X(8) VALUE "Waiting".
         02 FILLER PIC X(9) VALUE "Unplaced".
         02 FILLER PIC X(17) VALUE "Flag".
      * term control and advance registration fields
        77 termctl_file_status PIC XX VALUE "00".
        77 prereg_file_status PIC XX VALUE "00".
        77 trm_current PIC X(6) VALUE SPACES.
        77 trm_next PIC X(6) VALUE SPACES.
      * term the enrollment, catalog and waitlist work is done for;
      * the current term except while next term is being worked on
        77 sel_term PIC X(6) VALUE SPACES.
        77 trm_old PIC X(6).
        77 trm_input PIC X(6).
        77 trm_choice PIC 99.
        77 trm_exited PIC 9 VALUE 0.
        77 trm_busy PIC 9 VALUE 0.
        77 trm_k PIC 999 VALUE 0.
        77 trm_purged PIC 999 VALUE 0.
        77 trm_eof PIC X(1) VALUE "N".
        77 trm_restamped PIC 9(5) VALUE 0.
        77 trm_enr_save PIC X(38).
      * 1 while the add and drop screens work on pre-registrations
        77 prereg_mode PIC 9 VALUE 0.
      * 1 when a student's enrollments go for every term, as when the
      * student is archived
        77 drop_all_terms PIC 9 VALUE 0.
        77 drop_final PIC 9 VALUE 0.
        77 rcn_ok PIC 9 VALUE 0.
        77 rcn_checked PIC 9(5) VALUE 0.
        77 rcn_confirmed PIC 9(5) VALUE 0.
        77 rcn_removed PIC 9(5) VALUE 0.
        77 rcn_unresolved PIC 9(5) VALUE 0.
        01 rcn_detail.
         02 rcn_det_snum PIC X(10).
         02 FILLER PIC X(1) VALUE SPACE.
         02 rcn_det_course PIC X(10).
         02 FILLER PIC X(1) VALUE SPACE.
         02 rcn_det_sect PIC X(5).
         02 FILLER PIC X(2) VALUE SPACES.
         02 rcn_det_prereq PIC X(10).
         02 FILLER PIC X(1) VALUE SPACE.
         02 rcn_det_grade PIC X(4).
         02 FILLER PIC X(2) VALUE SPACES.
         02 rcn_det_action PIC X(34).
        01 rcn_col_header.
         02 FILLER PIC X(11) VALUE "Student No.".
         02 FILLER PIC X(11) VALUE "Course".
         02 FILLER PIC X(7) VALUE "Sect.".
         02 FILLER PIC X(11) VALUE "Prereq.".
         02 FILLER PIC X(6) VALUE "Grade".
         02 FILLER PIC X(34) VALUE "Action".
      * change extract fields
        77 extctl_file_status PIC XX VALUE "00".
        77 extract_file_status PIC XX VALUE "00".
        77 ext_choice PIC 99.
        77 ext_exited PIC 9 VALUE 0.
      * 1 re-sends a date range and leaves the high-water mark alone
        77 ext_resend PIC 9 VALUE 0.
        77 ext_from PIC X(8).
        77 ext_to PIC X(8).
        77 ext_from_n PIC 9(8) VALUE 0.
        77 ext_to_n PIC 9(8) VALUE 99999999.
        77 ext_hw_date PIC 9(8) VALUE 0.
        77 ext_hw_time PIC 9(6) VALUE 0.
        77 ext_hw_recno PIC 9(9) VALUE 0.
        77 ext_seq PIC 9(6) VALUE 0.
        77 ext_hw_stamp PIC 9(14) VALUE 0.
        77 ext_stamp PIC 9(14) VALUE 0.
        77 ext_recno PIC 9(9) VALUE 0.
        77 ext_last_date PIC 9(8) VALUE 0.
        77 ext_last_time PIC 9(6) VALUE 0.
        77 ext_last_recno PIC 9(9) VALUE 0.
        77 ext_bad PIC 9 VALUE 0.
        77 ext_eof PIC X(1) VALUE "N".
        77 ext_code PIC X(2).
        77 ext_subject PIC 9 VALUE 0.
        77 ext_written PIC 9(7) VALUE 0.
        77 ext_ns PIC 9(7) VALUE 0.
        77 ext_nc PIC 9(7) VALUE 0.
        77 ext_sc PIC 9(7) VALUE 0.
        77 ext_sa PIC 9(7) VALUE 0.
        77 ext_sd PIC 9(7) VALUE 0.
        77 ext_gp PIC 9(7) VALUE 0.
      * course/section/term (subject changes) or course/section/
      * grade/term (grade postings) as the audit entry records them
        01 ext_value PIC X(30).
        01 ext_subject_view REDEFINES ext_value.
         02 ext_val_course PIC X(10).
         02 FILLER PIC X(1).
         02 ext_val_sect PIC X(5).
         02 FILLER PIC X(1).
         02 ext_val_term PIC X(6).
         02 FILLER PIC X(7).
        01 ext_grade_view REDEFINES ext_value.
         02 FILLER PIC X(17).
         02 ext_val_grade PIC X(4).
         02 FILLER PIC X(1).
         02 ext_val_gterm PIC X(6).
         02 FILLER PIC X(2).
        01 fee_table.
         02 fee_entry OCCURS 50 TIMES.
          03 fee_tab_type PIC X(1).
          03 fee_tab_code PIC X(10).
          03 fee_tab_desc PIC X(20).
          03 fee_tab_amount PIC 9(5)V99.
        01 stmt_detail.
         02 stmt_date PIC 9(8).
         02 FILLER PIC X(1) VALUE SPACE.
         02 stmt_type PIC X(1).
         02 FILLER PIC X(1) VALUE SPACE.
         02 stmt_term PIC X(6).
         02 FILLER PIC X(1) VALUE SPACE.
         02 stmt_ref PIC X(16).
         02 FILLER PIC X(1) VALUE SPACE.
         02 stmt_desc PIC X(20).
         02 FILLER PIC X(1) VALUE SPACE.
         02 stmt_amount PIC ZZZ,ZZ9.99.
         02 FILLER PIC X(1) VALUE SPACE.
         02 stmt_balance PIC -Z,ZZZ,ZZ9.99.
        01 stmt_col_header.
         02 FILLER PIC X(9) VALUE "Date".
         02 FILLER PIC X(2) VALUE "T".
         02 FILLER PIC X(7) VALUE "Term".
         02 FILLER PIC X(17) VALUE "Reference".
         02 FILLER PIC X(21) VALUE "Description".
         02 FILLER PIC X(11) VALUE "    Amount".
         02 FILLER PIC X(13) VALUE "      Balance".
      * waitlist kept first come first served
        01 waitlist.
         02 wl_entry OCCURS 400 TIMES.
          03 wl_coursecode PIC X(10).
          03 wl_csection PIC X(5).
          03 wl_snum PIC X(10).
          03 wl_term PIC X(6).
      * catalog sized for the current term's offerings and the next
      * term's alongside
        01 catalog.
         02 catalog_entry OCCURS 200 TIMES.
          03 cat_coursecode PIC X(10).
          03 cat_csection PIC X(5).
      * A if offered, R if retired
          03 cat_end PIC 9(4).
      * blank means the course has no prerequisite
          03 cat_prereq PIC X(10).
          03 cat_units PIC 9.
          03 cat_instructor PIC X(8).
          03 cat_term PIC X(6).

       PROCEDURE DIVISION.
        MAINLINE.
         ACCEPT run_date FROM DATE YYYYMMDD.
         ACCEPT job_cmdline FROM COMMAND-LINE.
         IF job_cmdline(1:3) = "JOB" OR job_cmdline(1:3) = "job"
          MOVE 1 TO job_mode
          PERFORM JOB_SIGN_ON
         ELSE
          PERFORM SIGN_ON
         END-IF.
         PERFORM LOAD_TERM_CONTROL.
         PERFORM CONVERT_OLD_FILES.
         PERFORM OPEN_STUDENT_FILE.
         PERFORM OPEN_ENROLL_FILE.
         PERFORM OPEN_LEDGER_FILE.
         PERFORM OPEN_STANDING_FILE.
         PERFORM COUNT_STUDENTS.
         PERFORM MIGRATE_ENROLLMENTS.
         PERFORM LOAD_COURSES.
         PERFORM LOAD_WAITLIST.
         PERFORM LOAD_FEES.
         PERFORM LOAD_CURRICULA.
         PERFORM LOAD_FACULTY.
         IF job_mode = 1
          PERFORM JOB_STREAM
         ELSE
          PERFORM MAIN-MENU UNTIL EXITED = 1
         END-IF.
         CLOSE STUDENT-FILE.
         CLOSE ENROLL-FILE.
         CLOSE LEDGER-FILE.
         CLOSE STANDING-FILE.
         PERFORM SAVE_COURSES.
         PERFORM SAVE_WAITLIST.
         MOVE job_max_rc TO RETURN-CODE.
         STOP RUN.

        MAIN-MENU.
        DISPLAY "[23] Section grade statistics report".
        DISPLAY "[24] Apply registrar transaction file".
        DISPLAY "[25] Printed timetable for ONE student".
        DISPLAY "[26] Cashier and fees".
        DISPLAY "[27] Academic standing".
        DISPLAY "[28] Degree programs and audit".
        DISPLAY "[29] Grade finalization and changes".
        DISPLAY "[30] Term control and advance registration".
        DISPLAY "[31] Daily change extract".
        DISPLAY "[32] Exit".
        DISPLAY "Choice: " WITH NO ADVANCING.
        ACCEPT CHOICE.

         ACCEPT lname_temp
         DISPLAY "Enter student number: " WITH NO ADVANCING
         ACCEPT looking_for
         DISPLAY "Enter degree program (blank if undeclared): " WITH
           NO ADVANCING
         ACCEPT prog_temp
         PERFORM CHECK_PROGRAM_CODE
         MOVE lname_temp TO rec_surname
         MOVE fname_temp TO rec_firstname
         MOVE looking_for TO rec_snum
         MOVE "A" TO rec_status
         MOVE "N" TO rec_hold
         MOVE prog_temp TO rec_program
         MOVE 0 TO rec_has_subjects
         MOVE 5 TO rec_subj_slot
         MOVE 1 TO rec_subj_count
           MOVE SPACES TO audit_old
           MOVE rec_surname TO audit_new
           PERFORM AUDIT_LOG
           IF rec_program NOT = SPACES
            MOVE "ADD-PROGRAM" TO audit_field
            MOVE SPACES TO audit_old
            MOVE rec_program TO audit_new
            PERFORM AUDIT_LOG
           END-IF
           ADD 1 TO SCOUNT GIVING SCOUNT
         END-WRITE

          DISPLAY " "
          DISPLAY "Name: " rec_firstname
          DISPLAY "Surname: " rec_surname
          DISPLAY "Program: " rec_program
          DISPLAY " "
          DISPLAY "Edit which information?"
          DISPLAY "[1] First name"
          DISPLAY "[2] Surname"
          DISPLAY "[3] Both"
          DISPLAY "[4] Degree program"
          DISPLAY "Choice: " WITH NO ADVANCING
          ACCEPT CHOICE


           END-IF

          ELSE

          IF CHOICE = 4

           DISPLAY " "
           DISPLAY "Enter degree program (blank if undeclared): " WITH
             NO ADVANCING
           ACCEPT prog_temp
           MOVE 0 TO cur_prog_found
           IF prog_temp NOT = SPACES
            PERFORM CURRIC_FIND_PROGRAM
           END-IF
           IF prog_temp NOT = SPACES AND cur_prog_found = 0
            DISPLAY " "
            DISPLAY "Program not in CURRIC.DAT. Returning to menu..."
            DISPLAY " "
           ELSE
            DISPLAY " "
            DISPLAY "Program: " prog_temp
            DISPLAY " "
            DISPLAY "Accept changes? [y/n]: " WITH NO ADVANCING
            ACCEPT yes_or_no
            IF yes_or_no = "y"
             MOVE rec_snum TO audit_snum
             MOVE "PROGRAM" TO audit_field
             MOVE rec_program TO audit_old
             MOVE prog_temp TO audit_new
             PERFORM AUDIT_LOG
             MOVE prog_temp TO rec_program
             REWRITE STUDENT-FILE-RECORD
             DISPLAY " "
             DISPLAY "Degree program successfully changed."
             DISPLAY " "
            ELSE
             DISPLAY " "
             DISPLAY "Operation terminated. Returning to menu..."
             DISPLAY " "
            END-IF
           END-IF

          END-IF

          END-IF

          END-IF

         MOVE 0 TO cat_exited
         PERFORM CATALOG_MENU UNTIL cat_exited = 1
         MOVE trm_current TO sel_term

        ELSE


        ELSE

      * cashier, fee schedule and student ledger sub-menu
        IF CHOICE = 26

         MOVE 0 TO csh_exited
         PERFORM CASHIER_MENU UNTIL csh_exited = 1

        ELSE

      * term standing run and its thresholds
        IF CHOICE = 27

         MOVE 0 TO std_exited
         PERFORM STANDING_MENU UNTIL std_exited = 1

        ELSE

      * curricula and degree audit sub-menu
        IF CHOICE = 28

         MOVE 0 TO dga_exited
         PERFORM DEGREE_MENU UNTIL dga_exited = 1

        ELSE

      * finalize sections, grade-change requests and INC lapses
        IF CHOICE = 29

         MOVE 0 TO gcm_exited
         PERFORM GRADE_CHANGE_MENU UNTIL gcm_exited = 1

        ELSE

      * current and next term, pre-registration and reconciliation
        IF CHOICE = 30

         MOVE 0 TO trm_exited
         PERFORM TERM_MENU UNTIL trm_exited = 1

        ELSE

      * change extract for billing and the learning system
        IF CHOICE = 31

         MOVE 0 TO ext_exited
         PERFORM EXTRACT_MENU UNTIL ext_exited = 1

        ELSE

      * Exit function
        IF CHOICE = 32

         MOVE 1 TO EXITED

        ELSE
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF.

        FIND_STUDENT.
          DISPLAY "Unable to open STUDENTS.DAT. File status "
           student_file_status
          DISPLAY "Cannot continue without the student master."
          DISPLAY "A STUDENTS.DAT of the older layout must be renamed"
           " STUDENTS.OLD to be converted."
          STOP RUN
         END-IF.

           MOVE "Y" TO enr_eof
          NOT AT END
           IF enr_coursecode = search_coursecode AND
             enr_csection = search_section AND
             enr_term = sel_term
            MOVE enr_snum TO looking_for
            PERFORM REREAD_STUDENT
            IF found_student = 1 AND rec_status = "A"
         DISPLAY "Surname: " rec_surname.
         DISPLAY "Student number: " rec_snum.
         PERFORM SHOW_STATUS_NAME.
         IF rec_hold = "Y"
          DISPLAY "Hold: past-due balance"
         END-IF.
         IF rec_program NOT = SPACES
          DISPLAY "Program: " rec_program
         END-IF.
         DISPLAY " ".
         DISPLAY "                  SUBJECTS".
         DISPLAY " ".
         PERFORM LOAD_STUDENT_ENROLLMENTS.
         PERFORM SHOW_ALL_SUBJECTS VARYING subj_iterator FROM 1 BY 1
          UNTIL subj_iterator GREATER THAN enr_count.
         IF trm_next NOT = SPACES
          MOVE trm_next TO sel_term
          PERFORM LOAD_STUDENT_ENROLLMENTS
          IF enr_count > 0
           DISPLAY "         PRE-REGISTERED FOR " trm_next
           DISPLAY " "
           PERFORM SHOW_ALL_SUBJECTS VARYING subj_iterator FROM 1
            BY 1 UNTIL subj_iterator GREATER THAN enr_count
          END-IF
          MOVE trm_current TO sel_term
         END-IF.

        SHOW_ALL_SUBJECTS.
         DISPLAY "Course: " enr_tab_course(subj_iterator).
           MOVE batch_surname TO rec_surname
           MOVE batch_snum TO rec_snum
           MOVE "A" TO rec_status
           MOVE "N" TO rec_hold
           MOVE batch_program TO prog_temp
           PERFORM CHECK_PROGRAM_CODE
           MOVE prog_temp TO rec_program
           MOVE 0 TO rec_has_subjects
           MOVE 5 TO rec_subj_slot
           MOVE 1 TO rec_subj_count
             MOVE SPACES TO audit_old
             MOVE rec_surname TO audit_new
             PERFORM AUDIT_LOG
             IF rec_program NOT = SPACES
              MOVE "ADD-PROGRAM" TO audit_field
              MOVE SPACES TO audit_old
              MOVE rec_program TO audit_new
              PERFORM AUDIT_LOG
             END-IF
             ADD 1 TO SCOUNT
             ADD 1 TO batch_count
           END-WRITE
         IF course_file_status = "00"
          MOVE "N" TO eof_switch
          PERFORM READ_ONE_COURSE UNTIL eof_switch = "Y" OR CCOUNT >
           200
          CLOSE COURSE-FILE
         END-IF.

            MOVE 0 TO cat_maxseats(CCOUNT)
           END-IF
           MOVE crec_prereq TO cat_prereq(CCOUNT)
           IF crec_units IS NUMERIC
            MOVE crec_units TO cat_units(CCOUNT)
           ELSE
            MOVE 0 TO cat_units(CCOUNT)
           END-IF
           MOVE crec_instructor TO cat_instructor(CCOUNT)
           IF crec_term = SPACES
            MOVE trm_current TO cat_term(CCOUNT)
           ELSE
            MOVE crec_term TO cat_term(CCOUNT)
           END-IF
           INSPECT crec_days CONVERTING "mtwhfsu" TO "MTWHFSU"
           MOVE crec_days TO cat_days(CCOUNT)
           IF crec_start IS NUMERIC
         MOVE cat_start(io_iterator) TO crec_start.
         MOVE cat_end(io_iterator) TO crec_end.
         MOVE cat_prereq(io_iterator) TO crec_prereq.
         MOVE cat_units(io_iterator) TO crec_units.
         MOVE cat_instructor(io_iterator) TO crec_instructor.
         MOVE cat_term(io_iterator) TO crec_term.
         WRITE COURSE-FILE-RECORD.

        FIND_COURSE.
         IF cat_coursecode(cat_iterator) = course_temp AND
           cat_csection(cat_iterator) = section_temp AND
           cat_term(cat_iterator) = sel_term
          MOVE cat_iterator TO cat_chosen
          IF cat_status(cat_iterator) = "A"
           MOVE 1 TO cat_found

        CATALOG_MENU.
         DISPLAY " ".
         IF sel_term NOT = SPACES
          DISPLAY "Working term: " sel_term
         END-IF.
         DISPLAY "[1] Add catalog entry".
         DISPLAY "[2] Retire catalog entry".
         DISPLAY "[3] List course catalog".
         DISPLAY "[4] Add or update faculty member".
         DISPLAY "[5] List faculty".
         DISPLAY "[6] Assign instructor to a section".
         DISPLAY "[7] Faculty teaching-load report".
         DISPLAY "[8] Section fill-rate and waitlist report".
         DISPLAY "[9] Switch between current and next term".
         DISPLAY "[10] Return to main menu".
         DISPLAY "Choice: " WITH NO ADVANCING.
         ACCEPT cat_choice.
         IF cat_choice = 1
          PERFORM CATALOG_LIST
         ELSE
         IF cat_choice = 4
          PERFORM FACULTY_SET_ENTRY
         ELSE
         IF cat_choice = 5
          PERFORM FACULTY_LIST
         ELSE
         IF cat_choice = 6
          PERFORM ASSIGN_INSTRUCTOR
         ELSE
         IF cat_choice = 7
          PERFORM FACULTY_LOAD_REPORT
         ELSE
         IF cat_choice = 8
          PERFORM SECTION_FILL_REPORT
         ELSE
         IF cat_choice = 9
          PERFORM CATALOG_SWITCH_TERM
         ELSE
         IF cat_choice = 10
          MOVE 1 TO cat_exited
         ELSE
          DISPLAY " "
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

      * the catalog functions work on one term at a time; the menu
      * starts on the current term
        CATALOG_SWITCH_TERM.
         DISPLAY " ".
         IF trm_next = SPACES
          DISPLAY "No next term is open. Set one from term control."
         ELSE
          IF sel_term = trm_next
           MOVE trm_current TO sel_term
          ELSE
           MOVE trm_next TO sel_term
          END-IF
          DISPLAY "Catalog functions now work on term " sel_term "."
         END-IF.

        CATALOG_ADD_ENTRY.
         IF CCOUNT = 201
          DISPLAY " "
          DISPLAY "Course catalog is full. Entry not added."
          DISPLAY " "
          DISPLAY "Prerequisite course (blank if none): " WITH NO
           ADVANCING
          ACCEPT prereq_temp
          DISPLAY "Units: " WITH NO ADVANCING
          ACCEPT units_temp
          MOVE 0 TO cat_found
          MOVE 0 TO cat_chosen
          PERFORM FIND_COURSE VARYING cat_iterator FROM 1 BY 1
           MOVE start_temp TO cat_start(cat_chosen)
           MOVE end_temp TO cat_end(cat_chosen)
           MOVE prereq_temp TO cat_prereq(cat_chosen)
           MOVE units_temp TO cat_units(cat_chosen)
      * the instructor stays only if the new times do not clash with
      * a section given to them while this one was retired
           MOVE cat_instructor(cat_chosen) TO fac_old_id
           MOVE 0 TO clash_found
           IF fac_old_id NOT = SPACES
            MOVE fac_old_id TO fac_id_temp
            PERFORM FACULTY_CLASH_CHECK
           END-IF
           DISPLAY " "
           DISPLAY "Retired catalog entry reactivated."
           IF clash_found = 1
            MOVE SPACES TO cat_instructor(cat_chosen)
            DISPLAY "Instructor " fac_old_id " already teaches "
              clash_course " " clash_sect " at an overlapping time."
            DISPLAY "Section left unassigned."
           END-IF
           DISPLAY " "
           MOVE course_temp TO audit_snum
           MOVE "CAT-REACTIVATE" TO audit_field
           MOVE SPACES TO audit_old
           STRING "R " DELIMITED BY SIZE
            fac_old_id DELIMITED BY SIZE
            INTO audit_old
           MOVE SPACES TO audit_new
           STRING "A " DELIMITED BY SIZE
            cat_instructor(cat_chosen) DELIMITED BY SIZE
            INTO audit_new
           PERFORM AUDIT_LOG
           PERFORM SAVE_COURSES
          ELSE
           MOVE start_temp TO cat_start(CCOUNT)
           MOVE end_temp TO cat_end(CCOUNT)
           MOVE prereq_temp TO cat_prereq(CCOUNT)
           MOVE units_temp TO cat_units(CCOUNT)
           MOVE SPACES TO cat_instructor(CCOUNT)
           MOVE sel_term TO cat_term(CCOUNT)
           ADD 1 TO CCOUNT
           DISPLAY " "
           DISPLAY "Catalog entry successfully added."
         IF CCOUNT = 1
          DISPLAY "Course catalog is empty."
         ELSE
          IF sel_term NOT = SPACES
           DISPLAY "Term " sel_term
          END-IF
          DISPLAY "Course     Sect. Status Seats Days    Time"
          PERFORM SHOW_CATALOG_ENTRY VARYING cat_iterator FROM 1 BY 1
           UNTIL cat_iterator > CCOUNT - 1
         DISPLAY " ".

        SHOW_CATALOG_ENTRY.
         IF cat_term(cat_iterator) = sel_term
          DISPLAY cat_coursecode(cat_iterator) " " cat_csection(cat_i
      -terator) " " cat_status(cat_iterator) "      " cat_maxseats(ca
      -t_iterator) "   " cat_days(cat_iterator) " "
            cat_start(cat_iterator) "-" cat_end(cat_iterator)
          IF cat_prereq(cat_iterator) NOT = SPACES
           DISPLAY "           prereq: " cat_prereq(cat_iterator)
          END-IF
          IF cat_instructor(cat_iterator) NOT = SPACES
           DISPLAY "           instructor: "
             cat_instructor(cat_iterator)
          END-IF
         ELSE
          NEXT SENTENCE
         END-IF.

        DROP_SUBJECT.
          DISPLAY "Surname: " rec_surname
          DISPLAY " "
          PERFORM LOAD_STUDENT_ENROLLMENTS
          IF prereg_mode = 1
           DISPLAY "Pre-registrations for term " sel_term
          END-IF
          IF enr_count = 0
           DISPLAY "Student has no subjects to drop."
           DISPLAY " "
            DISPLAY "Operation terminated."
            DISPLAY " "
           ELSE
            MOVE enr_tab_course(drop_pick) TO course_temp
            MOVE enr_tab_sect(drop_pick) TO section_temp
            PERFORM ENROLL_CHECK_FINAL
            DISPLAY " "
            DISPLAY "Course: " enr_tab_course(drop_pick)
            DISPLAY "Section: " enr_tab_sect(drop_pick)
            IF drop_final = 1
             DISPLAY " "
             DISPLAY "Grade is final. File a grade-change request."
             DISPLAY "Operation terminated."
             DISPLAY " "
            ELSE
             DISPLAY " "
             DISPLAY "Drop this subject? [y/n]: " WITH NO ADVANCING
             ACCEPT yes_or_no
             IF yes_or_no = "y"
              MOVE rec_snum TO audit_snum
              MOVE SPACES TO audit_old
              IF prereg_mode = 1
               MOVE "PREREG-DROP" TO audit_field
               STRING course_temp DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                section_temp DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                sel_term DELIMITED BY SIZE
                INTO audit_old
              ELSE
               MOVE "DROP-SUBJECT" TO audit_field
               STRING course_temp DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                section_temp DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                sel_term DELIMITED BY SIZE
                INTO audit_old
              END-IF
              MOVE SPACES TO audit_new
              PERFORM AUDIT_LOG
              PERFORM ENROLL_DROP
              DISPLAY " "
              DISPLAY "Subject successfully dropped."
              DISPLAY " "
              PERFORM LEDGER_DROP_CREDIT
              PERFORM OFFER_FREED_SEAT
             ELSE
              DISPLAY " "
              DISPLAY "Operation terminated."
              DISPLAY " "
             END-IF
            END-IF
           END-IF
          END-IF
           MOVE "Y" TO enr_eof
          NOT AT END
           IF enr_coursecode = search_coursecode AND
             enr_csection = search_section AND
             enr_term = sel_term
            ADD 1 TO roster_match_count
            MOVE enr_snum TO looking_for
            PERFORM REREAD_STUDENT
            END-IF
            DISPLAY lname_temp " " fname_temp " " enr_snum
            DISPLAY "Current grade: " enr_grade
            IF enr_final = "Y"
             DISPLAY "Grade is final. File a grade-change request."
             MOVE SPACES TO grade_temp
            ELSE
             DISPLAY "Enter grade (blank to keep): " WITH NO ADVANC
      -ING
             ACCEPT grade_temp
            END-IF
            IF grade_temp NOT = SPACES
             MOVE enr_snum TO audit_snum
             MOVE "GRADE" TO audit_field
              search_section DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              grade_temp DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              enr_term DELIMITED BY SIZE
              INTO audit_new
             PERFORM AUDIT_LOG
             MOVE grade_temp TO enr_grade
          DISPLAY " "
          DISPLAY "Unable to open STUDENTS.CSV for export."
          DISPLAY " "
          MOVE 8 TO job_step_rc
          MOVE "unable to open STUDENTS.CSV" TO job_msg
         ELSE
          MOVE SPACES TO CSV-FILE-RECORD
          STRING "student_number,surname,firstname,status"
           MOVE "Y" TO enr_eof
          NOT AT END
           IF enr_coursecode = course_temp AND
             enr_csection = section_temp AND
             enr_term = sel_term
            ADD 1 TO section_enrolled
           END-IF
         END-READ.
         END-START.

      * fills the working table with the enrollments of the student
      * whose master record is in hand, for the term in sel_term
        LOAD_STUDENT_ENROLLMENTS.
         MOVE 0 TO enr_count.
         MOVE rec_snum TO enr_snum.
         MOVE sel_term TO enr_term.
         MOVE LOW-VALUES TO enr_coursecode.
         MOVE LOW-VALUES TO enr_csection.
         START ENROLL-FILE KEY NOT < enr_key
          AT END
           MOVE "Y" TO enr_eof
          NOT AT END
           IF enr_snum NOT = rec_snum OR enr_term NOT = sel_term
            MOVE "Y" TO enr_eof
           ELSE
            IF enr_count < 12
          DISPLAY " "
         ELSE
          MOVE looking_for TO enr_snum
          MOVE sel_term TO enr_term
          MOVE course_temp TO enr_coursecode
          MOVE section_temp TO enr_csection
          MOVE units_temp TO enr_units
          MOVE SPACES TO enr_grade
          MOVE "N" TO enr_final
          IF prereq_prov = 1
           MOVE "P" TO enr_prov
          ELSE
           MOVE "N" TO enr_prov
          END-IF
          WRITE ENROLL-FILE-RECORD
           INVALID KEY
            DISPLAY " "
            MOVE 1 TO enroll_ok
          END-WRITE
         END-IF.
         MOVE 0 TO prereq_prov.

        COUNT_STUDENT_ENROLLED.
         MOVE 0 TO stu_enr_count.
         MOVE looking_for TO enr_snum.
         MOVE sel_term TO enr_term.
         MOVE LOW-VALUES TO enr_coursecode.
         MOVE LOW-VALUES TO enr_csection.
         START ENROLL-FILE KEY NOT < enr_key
          AT END
           MOVE "Y" TO enr_eof
          NOT AT END
           IF enr_snum NOT = looking_for OR enr_term NOT = sel_term
            MOVE "Y" TO enr_eof
           ELSE
            ADD 1 TO stu_enr_count
        ENROLL_DROP.
         MOVE 0 TO enroll_ok.
         MOVE looking_for TO enr_snum.
         MOVE sel_term TO enr_term.
         MOVE course_temp TO enr_coursecode.
         MOVE section_temp TO enr_csection.
         DELETE ENROLL-FILE RECORD
           MOVE 1 TO enroll_ok
         END-DELETE.

      * a finalized grade leaves ENROLL.DAT only through the rollover;
      * dropping the subject would lose it
        ENROLL_CHECK_FINAL.
         MOVE 0 TO drop_final.
         MOVE looking_for TO enr_snum.
         MOVE sel_term TO enr_term.
         MOVE course_temp TO enr_coursecode.
         MOVE section_temp TO enr_csection.
         READ ENROLL-FILE
          INVALID KEY
           MOVE 0 TO drop_final
          NOT INVALID KEY
           IF enr_final = "Y"
            MOVE 1 TO drop_final
           END-IF
         END-READ.

      * removes every enrollment record for the student named in
      * looking_for, working off the file itself so nothing outside
      * the working table can be left behind; only sel_term's unless
      * drop_all_terms is set, which is then put back
        ENROLL_DROP_ALL.
         MOVE "N" TO enr_eof.
         PERFORM ENROLL_DROP_NEXT UNTIL enr_eof = "Y".
         MOVE 0 TO drop_all_terms.

      * repositions to the top of the student's key range each time
      * and deletes the first record found there
        ENROLL_DROP_NEXT.
         MOVE looking_for TO enr_snum.
         IF drop_all_terms = 1
          MOVE LOW-VALUES TO enr_term
         ELSE
          MOVE sel_term TO enr_term
         END-IF.
         MOVE LOW-VALUES TO enr_coursecode.
         MOVE LOW-VALUES TO enr_csection.
         START ENROLL-FILE KEY NOT < enr_key
           AT END
            MOVE "Y" TO enr_eof
           NOT AT END
            IF enr_snum NOT = looking_for OR
              (drop_all_terms = 0 AND enr_term NOT = sel_term)
             MOVE "Y" TO enr_eof
            ELSE
             DELETE ENROLL-FILE RECORD
          DISPLAY "Unable to open ENROLL.DAT. File status "
           enroll_file_status
          DISPLAY "Cannot continue without the enrollment file."
          DISPLAY "An ENROLL.DAT of the older layout must be renamed"
           " ENROLL.OLD to be converted."
          STOP RUN
         END-IF.

      * one-time copy of STUDENTS.OLD and ENROLL.OLD into the current
      * layouts, made only while the new file does not exist yet; a
      * no-op once the old files are gone. Converted students carry
      * no hold and no program; converted enrollments take the
      * current term (blank before one is named, to be filed under
      * it when it is), and are neither final nor provisional.
        CONVERT_OLD_FILES.
         OPEN INPUT STUDOLD-FILE.
         IF studold_file_status = "00"
          OPEN INPUT STUDENT-FILE
          IF student_file_status = "00"
           CLOSE STUDENT-FILE
          ELSE
          IF student_file_status = "35"
           PERFORM CONVERT_STUDENTS
          END-IF
          END-IF
          CLOSE STUDOLD-FILE
         END-IF.
         OPEN INPUT ENROLD-FILE.
         IF enrold_file_status = "00"
          OPEN INPUT ENROLL-FILE
          IF enroll_file_status = "00"
           CLOSE ENROLL-FILE
          ELSE
          IF enroll_file_status = "35"
           PERFORM CONVERT_ENROLLMENTS
          END-IF
          END-IF
          CLOSE ENROLD-FILE
         END-IF.

        CONVERT_STUDENTS.
         OPEN OUTPUT STUDENT-FILE.
         IF student_file_status NOT = "00"
          DISPLAY "Unable to create STUDENTS.DAT. File status "
           student_file_status
         ELSE
          MOVE 0 TO cnv_count
          MOVE "N" TO cnv_eof
          PERFORM CONVERT_ONE_STUDENT UNTIL cnv_eof = "Y"
          CLOSE STUDENT-FILE
          DISPLAY cnv_count " student record(s) converted from"
           " STUDENTS.OLD."
         END-IF.

        CONVERT_ONE_STUDENT.
         READ STUDOLD-FILE NEXT RECORD
          AT END
           MOVE "Y" TO cnv_eof
          NOT AT END
           MOVE orec_surname TO rec_surname
           MOVE orec_firstname TO rec_firstname
           MOVE orec_snum TO rec_snum
           MOVE orec_status TO rec_status
           MOVE orec_has_subjects TO rec_has_subjects
           MOVE orec_subj_slot TO rec_subj_slot
           MOVE orec_subj_count TO rec_subj_count
           MOVE orec_subjects TO rec_subjects
           MOVE "N" TO rec_hold
           MOVE SPACES TO rec_program
           WRITE STUDENT-FILE-RECORD
            INVALID KEY
             DISPLAY "Student " rec_snum " not converted."
            NOT INVALID KEY
             ADD 1 TO cnv_count
           END-WRITE
         END-READ.

        CONVERT_ENROLLMENTS.
         OPEN OUTPUT ENROLL-FILE.
         IF enroll_file_status NOT = "00"
          DISPLAY "Unable to create ENROLL.DAT. File status "
           enroll_file_status
         ELSE
          MOVE 0 TO cnv_count
          MOVE "N" TO cnv_eof
          PERFORM CONVERT_ONE_ENROLLMENT UNTIL cnv_eof = "Y"
          CLOSE ENROLL-FILE
          DISPLAY cnv_count " enrollment(s) converted from ENROLL.OLD."
         END-IF.

        CONVERT_ONE_ENROLLMENT.
         READ ENROLD-FILE NEXT RECORD
          AT END
           MOVE "Y" TO cnv_eof
          NOT AT END
           MOVE oenr_snum TO enr_snum
           MOVE trm_current TO enr_term
           MOVE oenr_coursecode TO enr_coursecode
           MOVE oenr_csection TO enr_csection
           MOVE oenr_units TO enr_units
           MOVE oenr_grade TO enr_grade
           MOVE "N" TO enr_final
           MOVE "N" TO enr_prov
           WRITE ENROLL-FILE-RECORD
            INVALID KEY
             DISPLAY "Enrollment of " enr_snum " in " enr_coursecode
              " " enr_csection " not converted."
            NOT INVALID KEY
             ADD 1 TO cnv_count
           END-WRITE
         END-READ.

      * one-time carry of subjects still held in master records into
      * the enrollment file; a no-op once every record is clean
        MIGRATE_ENROLLMENTS.

        MIGRATE_ONE_SUBJECT.
         MOVE rec_snum TO enr_snum.
         MOVE trm_current TO enr_term.
         MOVE rec_coursecode(subj_iterator) TO enr_coursecode.
         MOVE rec_csection(subj_iterator) TO enr_csection.
         MOVE rec_units(subj_iterator) TO enr_units.
         MOVE rec_grade(subj_iterator) TO enr_grade.
         MOVE "N" TO enr_final.
         MOVE "N" TO enr_prov.
         WRITE ENROLL-FILE-RECORD
          INVALID KEY
           MOVE 0 TO enroll_ok
           PERFORM SHOW_STATUS_NAME
           DISPLAY "Student is not active. Subject not added."
           DISPLAY " "
          ELSE
          IF rec_hold = "Y"
           DISPLAY "Student is on hold for a past-due balance."
           DISPLAY "Subject not added until the hold is cleared."
           DISPLAY " "
          ELSE
           PERFORM LOAD_STUDENT_ENROLLMENTS
           IF prereg_mode = 1
            DISPLAY "Pre-registering for term " sel_term
           END-IF
           DISPLAY "Number of subjects: " enr_count
           MOVE 0 TO cat_found
           MOVE 0 TO cat_cancel
           PERFORM GET_CATALOG_SUBJECT
            UNTIL cat_found = 1 OR cat_cancel = 1
           MOVE 0 TO prereq_override
           MOVE 0 TO prereq_prov
           IF cat_found = 1 AND
             cat_prereq(cat_chosen) NOT = SPACES
            MOVE cat_prereq(cat_chosen) TO prereq_code
            PERFORM CHECK_PREREQ
            IF prereq_prov = 1
             DISPLAY " "
             DISPLAY "Prerequisite " prereq_code " is in progress this"
      -      " term; taken as met until it is graded."
            END-IF
            IF prereq_met = 0
             DISPLAY " "
             DISPLAY "Prerequisite " prereq_code " not satisfied."
             DISPLAY "Subject successfully added."
             DISPLAY " "
             MOVE rec_snum TO audit_snum
             MOVE SPACES TO audit_old
             MOVE SPACES TO audit_new
             IF prereg_mode = 1
              MOVE "PREREG-ADD" TO audit_field
              STRING course_temp DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               section_temp DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               sel_term DELIMITED BY SIZE
               INTO audit_new
             ELSE
              MOVE "ADD-SUBJECT" TO audit_field
              STRING course_temp DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               section_temp DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               sel_term DELIMITED BY SIZE
               INTO audit_new
             END-IF
             PERFORM AUDIT_LOG
             IF prereq_override = 1
              MOVE "PREREQ-OVERRIDE" TO audit_field
            DISPLAY " "
           END-IF
          END-IF
          END-IF
         END-IF.

        WAITLIST_ADD.
      - "on."
          DISPLAY " "
         ELSE
         IF WCOUNT = 401
          DISPLAY " "
          DISPLAY "Waitlist is full."
          DISPLAY " "
          MOVE course_temp TO wl_coursecode(WCOUNT)
          MOVE section_temp TO wl_csection(WCOUNT)
          MOVE looking_for TO wl_snum(WCOUNT)
          MOVE sel_term TO wl_term(WCOUNT)
          ADD 1 TO WCOUNT
          PERFORM SAVE_WAITLIST
          MOVE looking_for TO audit_snum
         IF wl_found = 0 AND
           wl_coursecode(wl_i) = course_temp AND
           wl_csection(wl_i) = section_temp AND
           wl_term(wl_i) = sel_term AND
           (wl_snum(wl_i) = looking_for OR wl_match_any = 1)
          MOVE wl_i TO wl_found
         ELSE
          DISPLAY " "
          PERFORM WAITLIST_REMOVE_ENTRY
         ELSE
      * a held student keeps their place until the hold is cleared
         IF rec_hold = "Y"
          DISPLAY " "
          DISPLAY "Waitlisted student is on hold for a past-due bal"
      -   "ance."
          DISPLAY "Waitlist entry kept."
          DISPLAY " "
         ELSE
          DISPLAY "Enter units: " WITH NO ADVANCING
          ACCEPT units_temp
          PERFORM WAITLIST_SEAT_PREREQ
          PERFORM ENROLL_ADD
          IF enroll_ok = 1
           MOVE rec_snum TO audit_snum
           STRING course_temp DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            section_temp DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            sel_term DELIMITED BY SIZE
            INTO audit_new
           PERFORM AUDIT_LOG
           DISPLAY " "
           PERFORM WAITLIST_REMOVE_ENTRY
          END-IF
         END-IF
         END-IF
         END-IF.

      * a seat taken off next term's waitlist is flagged the way the
      * add screen would have flagged it
        WAITLIST_SEAT_PREREQ.
         MOVE 0 TO prereq_prov.
         IF trm_next NOT = SPACES AND sel_term = trm_next
          MOVE 0 TO cat_found
          MOVE 0 TO cat_chosen
          PERFORM FIND_COURSE VARYING cat_iterator FROM 1 BY 1
           UNTIL cat_iterator > CCOUNT - 1
          IF cat_chosen > 0
           IF cat_prereq(cat_chosen) NOT = SPACES
            MOVE cat_prereq(cat_chosen) TO prereq_code
            PERFORM LOAD_STUDENT_ENROLLMENTS
            PERFORM CHECK_PREREQ
           END-IF
          END-IF
         END-IF.

        WAITLIST_REMOVE_ENTRY.
         IF waitlist_file_status = "00"
          MOVE "N" TO eof_switch
          PERFORM READ_ONE_WAITLIST UNTIL eof_switch = "Y" OR WCOUNT
           > 400
          CLOSE WAITLIST-FILE
         END-IF.

           MOVE wrec_coursecode TO wl_coursecode(WCOUNT)
           MOVE wrec_csection TO wl_csection(WCOUNT)
           MOVE wrec_snum TO wl_snum(WCOUNT)
           IF wrec_term = SPACES
            MOVE trm_current TO wl_term(WCOUNT)
           ELSE
            MOVE wrec_term TO wl_term(WCOUNT)
           END-IF
           ADD 1 TO WCOUNT
         END-READ.

         MOVE wl_coursecode(io_iterator) TO wrec_coursecode.
         MOVE wl_csection(io_iterator) TO wrec_csection.
         MOVE wl_snum(io_iterator) TO wrec_snum.
         MOVE wl_term(io_iterator) TO wrec_term.
         WRITE WAITLIST-FILE-RECORD.

        ARCHIVE_STUDENTS.
           DISPLAY " "
           DISPLAY "Name: " rec_firstname
           DISPLAY "Surname: " rec_surname
           IF rec_program NOT = SPACES
            MOVE 0 TO dga_print
            PERFORM DGA_EVALUATE
            DISPLAY "Degree audit for " rec_program ": " dga_verdict
            IF dga_verdict NOT = "COMPLETE"
             DISPLAY "Program requirements are not all met."
            END-IF
           END-IF
           DISPLAY " "
           DISPLAY "Archive and remove this student? [y/n]: " WITH N
      -O ADVANCING
             MOVE term_temp TO audit_new
             PERFORM AUDIT_LOG
             DELETE STUDENT-FILE RECORD
             MOVE 1 TO drop_all_terms
             PERFORM ENROLL_DROP_ALL
             SUBTRACT 1 FROM SCOUNT
             DISPLAY " "
          DISPLAY " "
          DISPLAY "GRADEIN.DAT not found."
          DISPLAY " "
          MOVE 8 TO job_step_rc
          MOVE "GRADEIN.DAT not found" TO job_msg
         ELSE
          PERFORM GRADEIN_READ_HEADER
         IF gin_header_ok = 0
          CLOSE GRADEIN-FILE
          MOVE 8 TO job_step_rc
          MOVE "GRADEIN.DAT header refused" TO job_msg
         ELSE
          MOVE "GRADEIN.DAT" TO ctot_input
          PERFORM GRADEIN_CHECK_TRAILER
         IF trl_ok = 0
          CLOSE GRADEIN-FILE
          MOVE 8 TO job_step_rc
          MOVE "GRADEIN.DAT trailer refused" TO job_msg
         ELSE
          MOVE "GRADEUPL" TO rst_run_temp
          PERFORM RESTART_CHECK
          PERFORM GRADE_EXC_OPEN
          MOVE 0 TO gin_applied
          MOVE 0 TO gin_rejected
          PERFORM CTOT_CLEAR
          PERFORM RESTART_BEGIN
          MOVE "N" TO eof_switch
          PERFORM APPLY_ONE_GRADEIN UNTIL eof_switch = "Y"
          CLOSE GRADEIN-FILE
          PERFORM GRADE_EXC_CLOSE
          PERFORM RESTART_FINISH
          PERFORM CONTROL_REPORT
          DISPLAY " "
          DISPLAY gin_applied " grade(s) applied, " gin_rejected
           " record(s) rejected."
          DISPLAY " "
          IF gin_rejected > 0
           MOVE 4 TO job_step_rc
           MOVE "rejects listed in GRADEXC.RPT" TO job_msg
          END-IF
         END-IF
         END-IF
         END-IF.

      * counts and hashes the detail records, then opens the file
      * again and steps past the header for the run itself
        GRADEIN_CHECK_TRAILER.
         MOVE 0 TO ctot_count.
         MOVE 0 TO ctot_hash.
         MOVE 0 TO trl_found.
         MOVE 0 TO trl_after.
         MOVE "N" TO trl_eof.
         PERFORM GRADEIN_TRAILER_READ UNTIL trl_eof = "Y".
         CLOSE GRADEIN-FILE.
         OPEN INPUT GRADEIN-FILE.
         READ GRADEIN-FILE
          AT END
           MOVE 0 TO trl_found
         END-READ.
         PERFORM TRAILER_VERDICT.

        GRADEIN_TRAILER_READ.
         READ GRADEIN-FILE
          AT END
           MOVE "Y" TO trl_eof
          NOT AT END
           IF trl_found = 1
            MOVE 1 TO trl_after
           ELSE
           IF gint_code = "T"
            IF gint_count IS NUMERIC AND gint_hash IS NUMERIC
             MOVE 1 TO trl_found
             MOVE gint_count TO trl_count
             MOVE gint_hash TO trl_hash
            END-IF
           ELSE
            ADD 1 TO ctot_count
            MOVE gin_snum TO hash_snum
            PERFORM HASH_ADD_SNUM
           END-IF
           END-IF
         END-READ.

      * the file must open with an H record naming an instructor on
      * the faculty master, or nothing in it is applied
        GRADEIN_READ_HEADER.
         MOVE 0 TO gin_header_ok.
         MOVE SPACES TO gin_submitter.
         READ GRADEIN-FILE
          AT END
           MOVE SPACES TO ginh_code
         END-READ.
         IF gradein_file_status NOT = "00" OR ginh_code NOT = "H"
          DISPLAY " "
          DISPLAY "GRADEIN.DAT has no submitting instructor header. Up"
      -   "load refused."
          DISPLAY " "
         ELSE
          MOVE ginh_instructor TO fac_id_temp
          PERFORM FACULTY_FIND
          IF fac_found = 0
           DISPLAY " "
           DISPLAY "Instructor " ginh_instructor " is not on the facu"
      -    "lty master. Upload refused."
           DISPLAY " "
          ELSE
           MOVE ginh_instructor TO gin_submitter
           MOVE 1 TO gin_header_ok
           DISPLAY " "
           DISPLAY "Grades submitted by " gin_submitter " "
             fac_tab_name(fac_found)
          END-IF
         END-IF.

        APPLY_ONE_GRADEIN.
          AT END
           MOVE "Y" TO eof_switch
          NOT AT END
           IF gint_code = "T"
            MOVE "Y" TO eof_switch
           ELSE
            ADD 1 TO ctot_recno
            ADD 1 TO ctot_read
            IF ctot_recno NOT > ckpt_skip_to
             ADD 1 TO ctot_skipped
            ELSE
             PERFORM GRADEIN_ONE_DETAIL
             MOVE gin_snum TO ckpt_last_key
             MOVE gin_applied TO ctot_applied
             MOVE gin_rejected TO ctot_rejected
             PERFORM RESTART_CHECKPOINT
            END-IF
           END-IF
         END-READ.

      * records up to the checkpoint of a resumed run were applied
      * before and are passed over
        GRADEIN_ONE_DETAIL.
         MOVE SPACES TO gin_reason.
         MOVE gin_grade TO grade_temp.
         PERFORM GRADE_TEXT_TO_VALUE.
         MOVE gin_coursecode TO course_temp.
         MOVE gin_csection TO section_temp.
         MOVE 0 TO cat_found.
         MOVE 0 TO cat_chosen.
         PERFORM FIND_COURSE VARYING cat_iterator FROM 1 BY 1
          UNTIL cat_iterator > CCOUNT - 1.
         IF grade_numeric = 0
          MOVE "invalid grade" TO gin_reason
         ELSE
         IF cat_chosen = 0
          MOVE "section not in the catalog" TO gin_reason
         ELSE
         IF cat_instructor(cat_chosen) NOT = gin_submitter
          MOVE "section not taught by submitter" TO gin_reason
         ELSE
          MOVE gin_snum TO looking_for
          PERFORM REREAD_STUDENT
          IF found_student = 0
           MOVE "student not on file" TO gin_reason
          ELSE
           MOVE gin_snum TO enr_snum
           MOVE sel_term TO enr_term
           MOVE gin_coursecode TO enr_coursecode
           MOVE gin_csection TO enr_csection
           READ ENROLL-FILE
            INVALID KEY
             MOVE "not enrolled in that section" TO gin_reason
            NOT INVALID KEY
             IF enr_final = "Y"
              MOVE "grade is final - change request"
               TO gin_reason
             END-IF
           END-READ
          END-IF
         END-IF
         END-IF
         END-IF.
         IF gin_reason = SPACES
          PERFORM APPLY_GRADEIN_GRADE
         ELSE
          PERFORM GRADEIN_REJECT
         END-IF.

        APPLY_GRADEIN_GRADE.
         MOVE enr_snum TO audit_snum.
         MOVE "GRADE-BATCH" TO audit_field.
           gin_csection DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           gin_grade DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           gin_submitter DELIMITED BY SIZE
           INTO audit_new.
         PERFORM AUDIT_LOG.
         MOVE gin_grade TO enr_grade.
          WRITE GRADEXC-FILE-RECORD FROM exc_line
         END-IF.

      * a resumed run adds to the report the cut-short run began
        GRADE_EXC_OPEN.
         IF ckpt_resume = 1
          OPEN EXTEND GRADEXC-FILE
         ELSE
          OPEN OUTPUT GRADEXC-FILE
         END-IF.
         IF gradexc_file_status NOT = "00"
          MOVE 0 TO gexc_ok
          DISPLAY "Unable to open GRADEXC.RPT. Screen only."
           INTO exc_line
          WRITE GRADEXC-FILE-RECORD FROM exc_line
          MOVE SPACES TO exc_line
          STRING "Submitted by: " DELIMITED BY SIZE
           gin_submitter DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           fac_tab_name(fac_found) DELIMITED BY SIZE
           INTO exc_line
          WRITE GRADEXC-FILE-RECORD FROM exc_line
          MOVE SPACES TO exc_line
          WRITE GRADEXC-FILE-RECORD FROM exc_line
         END-IF.

          MOVE 0 TO integ_ok
          DISPLAY " "
          DISPLAY "Unable to open INTEGRITY.RPT. Screen only."
          MOVE 4 TO job_step_rc
          MOVE "unable to open INTEGRITY.RPT" TO job_msg
         ELSE
          MOVE 1 TO integ_ok
          MOVE SPACES TO exc_line
         DISPLAY " ".
         DISPLAY integ_count " integrity exception(s) found.".
         DISPLAY " ".
         IF integ_count > 0
          MOVE 4 TO job_step_rc
          MOVE "exceptions listed in INTEGRITY.RPT" TO job_msg
         END-IF.

        INTEG_CHECK_STUDENT.
         READ STUDENT-FILE NEXT RECORD
           END-IF
         END-READ.

      * an enrollment is looked up in the catalog for its own term;
      * one for neither the current nor the next term was left
      * behind by the rollover
        INTEG_CHECK_ENROLL.
         READ ENROLL-FILE NEXT RECORD
          AT END
          NOT AT END
           MOVE enr_coursecode TO course_temp
           MOVE enr_csection TO section_temp
           IF enr_term NOT = trm_current AND
             (enr_term NOT = trm_next OR trm_next = SPACES)
            MOVE enr_snum TO integ_snum
            MOVE course_temp TO integ_course
            MOVE section_temp TO integ_sect
            MOVE "enrollment for a closed term" TO integ_reason
            PERFORM INTEG_WRITE
           ELSE
            MOVE enr_term TO sel_term
            MOVE 0 TO cat_found
            MOVE 0 TO cat_chosen
            PERFORM FIND_COURSE VARYING cat_iterator FROM 1 BY 1
             UNTIL cat_iterator > CCOUNT - 1
            MOVE trm_current TO sel_term
            IF cat_found = 0
             MOVE enr_snum TO integ_snum
             MOVE course_temp TO integ_course
             MOVE section_temp TO integ_sect
             IF cat_chosen > 0
              MOVE "enrolled in a retired section" TO integ_reason
             ELSE
              MOVE "section not in the catalog" TO integ_reason
             END-IF
             PERFORM INTEG_WRITE
            END-IF
           END-IF
           MOVE enr_snum TO looking_for
           PERFORM REREAD_STUDENT
           cat_maxseats(cat_iterator) > 0
          MOVE cat_coursecode(cat_iterator) TO course_temp
          MOVE cat_csection(cat_iterator) TO section_temp
          MOVE cat_term(cat_iterator) TO sel_term
          PERFORM COUNT_SECTION_ENROLLED
          MOVE trm_current TO sel_term
          IF section_enrolled > cat_maxseats(cat_iterator)
           MOVE SPACES TO integ_snum
           MOVE course_temp TO integ_course
         END-IF.

        TERM_ROLLOVER.
         IF job_mode = 1
          MOVE job_parm1 TO term_temp
         ELSE
          DISPLAY " "
          DISPLAY "Term to file subjects as (e.g. 2026-1): " WITH
           NO ADVANCING
          ACCEPT term_temp
         END-IF.
         IF term_temp = SPACES
          DISPLAY " "
          DISPLAY "Operation terminated."
          DISPLAY " "
         ELSE
         IF trm_current NOT = SPACES AND term_temp NOT = trm_current
          DISPLAY " "
          DISPLAY "Current term is " trm_current
           ". Only the current term can be rolled over."
          DISPLAY " "
          MOVE 8 TO job_step_rc
          MOVE "term is not the current term" TO job_msg
         ELSE
         IF trm_current NOT = SPACES AND trm_next = SPACES
          DISPLAY " "
          DISPLAY "No next term is open. Set the next term before the"
           " rollover."
          DISPLAY " "
          MOVE 8 TO job_step_rc
          MOVE "no next term in TERMCTL.DAT" TO job_msg
         ELSE
          MOVE "ROLLOVER" TO rst_run_temp
          MOVE SPACES TO ctot_input
          MOVE 0 TO ctot_count
          MOVE 0 TO ctot_hash
          PERFORM RESTART_CHECK
         IF ckpt_refuse = 1
          MOVE 8 TO job_step_rc
          MOVE "earlier rollover not finished" TO job_msg
         ELSE
          IF ckpt_resume = 0 AND job_mode = 0
           DISPLAY " "
           DISPLAY "File subjects of ALL active students to history"
           DISPLAY "and clear them for new enrollment."
           IF trm_current NOT = SPACES
            DISPLAY "Term " trm_next " then becomes the current term."
           END-IF
           DISPLAY "Proceed? [y/n]: " WITH NO ADVANCING
           ACCEPT yes_or_no
          ELSE
           MOVE "y" TO yes_or_no
          END-IF
          IF yes_or_no = "y"
           MOVE 0 TO roll_count
           PERFORM CTOT_CLEAR
           PERFORM ROLLOVER_START
           PERFORM RESTART_BEGIN
           PERFORM ROLLOVER_ONE_STUDENT UNTIL eof_switch = "Y"
           PERFORM RESTART_FINISH
           PERFORM CONTROL_REPORT
           DISPLAY " "
           DISPLAY roll_count " student(s) rolled over to term "
            term_temp
           DISPLAY " "
           IF ctot_rejected > 0
            MOVE 8 TO job_step_rc
            MOVE "students not filed to HISTORY.DAT" TO job_msg
            IF trm_current NOT = SPACES
             DISPLAY "Term " trm_current " stays current until every"
              " student is filed."
             DISPLAY " "
            END-IF
           ELSE
            IF trm_current NOT = SPACES
             PERFORM TERM_ADVANCE
            END-IF
           END-IF
          ELSE
           DISPLAY " "
           DISPLAY "Operation terminated."
           DISPLAY " "
          END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

      * a resumed rollover starts after the last student committed.
      * Students just past that point may have been filed before the
      * run was cut short, so they are looked up in history first;
      * starting over after a failure looks up every student.
        ROLLOVER_START.
         MOVE 0 TO roll_verify.
         IF ckpt_resume = 1
          MOVE ckpt_interval TO roll_verify
          MOVE ckpt_last_key TO rec_snum
          START STUDENT-FILE KEY > rec_snum
           INVALID KEY
            MOVE "Y" TO eof_switch
           NOT INVALID KEY
            MOVE "N" TO eof_switch
          END-START
         ELSE
          IF rst_found > 0
           IF rst_tab_status(rst_found) = "R"
            MOVE 99999 TO roll_verify
           END-IF
          END-IF
          PERFORM START_STUDENT_SCAN
         END-IF.

        ROLLOVER_ONE_STUDENT.
          AT END
           MOVE "Y" TO eof_switch
          NOT AT END
           ADD 1 TO ctot_recno
           ADD 1 TO ctot_read
           IF rec_status NOT = "A"
            ADD 1 TO ctot_skipped
           ELSE
            PERFORM LOAD_STUDENT_ENROLLMENTS
            IF enr_count = 0
             ADD 1 TO ctot_skipped
            ELSE
             PERFORM ROLLOVER_FILE_STUDENT
            END-IF
           END-IF
           MOVE rec_snum TO ckpt_last_key
           PERFORM RESTART_CHECKPOINT
         END-READ.

        ROLLOVER_FILE_STUDENT.
         MOVE 0 TO roll_filed.
         IF roll_verify > 0
          PERFORM ROLL_CHECK_FILED
          SUBTRACT 1 FROM roll_verify
         END-IF.
         MOVE rec_snum TO looking_for.
         IF roll_filed = 1
          PERFORM ENROLL_DROP_ALL
          ADD 1 TO ctot_skipped
         ELSE
          PERFORM WRITE_HISTORY_RECORD
          IF hist_ok = 1
           MOVE rec_snum TO audit_snum
           MOVE "ROLLOVER" TO audit_field
           MOVE SPACES TO audit_old
           MOVE term_temp TO audit_new
           PERFORM AUDIT_LOG
           PERFORM ENROLL_DROP_ALL
           ADD 1 TO roll_count
           ADD 1 TO ctot_applied
          ELSE
           ADD 1 TO ctot_rejected
          END-IF
         END-IF.

        ROLL_CHECK_FILED.
         OPEN INPUT HISTORY-FILE.
         IF history_file_status = "00"
          MOVE "N" TO roll_eof
          PERFORM ROLL_CHECK_ONE UNTIL roll_eof = "Y"
          CLOSE HISTORY-FILE
         END-IF.

        ROLL_CHECK_ONE.
         READ HISTORY-FILE
          AT END
           MOVE "Y" TO roll_eof
          NOT AT END
           IF hist_snum = rec_snum AND hist_term = term_temp
            MOVE 1 TO roll_filed
            MOVE "Y" TO roll_eof
           END-IF
         END-READ.

      * the trailer must be the last record, and its count and hash
      * of student numbers must agree with the detail records
        TRAILER_VERDICT.
         MOVE 0 TO trl_ok.
         IF trl_found = 0
          DISPLAY " "
          DISPLAY "No trailer record found on " ctot_input
          DISPLAY "Run refused."
          DISPLAY " "
         ELSE
         IF trl_after = 1
          DISPLAY " "
          DISPLAY "Records follow the trailer on " ctot_input
          DISPLAY "Run refused."
          DISPLAY " "
         ELSE
         IF trl_count NOT = ctot_count OR trl_hash NOT = ctot_hash
          DISPLAY " "
          DISPLAY "Trailer out of agreement on " ctot_input
          DISPLAY "Trailer count: " trl_count "  hash: " trl_hash
          DISPLAY "File count:    " ctot_count "  hash: " ctot_hash
          DISPLAY "Run refused."
          DISPLAY " "
         ELSE
          MOVE 1 TO trl_ok
         END-IF
         END-IF
         END-IF.

      * adds the digits of a student number, read as a number, to the
      * hash total; other characters are passed over
        HASH_ADD_SNUM.
         MOVE 0 TO hash_value.
         PERFORM HASH_ONE_CHAR VARYING hash_i FROM 1 BY 1
          UNTIL hash_i > 10.
         ADD hash_value TO ctot_hash.

        HASH_ONE_CHAR.
         IF hash_snum(hash_i:1) IS NUMERIC
          MOVE hash_snum(hash_i:1) TO hash_digit
          COMPUTE hash_value = hash_value * 10 + hash_digit
         END-IF.

        CTOT_CLEAR.
         MOVE 0 TO ctot_read.
         MOVE 0 TO ctot_applied.
         MOVE 0 TO ctot_rejected.
         MOVE 0 TO ctot_skipped.
         MOVE ckpt_skip_to TO ctot_recno.

        RESTART_LOAD.
         MOVE 1 TO KCOUNT.
         OPEN INPUT RESTART-FILE.
         IF restart_file_status = "00"
          MOVE "N" TO rst_eof
          PERFORM READ_ONE_RESTART UNTIL rst_eof = "Y" OR
           KCOUNT > 10
          CLOSE RESTART-FILE
         END-IF.

        READ_ONE_RESTART.
         READ RESTART-FILE
          AT END
           MOVE "Y" TO rst_eof
          NOT AT END
           MOVE RESTART-FILE-RECORD TO rst_entry(KCOUNT)
           ADD 1 TO KCOUNT
         END-READ.

        RESTART_SAVE.
         OPEN OUTPUT RESTART-FILE.
         IF restart_file_status NOT = "00"
          DISPLAY "Unable to open RESTART.DAT. Checkpoint not saved."
         ELSE
          PERFORM WRITE_ONE_RESTART VARYING rst_i FROM 1 BY 1
           UNTIL rst_i > KCOUNT - 1
          CLOSE RESTART-FILE
         END-IF.

        WRITE_ONE_RESTART.
         MOVE rst_entry(rst_i) TO RESTART-FILE-RECORD.
         WRITE RESTART-FILE-RECORD.

      * finds the run named in rst_run_temp
        RESTART_FIND.
         MOVE 0 TO rst_found.
         PERFORM RESTART_MATCH VARYING rst_i FROM 1 BY 1
          UNTIL rst_i > KCOUNT - 1.

        RESTART_MATCH.
         IF rst_found = 0 AND rst_tab_run(rst_i) = rst_run_temp
          MOVE rst_i TO rst_found
         END-IF.

      * a run left at status R was cut short. The operator may resume
      * it after its last checkpoint if the input is the same file.
        RESTART_CHECK.
         MOVE 0 TO ckpt_resume.
         MOVE 0 TO ckpt_refuse.
         MOVE 0 TO ckpt_skip_to.
         MOVE 0 TO ckpt_restarted.
         MOVE SPACES TO ckpt_last_key.
         PERFORM RESTART_LOAD.
         PERFORM RESTART_FIND.
         IF rst_found > 0
          IF rst_tab_status(rst_found) = "R"
           MOVE 1 TO ckpt_restarted
           DISPLAY " "
           DISPLAY "The last " rst_run_temp " run did not finish."
           DISPLAY "Started by " rst_tab_operator(rst_found)
            " on " rst_tab_date(rst_found) " at "
            rst_tab_time(rst_found)
           DISPLAY "Last checkpoint: record "
            rst_tab_last_rec(rst_found) ", key "
            rst_tab_last_key(rst_found)
           IF rst_run_temp = "ROLLOVER" AND
              rst_tab_term(rst_found) NOT = term_temp
            DISPLAY "That rollover was for term "
             rst_tab_term(rst_found) ". Finish it first."
            DISPLAY " "
            MOVE 1 TO ckpt_refuse
           ELSE
           IF rst_tab_file_count(rst_found) NOT = ctot_count OR
              rst_tab_file_hash(rst_found) NOT = ctot_hash
            DISPLAY "The input file has changed since; the run starts "
      - "over."
            DISPLAY " "
           ELSE
            IF job_mode = 1
             DISPLAY "Resuming after the last checkpoint."
             MOVE "y" TO yes_or_no
            ELSE
             DISPLAY "Resume after the last checkpoint? [y/n]: "
              WITH NO ADVANCING
             ACCEPT yes_or_no
            END-IF
            IF yes_or_no = "y"
             MOVE 1 TO ckpt_resume
             MOVE rst_tab_last_rec(rst_found) TO ckpt_skip_to
             MOVE rst_tab_last_key(rst_found) TO ckpt_last_key
            END-IF
           END-IF
           END-IF
          END-IF
         END-IF.

        RESTART_BEGIN.
         IF rst_found = 0
          IF KCOUNT > 10
           DISPLAY "RESTART.DAT is full. Run has no checkpoint."
          ELSE
           MOVE KCOUNT TO rst_found
           ADD 1 TO KCOUNT
           MOVE rst_run_temp TO rst_tab_run(rst_found)
          END-IF
         END-IF.
         IF rst_found > 0
          MOVE "R" TO rst_tab_status(rst_found)
          IF rst_run_temp = "ROLLOVER"
           MOVE term_temp TO rst_tab_term(rst_found)
          ELSE
           MOVE SPACES TO rst_tab_term(rst_found)
          END-IF
          IF ckpt_resume = 0
           MOVE SPACES TO rst_tab_last_key(rst_found)
           MOVE 0 TO rst_tab_last_rec(rst_found)
          END-IF
          MOVE ctot_count TO rst_tab_file_count(rst_found)
          MOVE ctot_hash TO rst_tab_file_hash(rst_found)
          PERFORM RESTART_STAMP
          PERFORM RESTART_SAVE
         END-IF.
         MOVE 0 TO ckpt_since.

        RESTART_STAMP.
         MOVE ctot_read TO rst_tab_read(rst_found).
         MOVE ctot_applied TO rst_tab_applied(rst_found).
         MOVE ctot_rejected TO rst_tab_rejected(rst_found).
         MOVE ctot_skipped TO rst_tab_skipped(rst_found).
         ACCEPT rst_tab_date(rst_found) FROM DATE YYYYMMDD.
         ACCEPT time_work FROM TIME.
         COMPUTE rst_tab_time(rst_found) = time_work / 100.
         MOVE oper_id TO rst_tab_operator(rst_found).

      * every ckpt_interval records the position reached is committed
        RESTART_CHECKPOINT.
         ADD 1 TO ckpt_since.
         IF ckpt_since NOT < ckpt_interval AND rst_found > 0
          MOVE ckpt_last_key TO rst_tab_last_key(rst_found)
          MOVE ctot_recno TO rst_tab_last_rec(rst_found)
          PERFORM RESTART_STAMP
          PERFORM RESTART_SAVE
          MOVE 0 TO ckpt_since
         END-IF.

        RESTART_FINISH.
         IF rst_found > 0
          MOVE "C" TO rst_tab_status(rst_found)
          MOVE ckpt_last_key TO rst_tab_last_key(rst_found)
          MOVE ctot_recno TO rst_tab_last_rec(rst_found)
          PERFORM RESTART_STAMP
          PERFORM RESTART_SAVE
         END-IF.

      * CONTROL.RPT keeps a block for every batch run, newest last
        CONTROL_REPORT.
         MOVE 1 TO ctot_rpt_ok.
         OPEN EXTEND CONTROL-FILE.
         IF control_file_status = "35"
          OPEN OUTPUT CONTROL-FILE
         END-IF.
         IF control_file_status NOT = "00"
          MOVE 0 TO ctot_rpt_ok
          DISPLAY "Unable to open CONTROL.RPT. Control totals not "
      - "written."
         ELSE
          ACCEPT time_work FROM TIME
          MOVE SPACES TO exc_line
          STRING "CONTROL TOTALS  " DELIMITED BY SIZE
            rst_run_temp DELIMITED BY SIZE
            "  Run date: " DELIMITED BY SIZE
            run_yyyy DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            run_mm DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            run_dd DELIMITED BY SIZE
            "  Time: " DELIMITED BY SIZE
            time_work(1:6) DELIMITED BY SIZE
            "  Operator: " DELIMITED BY SIZE
            oper_id DELIMITED BY SIZE
            INTO exc_line
          WRITE CONTROL-FILE-RECORD FROM exc_line
          IF ctot_input NOT = SPACES
           MOVE SPACES TO exc_line
           STRING "Input: " DELIMITED BY SIZE
             ctot_input DELIMITED BY SIZE
             "  Trailer count: " DELIMITED BY SIZE
             trl_count DELIMITED BY SIZE
             "  hash: " DELIMITED BY SIZE
             trl_hash DELIMITED BY SIZE
             INTO exc_line
           WRITE CONTROL-FILE-RECORD FROM exc_line
          END-IF
          IF rst_run_temp = "ROLLOVER"
           MOVE SPACES TO exc_line
           STRING "Term filed: " DELIMITED BY SIZE
             term_temp DELIMITED BY SIZE
             INTO exc_line
           WRITE CONTROL-FILE-RECORD FROM exc_line
          END-IF
          IF ckpt_resume = 1
           MOVE SPACES TO exc_line
           STRING "Resumed after record " DELIMITED BY SIZE
             ckpt_skip_to DELIMITED BY SIZE
             ", key " DELIMITED BY SIZE
             ckpt_last_key DELIMITED BY SIZE
             INTO exc_line
           WRITE CONTROL-FILE-RECORD FROM exc_line
          END-IF
          MOVE "Records read" TO ctot_det_label
          MOVE ctot_read TO ctot_det_count
          WRITE CONTROL-FILE-RECORD FROM ctot_detail
          MOVE "Applied" TO ctot_det_label
          MOVE ctot_applied TO ctot_det_count
          WRITE CONTROL-FILE-RECORD FROM ctot_detail
          MOVE "Rejected" TO ctot_det_label
          MOVE ctot_rejected TO ctot_det_count
          WRITE CONTROL-FILE-RECORD FROM ctot_detail
          MOVE "Skipped" TO ctot_det_label
          MOVE ctot_skipped TO ctot_det_count
          WRITE CONTROL-FILE-RECORD FROM ctot_detail
          MOVE SPACES TO exc_line
          MOVE "Run completed." TO exc_line
          WRITE CONTROL-FILE-RECORD FROM exc_line
          MOVE SPACES TO exc_line
          WRITE CONTROL-FILE-RECORD FROM exc_line
          CLOSE CONTROL-FILE
          DISPLAY "Control totals added to CONTROL.RPT."
         END-IF.

        TRANSCRIPT_REPORT.
         DISPLAY " ".
         DISPLAY "Enter student number: " WITH NO ADVANCING.
          CLOSE HISTORY-FILE
         END-IF.
         PERFORM TRN_TERM_TRAILER.
         PERFORM TRN_TERM_STANDING.

        TRN_PRINT_TERM_REC.
         READ HISTORY-FILE
         ADD graded_units TO cum_graded.
         ADD weighted_sum TO cum_wsum.

      * standing from the last standing run for the term, if any
        TRN_TERM_STANDING.
         MOVE looking_for TO std_snum.
         MOVE trn_term(trn_t) TO std_term.
         READ STANDING-FILE
          INVALID KEY
           MOVE 0 TO std_found
          NOT INVALID KEY
           MOVE 1 TO std_found
         END-READ.
         IF std_found = 1
          MOVE std_code TO std_code_pick
          PERFORM STANDING_NAME
          MOVE SPACES TO trn_line
          STRING "Standing: " DELIMITED BY SIZE
            std_name_text DELIMITED BY SIZE
            INTO trn_line
          WRITE TRN-FILE-RECORD FROM trn_line
         END-IF.

        TRN_PRINT_CURRENT.
         MOVE SPACES TO trn_line.
         WRITE TRN-FILE-RECORD FROM trn_line.
         WRITE TRN-FILE-RECORD FROM trn_line.

        SECTION_GRADE_STATS.
         IF job_mode = 1
          MOVE job_parm1 TO search_coursecode
          MOVE job_parm2 TO search_section
         ELSE
          DISPLAY " "
          DISPLAY "Enter course code: " WITH NO ADVANCING
          ACCEPT search_coursecode
          DISPLAY "Enter course section: " WITH NO ADVANCING
          ACCEPT search_section
         END-IF.
         OPEN OUTPUT GSTAT-FILE.
         IF gstat_file_status NOT = "00"
          DISPLAY " "
          DISPLAY "Unable to open GRADSTAT.RPT."
          DISPLAY " "
          MOVE 8 TO job_step_rc
          MOVE "unable to open GRADSTAT.RPT" TO job_msg
         ELSE
          MOVE SPACES TO rpt_header
          STRING "SECTION GRADE SHEET  " DELIMITED BY SIZE
           MOVE "Y" TO enr_eof
          NOT AT END
           IF enr_coursecode = search_coursecode AND
             enr_csection = search_section AND
             enr_term = sel_term
            ADD 1 TO gs_total
            MOVE enr_snum TO looking_for
            PERFORM REREAD_STUDENT
          DISPLAY " "
          DISPLAY "TRXIN.DAT not found."
          DISPLAY " "
          MOVE 8 TO job_step_rc
          MOVE "TRXIN.DAT not found" TO job_msg
         ELSE
          MOVE "TRXIN.DAT" TO ctot_input
          PERFORM TRX_CHECK_TRAILER
         IF trl_ok = 0
          CLOSE TRX-FILE
          MOVE 8 TO job_step_rc
          MOVE "TRXIN.DAT trailer refused" TO job_msg
         ELSE
          MOVE "TRXAPPLY" TO rst_run_temp
          PERFORM RESTART_CHECK
          PERFORM TRX_REJ_OPEN
          MOVE 0 TO trx_applied
          MOVE 0 TO trx_rejected
          PERFORM CTOT_CLEAR
          PERFORM RESTART_BEGIN
          MOVE "N" TO trx_eof
          PERFORM APPLY_ONE_TRX UNTIL trx_eof = "Y"
          CLOSE TRX-FILE
          PERFORM TRX_REJ_CLOSE
          PERFORM RESTART_FINISH
          PERFORM CONTROL_REPORT
          DISPLAY " "
          DISPLAY trx_applied " transaction(s) applied, "
           trx_rejected " rejected."
          DISPLAY " "
          IF trx_rejected > 0
           MOVE 4 TO job_step_rc
           MOVE "rejects listed in TRXREJ.RPT" TO job_msg
          END-IF
         END-IF
         END-IF.

        TRX_CHECK_TRAILER.
         MOVE 0 TO ctot_count.
         MOVE 0 TO ctot_hash.
         MOVE 0 TO trl_found.
         MOVE 0 TO trl_after.
         MOVE "N" TO trl_eof.
         PERFORM TRX_TRAILER_READ UNTIL trl_eof = "Y".
         CLOSE TRX-FILE.
         OPEN INPUT TRX-FILE.
         PERFORM TRAILER_VERDICT.

        TRX_TRAILER_READ.
         READ TRX-FILE
          AT END
           MOVE "Y" TO trl_eof
          NOT AT END
           IF trl_found = 1
            MOVE 1 TO trl_after
           ELSE
           IF trxt_code = "T"
            IF trxt_count IS NUMERIC AND trxt_hash IS NUMERIC
             MOVE 1 TO trl_found
             MOVE trxt_count TO trl_count
             MOVE trxt_hash TO trl_hash
            END-IF
           ELSE
            ADD 1 TO ctot_count
            MOVE trx_snum TO hash_snum
            PERFORM HASH_ADD_SNUM
           END-IF
           END-IF
         END-READ.

      * records up to the checkpoint of a resumed run were applied
      * before and are passed over
        APPLY_ONE_TRX.
         READ TRX-FILE
          AT END
           MOVE "Y" TO trx_eof
          NOT AT END
           IF trxt_code = "T"
            MOVE "Y" TO trx_eof
           ELSE
            ADD 1 TO ctot_recno
            ADD 1 TO ctot_read
            IF ctot_recno NOT > ckpt_skip_to
             ADD 1 TO ctot_skipped
            ELSE
             PERFORM TRX_ONE_DETAIL
             MOVE trx_snum TO ckpt_last_key
             MOVE trx_applied TO ctot_applied
             MOVE trx_rejected TO ctot_rejected
             PERFORM RESTART_CHECKPOINT
            END-IF
           END-IF
         END-READ.

        TRX_ONE_DETAIL.
         MOVE SPACES TO trx_reason.
         MOVE trx_snum TO looking_for.
         PERFORM REREAD_STUDENT.
         IF found_student = 0
          MOVE "student not on file" TO trx_reason
         ELSE
          IF trx_code = "A"
           PERFORM TRX_ADD_SUBJECT
          ELSE
          IF trx_code = "D"
           PERFORM TRX_DROP_SUBJECT
          ELSE
          IF trx_code = "S"
           PERFORM TRX_STATUS_CHANGE
          ELSE
           MOVE "unknown transaction code" TO trx_reason
          END-IF
          END-IF
          END-IF
         END-IF.
         IF trx_reason NOT = SPACES
          PERFORM TRX_REJECT
         END-IF.

      * the same gates as the add-subject screen, in the same order
        TRX_ADD_SUBJECT.
         MOVE 0 TO prereq_prov.
         IF rec_status NOT = "A"
          MOVE "student not active" TO trx_reason
         ELSE
         IF rec_hold = "Y"
          MOVE "student on hold - past-due balance" TO trx_reason
         ELSE
         IF trx_units NOT NUMERIC
          MOVE "invalid units" TO trx_reason
         ELSE
             STRING trx_coursecode DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               trx_csection DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               sel_term DELIMITED BY SIZE
               INTO audit_new
             PERFORM AUDIT_LOG
             ADD 1 TO trx_applied
           END-IF
          END-IF
         END-IF
         END-IF
         END-IF.

        TRX_DROP_SUBJECT.
         MOVE trx_coursecode TO course_temp.
         MOVE trx_csection TO section_temp.
         PERFORM ENROLL_CHECK_FINAL.
         IF drop_final = 1
          MOVE "grade is final - change request" TO trx_reason
         ELSE
          PERFORM ENROLL_DROP
          IF enroll_ok = 0
           MOVE "not enrolled in that section" TO trx_reason
          ELSE
           MOVE rec_snum TO audit_snum
           MOVE "DROP-SUBJECT" TO audit_field
           MOVE SPACES TO audit_old
           STRING trx_coursecode DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             trx_csection DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             sel_term DELIMITED BY SIZE
             INTO audit_old
           MOVE SPACES TO audit_new
           PERFORM AUDIT_LOG
           ADD 1 TO trx_applied
           PERFORM LEDGER_DROP_CREDIT
          END-IF
         END-IF.

        TRX_STATUS_CHANGE.
          WRITE TRXREJ-FILE-RECORD FROM exc_line
         END-IF.

      * a resumed run adds to the listing the cut-short run began
        TRX_REJ_OPEN.
         IF ckpt_resume = 1
          OPEN EXTEND TRXREJ-FILE
         ELSE
          OPEN OUTPUT TRXREJ-FILE
         END-IF.
         IF trxrej_file_status NOT = "00"
          MOVE 0 TO trxrej_ok
          DISPLAY "Unable to open TRXREJ.RPT. Screen only."
          MOVE "Y" TO oper_auth_grade
          MOVE "Y" TO oper_auth_delete
          MOVE "Y" TO oper_auth_archive
          MOVE "Y" TO oper_auth_cashier
          MOVE "Y" TO oper_auth_approve
          MOVE 1 TO signon_ok
         ELSE
          MOVE 0 TO oper_found
            MOVE oprec_auth_grade TO oper_auth_grade
            MOVE oprec_auth_delete TO oper_auth_delete
            MOVE oprec_auth_archive TO oper_auth_archive
            MOVE oprec_auth_cashier TO oper_auth_cashier
            MOVE oprec_auth_batch TO oper_auth_batch
            MOVE oprec_auth_approve TO oper_auth_approve
           END-IF
         END-READ.

      * unattended sign-on: the operator comes from JOBPARM.DAT and
      * must be on file with batch authority, or nothing runs
        JOB_SIGN_ON.
         PERFORM JOB_LOG_OPEN.
         MOVE SPACES TO job_msg.
         OPEN INPUT JOBPARM-FILE.
         IF jobparm_file_status NOT = "00"
          MOVE "JOBPARM.DAT not found" TO job_msg
         ELSE
          MOVE "N" TO job_eof
          PERFORM JOBPARM_READ
          IF job_eof = "Y" OR jprec_function NOT = "OPERATOR"
           MOVE "no OPERATOR record first" TO job_msg
          ELSE
           MOVE jprec_parm1 TO oper_id
           OPEN INPUT OPER-FILE
           IF oper_file_status NOT = "00"
            MOVE "OPERATORS.DAT not found" TO job_msg
           ELSE
            MOVE 0 TO oper_found
            MOVE "N" TO eof_switch
            PERFORM READ_ONE_OPERATOR UNTIL eof_switch = "Y"
            CLOSE OPER-FILE
            IF oper_found = 0
             MOVE "unknown operator ID" TO job_msg
            ELSE
            IF oper_auth_batch NOT = "Y"
             MOVE "operator not authorized for batch" TO job_msg
            END-IF
            END-IF
           END-IF
          END-IF
         END-IF.
         MOVE SPACES TO job_line.
         IF job_msg = SPACES
          STRING "Signed on: " DELIMITED BY SIZE
            oper_id DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            oper_name DELIMITED BY SIZE
            INTO job_line
         ELSE
          STRING "Sign-on refused: " DELIMITED BY SIZE
            job_msg DELIMITED BY SIZE
            INTO job_line
         END-IF.
         DISPLAY job_line.
         PERFORM JOB_LOG_WRITE.
         IF job_msg NOT = SPACES
          MOVE SPACES TO job_line
          MOVE "JOB NOT RUN. RC 12" TO job_line
          DISPLAY job_line
          PERFORM JOB_LOG_WRITE
          PERFORM JOB_LOG_CLOSE
          MOVE 12 TO RETURN-CODE
          STOP RUN
         END-IF.

        JOB_LOG_OPEN.
         MOVE 1 TO job_log_ok.
         OPEN EXTEND JOBLOG-FILE.
         IF joblog_file_status = "35"
          OPEN OUTPUT JOBLOG-FILE
         END-IF.
         IF joblog_file_status NOT = "00"
          MOVE 0 TO job_log_ok
          DISPLAY "Unable to open JOBLOG.RPT. Screen only."
         END-IF.
         ACCEPT time_work FROM TIME.
         MOVE SPACES TO job_line.
         STRING "JOB STREAM  Run date: " DELIMITED BY SIZE
           run_yyyy DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_mm DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_dd DELIMITED BY SIZE
           "  Start: " DELIMITED BY SIZE
           time_work(1:6) DELIMITED BY SIZE
           INTO job_line.
         DISPLAY job_line.
         PERFORM JOB_LOG_WRITE.

        JOB_LOG_WRITE.
         IF job_log_ok = 1
          WRITE JOBLOG-FILE-RECORD FROM job_line
         END-IF.

        JOB_LOG_CLOSE.
         MOVE SPACES TO job_line.
         PERFORM JOB_LOG_WRITE.
         IF job_log_ok = 1
          CLOSE JOBLOG-FILE
         END-IF.

      * next step line, passing over blanks and comments
        JOBPARM_READ.
         MOVE 0 TO job_got.
         PERFORM JOBPARM_READ_ONE UNTIL job_got = 1 OR job_eof = "Y".

        JOBPARM_READ_ONE.
         READ JOBPARM-FILE
          AT END
           MOVE "Y" TO job_eof
          NOT AT END
           IF jprec_function NOT = SPACES AND
              jprec_function(1:1) NOT = "*"
            MOVE 1 TO job_got
           END-IF
         END-READ.

        JOB_STREAM.
         MOVE 0 TO job_step.
         MOVE 0 TO job_max_rc.
         MOVE 0 TO job_stopped.
         PERFORM JOB_NEXT_STEP UNTIL job_eof = "Y".
         CLOSE JOBPARM-FILE.
         ACCEPT time_work FROM TIME.
         MOVE SPACES TO job_line.
         STRING "JOB END  Time: " DELIMITED BY SIZE
           time_work(1:6) DELIMITED BY SIZE
           "  Steps run: " DELIMITED BY SIZE
           job_step DELIMITED BY SIZE
           "  Highest RC: " DELIMITED BY SIZE
           job_max_rc DELIMITED BY SIZE
           INTO job_line.
         DISPLAY job_line.
         PERFORM JOB_LOG_WRITE.
         PERFORM JOB_LOG_CLOSE.

      * once a step has ended 8 or higher, the steps left are logged
      * as not run
        JOB_NEXT_STEP.
         PERFORM JOBPARM_READ.
         IF job_eof NOT = "Y"
          IF job_stopped = 1
           MOVE SPACES TO job_line
           STRING "     Not run: " DELIMITED BY SIZE
             jprec_function DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             jprec_parm1 DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             jprec_parm2 DELIMITED BY SIZE
             INTO job_line
           DISPLAY job_line
           PERFORM JOB_LOG_WRITE
          ELSE
           PERFORM JOB_RUN_STEP
          END-IF
         END-IF.

        JOB_RUN_STEP.
         ADD 1 TO job_step.
         MOVE jprec_function TO job_function.
         MOVE jprec_parm1 TO job_parm1.
         MOVE jprec_parm2 TO job_parm2.
         MOVE 0 TO job_step_rc.
         MOVE SPACES TO job_msg.
         ACCEPT job_start_time FROM TIME.
         DISPLAY " ".
         DISPLAY "Step " job_step ": " job_function " " job_parm1 " "
           job_parm2.
         IF job_function = "CSVEXPORT"
          PERFORM CSV_EXPORT
         ELSE
         IF job_function = "INTEGRITY"
          PERFORM INTEGRITY_CHECK
         ELSE
         IF job_function = "TRXAPPLY"
          PERFORM APPLY_TRANSACTIONS
         ELSE
         IF job_function = "GRADEUPL"
          IF oper_auth_grade NOT = "Y"
           MOVE 12 TO job_step_rc
           MOVE "operator not authorized" TO job_msg
          ELSE
           PERFORM BATCH_GRADE_UPLOAD
          END-IF
         ELSE
         IF job_function = "ROLLOVER"
          IF job_parm1 = SPACES
           MOVE 12 TO job_step_rc
           MOVE "term code missing" TO job_msg
          ELSE
           PERFORM TERM_ROLLOVER
          END-IF
         ELSE
         IF job_function = "GRADESHEET"
          IF job_parm1 = SPACES OR job_parm2 = SPACES
           MOVE 12 TO job_step_rc
           MOVE "course or section missing" TO job_msg
          ELSE
           PERFORM SECTION_GRADE_STATS
          END-IF
         ELSE
         IF job_function = "EXTRACT"
          PERFORM CHANGE_EXTRACT
         ELSE
         IF job_function = "STANDING"
          IF oper_auth_grade NOT = "Y"
           MOVE 12 TO job_step_rc
           MOVE "operator not authorized" TO job_msg
          ELSE
          IF job_parm1 = SPACES
           MOVE 12 TO job_step_rc
           MOVE "term code missing" TO job_msg
          ELSE
           PERFORM STANDING_RUN
          END-IF
          END-IF
         ELSE
          MOVE 12 TO job_step_rc
          MOVE "unknown function" TO job_msg
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.
         ACCEPT time_work FROM TIME.
         IF job_step_rc > job_max_rc
          MOVE job_step_rc TO job_max_rc
         END-IF.
         IF job_step_rc NOT < 8
          MOVE 1 TO job_stopped
         END-IF.
         MOVE SPACES TO job_line.
         STRING "Step " DELIMITED BY SIZE
           job_step DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           job_function DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           job_parm1 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           job_parm2 DELIMITED BY SIZE
           " Start " DELIMITED BY SIZE
           job_start_time(1:6) DELIMITED BY SIZE
           " End " DELIMITED BY SIZE
           time_work(1:6) DELIMITED BY SIZE
           " RC " DELIMITED BY SIZE
           job_step_rc DELIMITED BY SIZE
           INTO job_line.
         DISPLAY job_line.
         PERFORM JOB_LOG_WRITE.
         IF job_msg NOT = SPACES
          MOVE SPACES TO job_line
          STRING "        " DELIMITED BY SIZE
            job_msg DELIMITED BY SIZE
            INTO job_line
          DISPLAY job_line
          PERFORM JOB_LOG_WRITE
         END-IF.

      * compares the chosen catalog entry against every section the
      * student already holds; first clash found wins
        CHECK_TIME_CLASH.
         IF clash_idx = 0 AND
           cat_coursecode(clash_i) =
            enr_tab_course(subj_iterator) AND
           cat_csection(clash_i) = enr_tab_sect(subj_iterator) AND
           cat_term(clash_i) = sel_term
          MOVE clash_i TO clash_idx
         ELSE
          NEXT SENTENCE
      * caller stages prereq_code and looking_for
        CHECK_PREREQ.
         MOVE 0 TO prereq_met.
         MOVE 0 TO prereq_prov.
         MOVE 0 TO prereq_seen.
         MOVE SPACES TO prereq_grade.
         PERFORM PREREQ_CHECK_CURRENT VARYING subj_iterator FROM 1
          BY 1 UNTIL subj_iterator > enr_count.
         IF prereq_met = 0
           CLOSE HISTORY-FILE
          END-IF
         END-IF.
         IF prereq_met = 0 AND trm_next NOT = SPACES AND
           sel_term = trm_next
          PERFORM PREREQ_CHECK_IN_PROGRESS
         END-IF.

      * for next term, a prerequisite the student is taking in the
      * current term counts unless it has already been failed; with
      * no numeric grade yet it counts only provisionally
        PREREQ_CHECK_IN_PROGRESS.
         MOVE looking_for TO enr_snum.
         MOVE trm_current TO enr_term.
         MOVE prereq_code TO enr_coursecode.
         MOVE LOW-VALUES TO enr_csection.
         START ENROLL-FILE KEY NOT < enr_key
          INVALID KEY
           MOVE "Y" TO enr_eof
          NOT INVALID KEY
           MOVE "N" TO enr_eof
         END-START.
         IF enr_eof = "N"
          READ ENROLL-FILE NEXT RECORD
           AT END
            MOVE "Y" TO enr_eof
          END-READ
         END-IF.
         IF enr_eof = "N" AND enr_snum = looking_for AND
           enr_term = trm_current AND enr_coursecode = prereq_code
          MOVE enr_grade TO grade_temp
          PERFORM GRADE_TEXT_TO_VALUE
          IF grade_numeric = 1
           IF grade_value <= 3.00
            MOVE 1 TO prereq_met
           END-IF
          ELSE
           MOVE 1 TO prereq_met
           MOVE 1 TO prereq_prov
          END-IF
         END-IF.

        PREREQ_CHECK_CURRENT.
         IF enr_tab_course(subj_iterator) = prereq_code

        PREREQ_CHECK_HIST_SUBJ.
         IF hist_coursecode(prereq_i) = prereq_code
          MOVE 1 TO prereq_seen
          MOVE hist_grade(prereq_i) TO prereq_grade
          MOVE hist_grade(prereq_i) TO grade_temp
          PERFORM GRADE_TEXT_TO_VALUE
          IF grade_numeric = 1 AND grade_value <= 3.00
         ELSE
          NEXT SENTENCE
         END-IF.

        OPEN_LEDGER_FILE.
         OPEN I-O LEDGER-FILE.
         IF ledger_file_status = "35"
          OPEN OUTPUT LEDGER-FILE
          CLOSE LEDGER-FILE
          OPEN I-O LEDGER-FILE
         END-IF.
         IF ledger_file_status NOT = "00"
          DISPLAY "Unable to open LEDGER.DAT. File status "
           ledger_file_status
          DISPLAY "Cannot continue without the student ledger."
          STOP RUN
         END-IF.

        LOAD_FEES.
         MOVE 1 TO FCOUNT
         OPEN INPUT FEE-FILE
         IF fee_file_status = "00"
          MOVE "N" TO eof_switch
          PERFORM READ_ONE_FEE UNTIL eof_switch = "Y" OR FCOUNT > 50
          CLOSE FEE-FILE
         END-IF.
         PERFORM FEE_FIND_RATES.

        READ_ONE_FEE.
         READ FEE-FILE
          AT END
           MOVE "Y" TO eof_switch
          NOT AT END
           INSPECT frec_type CONVERTING "ufld" TO "UFLD"
           MOVE frec_type TO fee_tab_type(FCOUNT)
           MOVE frec_code TO fee_tab_code(FCOUNT)
           MOVE frec_desc TO fee_tab_desc(FCOUNT)
           IF frec_amount IS NUMERIC
            MOVE frec_amount TO fee_tab_amount(FCOUNT)
           ELSE
            MOVE 0 TO fee_tab_amount(FCOUNT)
           END-IF
           ADD 1 TO FCOUNT
         END-READ.

        SAVE_FEES.
         OPEN OUTPUT FEE-FILE.
         IF fee_file_status NOT = "00"
          DISPLAY "Unable to open FEES.DAT for saving. Fee schedule "
      - "not saved."
         ELSE
          PERFORM WRITE_ONE_FEE VARYING io_iterator FROM 1 BY 1
           UNTIL io_iterator > FCOUNT - 1
          CLOSE FEE-FILE
         END-IF.

        WRITE_ONE_FEE.
         MOVE fee_tab_type(io_iterator) TO frec_type.
         MOVE fee_tab_code(io_iterator) TO frec_code.
         MOVE fee_tab_desc(io_iterator) TO frec_desc.
         MOVE fee_tab_amount(io_iterator) TO frec_amount.
         WRITE FEE-FILE-RECORD.

      * the unit rate and drop credit come out of the schedule; with
      * no D entry a dropped subject is credited in full
        FEE_FIND_RATES.
         MOVE 0 TO fee_unit_rate.
         MOVE 100 TO fee_drop_pct.
         PERFORM FEE_PICK_RATE VARYING fee_i FROM 1 BY 1
          UNTIL fee_i > FCOUNT - 1.

        FEE_PICK_RATE.
         IF fee_tab_type(fee_i) = "U"
          MOVE fee_tab_amount(fee_i) TO fee_unit_rate
         ELSE
         IF fee_tab_type(fee_i) = "D"
          MOVE fee_tab_amount(fee_i) TO fee_drop_pct
         ELSE
          NEXT SENTENCE
         END-IF
         END-IF.

        CASHIER_MENU.
         DISPLAY " ".
         DISPLAY "[1] Post payment, refund or charge".
         DISPLAY "[2] Statement of account for ONE student".
         DISPLAY "[3] Fee assessment run".
         DISPLAY "[4] Past-due hold run".
         DISPLAY "[5] Set fee schedule entry".
         DISPLAY "[6] List fee schedule".
         DISPLAY "[7] Return to main menu".
         DISPLAY "Choice: " WITH NO ADVANCING.
         ACCEPT csh_choice.
         IF csh_choice = 1
          IF oper_auth_cashier NOT = "Y"
           PERFORM CASHIER_NOT_AUTH
          ELSE
           PERFORM CASHIER_POST
          END-IF
         ELSE
         IF csh_choice = 2
          PERFORM STATEMENT_OF_ACCOUNT
         ELSE
         IF csh_choice = 3
          IF oper_auth_cashier NOT = "Y"
           PERFORM CASHIER_NOT_AUTH
          ELSE
           PERFORM FEE_ASSESSMENT
          END-IF
         ELSE
         IF csh_choice = 4
          IF oper_auth_cashier NOT = "Y"
           PERFORM CASHIER_NOT_AUTH
          ELSE
           PERFORM HOLD_RUN
          END-IF
         ELSE
         IF csh_choice = 5
          IF oper_auth_cashier NOT = "Y"
           PERFORM CASHIER_NOT_AUTH
          ELSE
           PERFORM FEE_SET_ENTRY
          END-IF
         ELSE
         IF csh_choice = 6
          PERFORM FEE_LIST
         ELSE
         IF csh_choice = 7
          MOVE 1 TO csh_exited
         ELSE
          DISPLAY " "
          DISPLAY "Invalid input. Plase choose again."
          DISPLAY " "
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

        CASHIER_NOT_AUTH.
         DISPLAY " ".
         DISPLAY "Operator not authorized for cashier functions.".
         DISPLAY " ".

        CASHIER_POST.
         DISPLAY " ".
         DISPLAY "Enter student number: " WITH NO ADVANCING.
         ACCEPT looking_for.
         PERFORM FIND_STUDENT.
         IF found_student = 0
          DISPLAY " "
          DISPLAY "Student number not found, returning to menu"
          DISPLAY " "
         ELSE
          DISPLAY "Name: " rec_firstname
          DISPLAY "Surname: " rec_surname
          PERFORM CASHIER_SHOW_ACCOUNT
          DISPLAY " "
          DISPLAY "[1] Payment"
          DISPLAY "[2] Refund"
          DISPLAY "[3] Charge"
          DISPLAY "[4] Clear hold"
          DISPLAY "[5] Cancel"
          DISPLAY "Choice: " WITH NO ADVANCING
          ACCEPT csh_pick
          MOVE SPACES TO ldg_post_type
          IF csh_pick = 1
           MOVE "P" TO ldg_post_type
          ELSE
          IF csh_pick = 2
           MOVE "R" TO ldg_post_type
          ELSE
          IF csh_pick = 3
           MOVE "C" TO ldg_post_type
          END-IF
          END-IF
          END-IF
          IF csh_pick = 4
           PERFORM CASHIER_CLEAR_HOLD
          ELSE
          IF ldg_post_type = SPACES
           DISPLAY " "
           DISPLAY "Operation terminated."
           DISPLAY " "
          ELSE
           PERFORM CASHIER_POST_ENTRY
          END-IF
          END-IF
         END-IF.

        CASHIER_POST_ENTRY.
         MOVE 0 TO amount_ok.
         PERFORM GET_AMOUNT UNTIL amount_ok = 1.
         IF amount_value = 0
          DISPLAY " "
          DISPLAY "Operation terminated."
          DISPLAY " "
         ELSE
          DISPLAY "Receipt no. or reference: " WITH NO ADVANCING
          ACCEPT ldg_post_ref
          MOVE SPACES TO ldg_post_term
          MOVE 0 TO ldg_post_due
          IF ldg_post_type = "C"
           DISPLAY "Term charged (e.g. 2026-1): " WITH NO ADVANCING
           ACCEPT ldg_post_term
           MOVE 0 TO due_ok
           PERFORM GET_DUE_DATE UNTIL due_ok = 1
           MOVE due_temp TO ldg_post_due
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT ldg_post_desc
          ELSE
          IF ldg_post_type = "P"
           MOVE "PAYMENT" TO ldg_post_desc
          ELSE
           MOVE "REFUND" TO ldg_post_desc
          END-IF
          END-IF
          MOVE amount_value TO ldg_post_amount
          MOVE ldg_post_amount TO amount_edit
          DISPLAY " "
          DISPLAY ldg_post_desc " " amount_edit " " ldg_post_ref
          DISPLAY " "
          DISPLAY "Post this entry? [y/n]: " WITH NO ADVANCING
          ACCEPT yes_or_no
          IF yes_or_no = "y"
           PERFORM LEDGER_POST
           IF ldg_ok = 1
            DISPLAY " "
            DISPLAY "Entry posted to the ledger."
            PERFORM CASHIER_SHOW_ACCOUNT
            IF ldg_post_type = "P" AND rec_hold = "Y" AND
              ldg_past_due NOT > 0
             PERFORM RELEASE_HOLD
             DISPLAY "Past-due balance settled. Hold cleared."
            END-IF
            DISPLAY " "
           END-IF
          ELSE
           DISPLAY " "
           DISPLAY "Operation terminated."
           DISPLAY " "
          END-IF
         END-IF.

        CASHIER_SHOW_ACCOUNT.
         MOVE rec_snum TO looking_for.
         MOVE SPACES TO ldg_search_ref.
         MOVE SPACES TO ldg_search_term.
         PERFORM LEDGER_BALANCE.
         MOVE ldg_balance TO balance_edit.
         DISPLAY "Balance: " balance_edit.
         IF ldg_past_due > 0
          MOVE ldg_past_due TO balance_edit
          DISPLAY "Past due: " balance_edit
         END-IF.
         IF rec_hold = "Y"
          DISPLAY "Hold: past-due balance"
         END-IF.

        CASHIER_CLEAR_HOLD.
         IF rec_hold NOT = "Y"
          DISPLAY " "
          DISPLAY "Student is not on hold."
          DISPLAY " "
         ELSE
          IF ldg_past_due > 0
           DISPLAY " "
           DISPLAY "Balance is still past due."
          END-IF
          DISPLAY "Clear the hold? [y/n]: " WITH NO ADVANCING
          ACCEPT yes_or_no
          IF yes_or_no = "y"
           PERFORM RELEASE_HOLD
           DISPLAY " "
           DISPLAY "Hold cleared."
           DISPLAY " "
          ELSE
           DISPLAY " "
           DISPLAY "Operation terminated."
           DISPLAY " "
          END-IF
         END-IF.

      * both act on the student record in hand
        PLACE_HOLD.
         MOVE rec_snum TO audit_snum.
         MOVE "HOLD" TO audit_field.
         MOVE rec_hold TO audit_old.
         MOVE "Y" TO audit_new.
         PERFORM AUDIT_LOG.
         MOVE "Y" TO rec_hold.
         REWRITE STUDENT-FILE-RECORD.

        RELEASE_HOLD.
         MOVE rec_snum TO audit_snum.
         MOVE "HOLD" TO audit_field.
         MOVE rec_hold TO audit_old.
         MOVE "N" TO audit_new.
         PERFORM AUDIT_LOG.
         MOVE "N" TO rec_hold.
         REWRITE STUDENT-FILE-RECORD.

        GET_AMOUNT.
         DISPLAY "Amount, e.g. 1250.50 (blank for none): " WITH NO
           ADVANCING.
         ACCEPT amount_x.
         IF amount_x = SPACES
          MOVE 0 TO amount_value
          MOVE 1 TO amount_ok
         ELSE
          PERFORM AMOUNT_TEXT_TO_VALUE
          IF amount_ok = 0
           DISPLAY "Amount must be digits with up to two decimals."
          END-IF
         END-IF.

      * values the amount text staged in amount_x, up to 999999.99
        AMOUNT_TEXT_TO_VALUE.
         MOVE 0 TO amount_ok.
         MOVE 0 TO amount_value.
         MOVE SPACES TO amount_whole_x.
         MOVE SPACES TO amount_frac_x.
         MOVE 0 TO amount_len.
         UNSTRING amount_x DELIMITED BY "." OR ALL SPACE
           INTO amount_whole_x COUNT IN amount_len
           amount_frac_x.
         INSPECT amount_whole_x REPLACING LEADING SPACE BY "0".
         INSPECT amount_frac_x REPLACING ALL SPACE BY "0".
         IF amount_len > 0 AND amount_len < 7 AND
           amount_whole_x IS NUMERIC AND amount_frac_x IS NUMERIC
          MOVE amount_whole_x TO amount_whole
          MOVE amount_frac_x TO amount_frac
          COMPUTE amount_value = amount_whole + amount_frac / 100
          MOVE 1 TO amount_ok
         END-IF.

        GET_DUE_DATE.
         DISPLAY "Due date YYYYMMDD (blank for none): " WITH NO
           ADVANCING.
         ACCEPT due_x.
         IF due_x = SPACES
          MOVE 0 TO due_temp
          MOVE 1 TO due_ok
         ELSE
         IF due_x IS NUMERIC
          MOVE due_x TO due_temp
          MOVE 1 TO due_ok
         ELSE
          DISPLAY "Due date must be eight digits, YYYYMMDD."
         END-IF
         END-IF.

      * totals the ledger of the student in looking_for. A charge is
      * past due the day after its due date; refunds paid out count
      * at once. When ldg_search_ref is staged, ldg_net comes back as
      * what is still charged against that reference after credits.
        LEDGER_BALANCE.
         MOVE 0 TO ldg_debits.
         MOVE 0 TO ldg_due_debits.
         MOVE 0 TO ldg_credits.
         MOVE 0 TO ldg_net.
         MOVE ldg_search_term TO ldg_net_term.
         MOVE 1 TO ldg_next_seq.
         MOVE looking_for TO ldg_snum.
         MOVE 0 TO ldg_seq.
         START LEDGER-FILE KEY NOT < ldg_key
          INVALID KEY
           MOVE "Y" TO ldg_eof
          NOT INVALID KEY
           MOVE "N" TO ldg_eof
         END-START.
         PERFORM LEDGER_BALANCE_ONE UNTIL ldg_eof = "Y".
         COMPUTE ldg_balance = ldg_debits - ldg_credits.
         COMPUTE ldg_past_due = ldg_due_debits - ldg_credits.

        LEDGER_BALANCE_ONE.
         READ LEDGER-FILE NEXT RECORD
          AT END
           MOVE "Y" TO ldg_eof
          NOT AT END
           IF ldg_snum NOT = looking_for
            MOVE "Y" TO ldg_eof
           ELSE
            COMPUTE ldg_next_seq = ldg_seq + 1
            IF ldg_type = "C" OR ldg_type = "R"
             ADD ldg_amount TO ldg_debits
             IF ldg_type = "R" OR
               (ldg_due > 0 AND ldg_due < run_date_n)
              ADD ldg_amount TO ldg_due_debits
             END-IF
            ELSE
             ADD ldg_amount TO ldg_credits
            END-IF
            IF ldg_search_ref NOT = SPACES AND
              ldg_ref = ldg_search_ref
             PERFORM LEDGER_NET_ENTRY
            END-IF
           END-IF
         END-READ.

        LEDGER_NET_ENTRY.
         IF ldg_type = "C"
          IF ldg_search_term = SPACES AND ldg_term NOT = ldg_net_term
           MOVE ldg_term TO ldg_net_term
           MOVE 0 TO ldg_net
          END-IF
          IF ldg_term = ldg_net_term
           ADD ldg_amount TO ldg_net
          END-IF
         ELSE
         IF ldg_type = "A" AND ldg_term = ldg_net_term
          SUBTRACT ldg_amount FROM ldg_net
         ELSE
          NEXT SENTENCE
         END-IF
         END-IF.

      * appends the staged entry to the ledger of the student in
      * looking_for; the balances are left as they stood before it
        LEDGER_POST.
         MOVE 0 TO ldg_ok.
         PERFORM LEDGER_BALANCE.
         MOVE looking_for TO ldg_snum.
         MOVE ldg_next_seq TO ldg_seq.
         MOVE ldg_post_type TO ldg_type.
         MOVE ldg_post_term TO ldg_term.
         MOVE run_date_n TO ldg_date.
         MOVE ldg_post_due TO ldg_due.
         MOVE ldg_post_ref TO ldg_ref.
         MOVE ldg_post_desc TO ldg_desc.
         MOVE ldg_post_amount TO ldg_amount.
         MOVE oper_id TO ldg_operator.
         WRITE LEDGER-FILE-RECORD
          INVALID KEY
           DISPLAY "Ledger entry for " looking_for " not posted."
          NOT INVALID KEY
           MOVE 1 TO ldg_ok
           MOVE looking_for TO audit_snum
           IF ldg_post_type = "C"
            MOVE "LEDGER-CHARGE" TO audit_field
           ELSE
           IF ldg_post_type = "P"
            MOVE "LEDGER-PAYMENT" TO audit_field
           ELSE
           IF ldg_post_type = "R"
            MOVE "LEDGER-REFUND" TO audit_field
           ELSE
            MOVE "LEDGER-ADJUST" TO audit_field
           END-IF
           END-IF
           END-IF
           MOVE ldg_post_ref TO audit_old
           MOVE ldg_post_amount TO amount_edit
           MOVE SPACES TO audit_new
           STRING amount_edit DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            ldg_post_term DELIMITED BY SIZE
            INTO audit_new
           PERFORM AUDIT_LOG
         END-WRITE.

      * credits back what is still charged for the subject dropped
      * from looking_for, course_temp, section_temp and sel_term (the
      * term of the enrollment; blank before terms are kept, when the
      * latest term charged for the subject is taken), then refunds
      * whatever of that credit the student has already paid
        LEDGER_DROP_CREDIT.
         MOVE SPACES TO ldg_search_ref.
         STRING course_temp DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           section_temp DELIMITED BY SIZE
           INTO ldg_search_ref.
         MOVE sel_term TO ldg_search_term.
         PERFORM LEDGER_BALANCE.
         IF ldg_net > 0
          COMPUTE ldg_post_amount ROUNDED =
           ldg_net * fee_drop_pct / 100
          IF ldg_post_amount > 0
           MOVE "A" TO ldg_post_type
           MOVE ldg_net_term TO ldg_post_term
           MOVE 0 TO ldg_post_due
           MOVE ldg_search_ref TO ldg_post_ref
           MOVE "DROP CREDIT" TO ldg_post_desc
           PERFORM LEDGER_POST
           IF ldg_ok = 1
            MOVE ldg_post_amount TO amount_edit
            DISPLAY "Drop credit of " amount_edit " posted to the le"
      -     "dger."
            COMPUTE ldg_running = ldg_balance - ldg_post_amount
            IF ldg_running < 0
             COMPUTE charge_temp = 0 - ldg_running
             IF charge_temp > ldg_post_amount
              MOVE ldg_post_amount TO charge_temp
             END-IF
             MOVE "R" TO ldg_post_type
             MOVE charge_temp TO ldg_post_amount
             MOVE "DROP REFUND" TO ldg_post_desc
             PERFORM LEDGER_POST
             IF ldg_ok = 1
              MOVE ldg_post_amount TO amount_edit
              DISPLAY "Refund of " amount_edit " due to the student."
             END-IF
            END-IF
           END-IF
          END-IF
         END-IF.

        FEE_ASSESSMENT.
         DISPLAY " ".
         DISPLAY "Term to assess (e.g. 2026-1): " WITH NO ADVANCING.
         ACCEPT term_temp.
      * once terms are kept, only the current or next term's
      * enrollments can be charged, and under their own term
         IF trm_current NOT = SPACES AND term_temp NOT = SPACES AND
           term_temp NOT = trm_current AND term_temp NOT = trm_next
          DISPLAY " "
          DISPLAY "Current term is " trm_current
           ". Only the current or next term can be assessed."
          MOVE SPACES TO term_temp
         END-IF.
         MOVE 0 TO due_temp.
         IF term_temp NOT = SPACES
          MOVE 0 TO due_ok
          PERFORM GET_DUE_DATE UNTIL due_ok = 1
         END-IF.
         IF term_temp = SPACES OR due_temp = 0
          DISPLAY " "
          DISPLAY "Operation terminated."
          DISPLAY " "
         ELSE
      * assessing the next term charges its pre-registrations
          IF trm_next NOT = SPACES AND term_temp = trm_next
           MOVE trm_next TO sel_term
          END-IF
          IF fee_unit_rate = 0
           DISPLAY " "
           DISPLAY "No rate per unit in the fee schedule. Only lab an"
      -    "d fixed fees will be charged."
          END-IF
          OPEN OUTPUT ASSESS-FILE
          IF assess_file_status NOT = "00"
           MOVE 0 TO asm_ok
           DISPLAY "Unable to open ASSESS.RPT. Screen only."
          ELSE
           MOVE 1 TO asm_ok
           MOVE SPACES TO exc_line
           STRING "FEE ASSESSMENT  Term " DELIMITED BY SIZE
            term_temp DELIMITED BY SIZE
            "  Due " DELIMITED BY SIZE
            due_temp DELIMITED BY SIZE
            "  Run date: " DELIMITED BY SIZE
            run_yyyy DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            run_mm DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            run_dd DELIMITED BY SIZE
            INTO exc_line
           WRITE ASSESS-FILE-RECORD FROM exc_line
           MOVE SPACES TO exc_line
           WRITE ASSESS-FILE-RECORD FROM exc_line
          END-IF
          MOVE 0 TO asm_students
          MOVE 0 TO asm_charges
          MOVE 0 TO asm_total
          PERFORM START_STUDENT_SCAN
          PERFORM ASSESS_ONE_STUDENT UNTIL eof_switch = "Y"
          MOVE asm_total TO total_edit
          IF asm_ok = 1
           MOVE SPACES TO exc_line
           STRING "STUDENTS ASSESSED: " DELIMITED BY SIZE
            asm_students DELIMITED BY SIZE
            "  CHARGES POSTED: " DELIMITED BY SIZE
            asm_charges DELIMITED BY SIZE
            INTO exc_line
           WRITE ASSESS-FILE-RECORD FROM exc_line
           MOVE SPACES TO exc_line
           STRING "TOTAL ASSESSED: " DELIMITED BY SIZE
            total_edit DELIMITED BY SIZE
            INTO exc_line
           WRITE ASSESS-FILE-RECORD FROM exc_line
           CLOSE ASSESS-FILE
           DISPLAY "Assessment register written to ASSESS.RPT."
          END-IF
          DISPLAY " "
          DISPLAY asm_students " student(s) assessed, " asm_charges
           " charge(s) posted, total " total_edit
          DISPLAY " "
          MOVE trm_current TO sel_term
         END-IF.

      * a subject or fixed fee already charged for the term and not
      * credited back is passed over, so the run can be repeated to
      * pick up subjects added since
        ASSESS_ONE_STUDENT.
         READ STUDENT-FILE NEXT RECORD
          AT END
           MOVE "Y" TO eof_switch
          NOT AT END
           IF rec_status = "A"
            PERFORM LOAD_STUDENT_ENROLLMENTS
            IF enr_count > 0
             MOVE rec_snum TO looking_for
             MOVE 0 TO asm_stu_total
             PERFORM ASSESS_ONE_SUBJECT VARYING subj_iterator FROM
              1 BY 1 UNTIL subj_iterator > enr_count
             PERFORM ASSESS_FIXED_FEE VARYING fee_i FROM 1 BY 1
              UNTIL fee_i > FCOUNT - 1
             IF asm_stu_total > 0
              ADD 1 TO asm_students
              ADD asm_stu_total TO asm_total
              MOVE asm_stu_total TO balance_edit
              MOVE SPACES TO exc_line
              STRING rec_snum DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               rec_surname DELIMITED BY SIZE
               "  TOTAL ASSESSED " DELIMITED BY SIZE
               balance_edit DELIMITED BY SIZE
               INTO exc_line
              PERFORM ASSESS_WRITE_LINE
              MOVE SPACES TO exc_line
              PERFORM ASSESS_WRITE_LINE
             END-IF
            END-IF
           END-IF
         END-READ.

        ASSESS_ONE_SUBJECT.
         MOVE SPACES TO ldg_search_ref.
         STRING enr_tab_course(subj_iterator) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           enr_tab_sect(subj_iterator) DELIMITED BY SIZE
           INTO ldg_search_ref.
         MOVE term_temp TO ldg_search_term.
         PERFORM LEDGER_BALANCE.
         IF ldg_net NOT > 0
          MOVE 0 TO fee_lab
          PERFORM ASSESS_FIND_LAB VARYING fee_i FROM 1 BY 1
           UNTIL fee_i > FCOUNT - 1
          COMPUTE ldg_post_amount =
           enr_tab_units(subj_iterator) * fee_unit_rate + fee_lab
          IF ldg_post_amount > 0
           MOVE "C" TO ldg_post_type
           MOVE term_temp TO ldg_post_term
           MOVE due_temp TO ldg_post_due
           MOVE ldg_search_ref TO ldg_post_ref
           IF fee_lab > 0
            MOVE "TUITION AND LAB FEE" TO ldg_post_desc
           ELSE
            MOVE "TUITION" TO ldg_post_desc
           END-IF
           PERFORM ASSESS_POST_CHARGE
          END-IF
         END-IF.

        ASSESS_FIND_LAB.
         IF fee_tab_type(fee_i) = "L" AND
           fee_tab_code(fee_i) = enr_tab_course(subj_iterator)
          ADD fee_tab_amount(fee_i) TO fee_lab
         ELSE
          NEXT SENTENCE
         END-IF.

      * fixed fees fall on every student carrying subjects that term
        ASSESS_FIXED_FEE.
         IF fee_tab_type(fee_i) = "F" AND
           fee_tab_amount(fee_i) > 0
          MOVE fee_tab_code(fee_i) TO ldg_search_ref
          MOVE term_temp TO ldg_search_term
          PERFORM LEDGER_BALANCE
          IF ldg_net NOT > 0
           MOVE "C" TO ldg_post_type
           MOVE term_temp TO ldg_post_term
           MOVE due_temp TO ldg_post_due
           MOVE fee_tab_code(fee_i) TO ldg_post_ref
           MOVE fee_tab_desc(fee_i) TO ldg_post_desc
           MOVE fee_tab_amount(fee_i) TO ldg_post_amount
           PERFORM ASSESS_POST_CHARGE
          END-IF
         ELSE
          NEXT SENTENCE
         END-IF.

        ASSESS_POST_CHARGE.
         PERFORM LEDGER_POST.
         IF ldg_ok = 1
          ADD 1 TO asm_charges
          ADD ldg_post_amount TO asm_stu_total
          MOVE ldg_post_amount TO amount_edit
          MOVE SPACES TO exc_line
          STRING looking_for DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ldg_post_ref DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ldg_post_desc DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           amount_edit DELIMITED BY SIZE
           INTO exc_line
          PERFORM ASSESS_WRITE_LINE
         END-IF.

        ASSESS_WRITE_LINE.
         IF asm_ok = 1
          WRITE ASSESS-FILE-RECORD FROM exc_line
         END-IF.

      * holds every student with a past-due balance and lifts the
      * hold from any who have since paid
        HOLD_RUN.
         OPEN OUTPUT HOLD-FILE.
         IF hold_file_status NOT = "00"
          MOVE 0 TO hold_rpt_ok
          DISPLAY " "
          DISPLAY "Unable to open HOLDS.RPT. Screen only."
         ELSE
          MOVE 1 TO hold_rpt_ok
          MOVE SPACES TO exc_line
          STRING "PAST-DUE HOLD RUN  Run date: " DELIMITED BY SIZE
           run_yyyy DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_mm DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_dd DELIMITED BY SIZE
           INTO exc_line
          WRITE HOLD-FILE-RECORD FROM exc_line
          MOVE SPACES TO exc_line
          WRITE HOLD-FILE-RECORD FROM exc_line
          MOVE "Student No. Surname                   Past due  Hold"
           TO exc_line
          WRITE HOLD-FILE-RECORD FROM exc_line
         END-IF.
         MOVE 0 TO hold_count.
         MOVE 0 TO hold_cleared.
         MOVE SPACES TO ldg_search_ref.
         MOVE SPACES TO ldg_search_term.
         PERFORM START_STUDENT_SCAN.
         PERFORM HOLD_ONE_STUDENT UNTIL eof_switch = "Y".
         IF hold_rpt_ok = 1
          MOVE SPACES TO exc_line
          WRITE HOLD-FILE-RECORD FROM exc_line
          MOVE SPACES TO exc_line
          STRING "STUDENTS ON HOLD: " DELIMITED BY SIZE
           hold_count DELIMITED BY SIZE
           "  HOLDS CLEARED: " DELIMITED BY SIZE
           hold_cleared DELIMITED BY SIZE
           INTO exc_line
          WRITE HOLD-FILE-RECORD FROM exc_line
          CLOSE HOLD-FILE
          DISPLAY "Hold list written to HOLDS.RPT."
         END-IF.
         DISPLAY " ".
         DISPLAY hold_count " student(s) on hold, " hold_cleared
           " hold(s) cleared.".
         DISPLAY " ".

        HOLD_ONE_STUDENT.
         READ STUDENT-FILE NEXT RECORD
          AT END
           MOVE "Y" TO eof_switch
          NOT AT END
           MOVE rec_snum TO looking_for
           PERFORM LEDGER_BALANCE
           MOVE SPACES TO hold_note
           IF ldg_past_due > 0
            IF rec_hold = "Y"
             MOVE "HELD" TO hold_note
            ELSE
             PERFORM PLACE_HOLD
             MOVE "NEW" TO hold_note
            END-IF
            ADD 1 TO hold_count
            MOVE ldg_past_due TO balance_edit
           ELSE
            IF rec_hold = "Y"
             PERFORM RELEASE_HOLD
             MOVE "CLEARED" TO hold_note
             ADD 1 TO hold_cleared
             MOVE 0 TO balance_edit
            END-IF
           END-IF
           IF hold_note NOT = SPACES
            MOVE SPACES TO exc_line
            STRING rec_snum DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             rec_surname DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             balance_edit DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             hold_note DELIMITED BY SIZE
             INTO exc_line
            DISPLAY exc_line
            IF hold_rpt_ok = 1
             WRITE HOLD-FILE-RECORD FROM exc_line
            END-IF
           END-IF
         END-READ.

        STATEMENT_OF_ACCOUNT.
         DISPLAY " ".
         DISPLAY "Enter student number: " WITH NO ADVANCING.
         ACCEPT looking_for.
         PERFORM FIND_STUDENT.
         IF found_student = 0
          DISPLAY " "
          DISPLAY "Student number not found, returning to menu"
          DISPLAY " "
         ELSE
          OPEN OUTPUT STMT-FILE
          IF stmt_file_status NOT = "00"
           DISPLAY " "
           DISPLAY "Unable to open STATEMNT.RPT."
           DISPLAY " "
          ELSE
           MOVE SPACES TO rpt_header
           STRING "STATEMENT OF ACCOUNT  " DELIMITED BY SIZE
             rec_snum DELIMITED BY SIZE
             "  Run date: " DELIMITED BY SIZE
             run_yyyy DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             run_mm DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             run_dd DELIMITED BY SIZE
             INTO rpt_header
           WRITE STMT-FILE-RECORD FROM rpt_header
           MOVE SPACES TO rpt_header
           STRING rec_surname DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             rec_firstname DELIMITED BY SIZE
             INTO rpt_header
           WRITE STMT-FILE-RECORD FROM rpt_header
           IF rec_hold = "Y"
            MOVE "HOLD: PAST-DUE BALANCE" TO rpt_header
            WRITE STMT-FILE-RECORD FROM rpt_header
           END-IF
           MOVE SPACES TO rpt_header
           WRITE STMT-FILE-RECORD FROM rpt_header
           WRITE STMT-FILE-RECORD FROM stmt_col_header
           MOVE 0 TO ldg_running
           MOVE looking_for TO ldg_snum
           MOVE 0 TO ldg_seq
           START LEDGER-FILE KEY NOT < ldg_key
            INVALID KEY
             MOVE "Y" TO ldg_eof
            NOT INVALID KEY
             MOVE "N" TO ldg_eof
           END-START
           PERFORM STMT_ONE_ENTRY UNTIL ldg_eof = "Y"
           MOVE SPACES TO ldg_search_ref
           MOVE SPACES TO ldg_search_term
           PERFORM LEDGER_BALANCE
           MOVE SPACES TO rpt_header
           WRITE STMT-FILE-RECORD FROM rpt_header
           MOVE ldg_balance TO balance_edit
           MOVE SPACES TO rpt_header
           STRING "BALANCE:  " DELIMITED BY SIZE
             balance_edit DELIMITED BY SIZE
             INTO rpt_header
           WRITE STMT-FILE-RECORD FROM rpt_header
           IF ldg_past_due > 0
            MOVE ldg_past_due TO balance_edit
           ELSE
            MOVE 0 TO balance_edit
           END-IF
           MOVE SPACES TO rpt_header
           STRING "PAST DUE: " DELIMITED BY SIZE
             balance_edit DELIMITED BY SIZE
             INTO rpt_header
           WRITE STMT-FILE-RECORD FROM rpt_header
           CLOSE STMT-FILE
           DISPLAY " "
           PERFORM CASHIER_SHOW_ACCOUNT
           DISPLAY "Statement written to STATEMNT.RPT."
           DISPLAY " "
          END-IF
         END-IF.

        STMT_ONE_ENTRY.
         READ LEDGER-FILE NEXT RECORD
          AT END
           MOVE "Y" TO ldg_eof
          NOT AT END
           IF ldg_snum NOT = looking_for
            MOVE "Y" TO ldg_eof
           ELSE
            IF ldg_type = "C" OR ldg_type = "R"
             ADD ldg_amount TO ldg_running
            ELSE
             SUBTRACT ldg_amount FROM ldg_running
            END-IF
            MOVE ldg_date TO stmt_date
            MOVE ldg_type TO stmt_type
            MOVE ldg_term TO stmt_term
            MOVE ldg_ref TO stmt_ref
            MOVE ldg_desc TO stmt_desc
            MOVE ldg_amount TO stmt_amount
            MOVE ldg_running TO stmt_balance
            WRITE STMT-FILE-RECORD FROM stmt_detail
           END-IF
         END-READ.

        FEE_SET_ENTRY.
         DISPLAY " ".
         DISPLAY "  U rate per unit".
         DISPLAY "  F fixed per-term fee".
         DISPLAY "  L lab fee for a course".
         DISPLAY "  D percent of a charge credited on a drop".
         DISPLAY "Fee type (blank to cancel): " WITH NO ADVANCING.
         ACCEPT fee_type_temp.
         INSPECT fee_type_temp CONVERTING "ufld" TO "UFLD".
         MOVE SPACES TO fee_code_temp.
         IF fee_type_temp = "F"
          DISPLAY "Fee code: " WITH NO ADVANCING
          ACCEPT fee_code_temp
          DISPLAY "Description: " WITH NO ADVANCING
          ACCEPT fee_desc_temp
         ELSE
         IF fee_type_temp = "L"
          DISPLAY "Course code: " WITH NO ADVANCING
          ACCEPT fee_code_temp
          MOVE "LAB FEE" TO fee_desc_temp
         ELSE
         IF fee_type_temp = "U"
          MOVE "RATE PER UNIT" TO fee_desc_temp
         ELSE
          MOVE "DROP CREDIT PERCENT" TO fee_desc_temp
         END-IF
         END-IF
         END-IF.
         IF fee_type_temp NOT = "U" AND fee_type_temp NOT = "F" AND
           fee_type_temp NOT = "L" AND fee_type_temp NOT = "D"
          DISPLAY " "
          DISPLAY "Operation terminated."
          DISPLAY " "
         ELSE
         IF (fee_type_temp = "F" OR fee_type_temp = "L") AND
           fee_code_temp = SPACES
          DISPLAY " "
          DISPLAY "A fee code is required. Operation terminated."
          DISPLAY " "
         ELSE
          DISPLAY "Blank or zero removes the entry."
          MOVE 0 TO amount_ok
          PERFORM GET_AMOUNT UNTIL amount_ok = 1
          MOVE 0 TO fee_found
          PERFORM FEE_FIND_ENTRY VARYING fee_i FROM 1 BY 1
           UNTIL fee_i > FCOUNT - 1
          IF amount_value > 99999.99 OR
            (fee_type_temp = "D" AND amount_value > 100)
           DISPLAY " "
           DISPLAY "Amount out of range. Operation terminated."
           DISPLAY " "
          ELSE
          IF amount_value = 0 AND fee_found = 0
           DISPLAY " "
           DISPLAY "No such fee schedule entry."
           DISPLAY " "
          ELSE
          IF fee_found = 0 AND FCOUNT = 51
           DISPLAY " "
           DISPLAY "Fee schedule is full. Entry not added."
           DISPLAY " "
          ELSE
           MOVE fee_code_temp TO audit_snum
           MOVE "FEE-SCHEDULE" TO audit_field
           MOVE SPACES TO audit_old
           IF fee_found > 0
            MOVE fee_tab_amount(fee_found) TO amount_edit
            STRING fee_type_temp DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             amount_edit DELIMITED BY SIZE
             INTO audit_old
           END-IF
           MOVE SPACES TO audit_new
           IF amount_value = 0
            PERFORM SHIFT_FEE VARYING fee_i FROM fee_found BY 1
             UNTIL fee_i > FCOUNT - 2
            SUBTRACT 1 FROM FCOUNT
            DISPLAY " "
            DISPLAY "Fee schedule entry removed."
           ELSE
            IF fee_found = 0
             MOVE FCOUNT TO fee_found
             ADD 1 TO FCOUNT
            END-IF
            MOVE fee_type_temp TO fee_tab_type(fee_found)
            MOVE fee_code_temp TO fee_tab_code(fee_found)
            MOVE fee_desc_temp TO fee_tab_desc(fee_found)
            MOVE amount_value TO fee_tab_amount(fee_found)
            MOVE amount_value TO amount_edit
            STRING fee_type_temp DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             amount_edit DELIMITED BY SIZE
             INTO audit_new
            DISPLAY " "
            DISPLAY "Fee schedule entry saved."
           END-IF
           DISPLAY " "
           PERFORM AUDIT_LOG
           PERFORM SAVE_FEES
           PERFORM FEE_FIND_RATES
          END-IF
          END-IF
          END-IF
         END-IF
         END-IF.

        FEE_FIND_ENTRY.
         IF fee_found = 0 AND
           fee_tab_type(fee_i) = fee_type_temp AND
           fee_tab_code(fee_i) = fee_code_temp
          MOVE fee_i TO fee_found
         ELSE
          NEXT SENTENCE
         END-IF.

        SHIFT_FEE.
         MOVE fee_entry(fee_i + 1) TO fee_entry(fee_i).

        FEE_LIST.
         DISPLAY " ".
         IF FCOUNT = 1
          DISPLAY "Fee schedule is empty."
         ELSE
          DISPLAY "T Code       Description              Amount"
          PERFORM SHOW_FEE_ENTRY VARYING fee_i FROM 1 BY 1
           UNTIL fee_i > FCOUNT - 1
         END-IF.
         DISPLAY " ".

        SHOW_FEE_ENTRY.
         MOVE fee_tab_amount(fee_i) TO amount_edit.
         DISPLAY fee_tab_type(fee_i) " " fee_tab_code(fee_i) " "
           fee_tab_desc(fee_i) " " amount_edit.

        OPEN_STANDING_FILE.
         OPEN I-O STANDING-FILE.
         IF standing_file_status = "35"
          OPEN OUTPUT STANDING-FILE
          CLOSE STANDING-FILE
          OPEN I-O STANDING-FILE
         END-IF.
         IF standing_file_status NOT = "00"
          DISPLAY "Unable to open STANDING.DAT. File status "
           standing_file_status
          DISPLAY "Cannot continue without the standing file."
          STOP RUN
         END-IF.

        STANDING_MENU.
         DISPLAY " ".
         DISPLAY "[1] Standing run for a term".
         DISPLAY "[2] Show standing thresholds".
         DISPLAY "[3] Set standing thresholds".
         DISPLAY "[4] Return to main menu".
         DISPLAY "Choice: " WITH NO ADVANCING.
         ACCEPT std_choice.
         IF std_choice = 1
          IF oper_auth_grade NOT = "Y"
           PERFORM STANDING_NOT_AUTH
          ELSE
           PERFORM STANDING_RUN
          END-IF
         ELSE
         IF std_choice = 2
          PERFORM LOAD_STANDING_CONTROL
          PERFORM STANDING_SHOW_CONTROL
         ELSE
         IF std_choice = 3
          IF oper_auth_grade NOT = "Y"
           PERFORM STANDING_NOT_AUTH
          ELSE
           PERFORM STANDING_SET_CONTROL
          END-IF
         ELSE
         IF std_choice = 4
          MOVE 1 TO std_exited
         ELSE
          DISPLAY " "
          DISPLAY "Invalid input. Plase choose again."
          DISPLAY " "
         END-IF
         END-IF
         END-IF
         END-IF.

        STANDING_NOT_AUTH.
         DISPLAY " ".
         DISPLAY "Operator not authorized for academic standing.".
         DISPLAY " ".

        LOAD_STANDING_CONTROL.
         MOVE 0 TO std_ctl_ok.
         OPEN INPUT STDCTL-FILE.
         IF stdctl_file_status = "00"
          READ STDCTL-FILE
           AT END
            MOVE 0 TO std_ctl_ok
           NOT AT END
            IF STDCTL-FILE-RECORD IS NUMERIC
             MOVE sctl_dl_avg TO std_dl_avg
             MOVE sctl_dl_units TO std_dl_units
             MOVE sctl_dl_worst TO std_dl_worst
             MOVE sctl_prob_avg TO std_prob_avg
             MOVE sctl_dism_avg TO std_dism_avg
             MOVE 1 TO std_ctl_ok
            END-IF
          END-READ
          CLOSE STDCTL-FILE
         END-IF.

        STANDING_SHOW_CONTROL.
         DISPLAY " ".
         IF std_ctl_ok = 0
          DISPLAY "No standing thresholds on file (STANDCTL.DAT)."
         ELSE
          MOVE std_dl_avg TO avg_display
          DISPLAY "Dean's list average at or better than:  "
            avg_display
          DISPLAY "Dean's list minimum units carried:      "
            std_dl_units
          MOVE std_dl_worst TO avg_display
          DISPLAY "Dean's list no single grade worse than: "
            avg_display
          MOVE std_prob_avg TO avg_display
          DISPLAY "Probation average worse than:           "
            avg_display
          MOVE std_dism_avg TO avg_display
          DISPLAY "Dismissal average worse than:           "
            avg_display
         END-IF.
         DISPLAY " ".

      * each threshold is keyed like a grade; blank keeps the figure
      * already on file
        STANDING_SET_CONTROL.
         PERFORM LOAD_STANDING_CONTROL.
         PERFORM STANDING_SHOW_CONTROL.
         IF std_ctl_ok = 1
          MOVE STDCTL-FILE-RECORD TO std_ctl_before
         ELSE
          MOVE SPACES TO std_ctl_before
         END-IF.
         DISPLAY "Dean's list average (e.g. 1.75): " WITH NO
           ADVANCING.
         ACCEPT std_input.
         MOVE std_dl_avg TO grade_value.
         PERFORM STANDING_TAKE_GRADE.
         MOVE grade_value TO std_dl_avg.
         DISPLAY "Dean's list minimum units (e.g. 15): " WITH NO
           ADVANCING.
         ACCEPT std_input.
         IF std_input NOT = SPACES
          MOVE std_input TO amount_x
          PERFORM AMOUNT_TEXT_TO_VALUE
          IF amount_ok = 1 AND amount_frac = 0 AND amount_whole < 100
           MOVE amount_whole TO std_dl_units
          ELSE
           DISPLAY "Units must be a whole number below 100. Kept."
          END-IF
         END-IF.
         DISPLAY "Dean's list worst single grade (e.g. 2.50): " WITH
           NO ADVANCING.
         ACCEPT std_input.
         MOVE std_dl_worst TO grade_value.
         PERFORM STANDING_TAKE_GRADE.
         MOVE grade_value TO std_dl_worst.
         DISPLAY "Probation when average worse than (e.g. 2.50): "
           WITH NO ADVANCING.
         ACCEPT std_input.
         MOVE std_prob_avg TO grade_value.
         PERFORM STANDING_TAKE_GRADE.
         MOVE grade_value TO std_prob_avg.
         DISPLAY "Dismissal when average worse than (e.g. 3.00): "
           WITH NO ADVANCING.
         ACCEPT std_input.
         MOVE std_dism_avg TO grade_value.
         PERFORM STANDING_TAKE_GRADE.
         MOVE grade_value TO std_dism_avg.
         IF std_dl_avg = 0 OR std_prob_avg = 0 OR std_dism_avg = 0
          DISPLAY " "
          DISPLAY "Every average threshold must be set. Not saved."
          DISPLAY " "
         ELSE
         IF std_dl_avg > std_prob_avg OR std_prob_avg > std_dism_avg
          DISPLAY " "
          DISPLAY "Thresholds must run dean's list, probation, dismis"
      -   "sal. Not saved."
          DISPLAY " "
         ELSE
          MOVE std_dl_avg TO sctl_dl_avg
          MOVE std_dl_units TO sctl_dl_units
          MOVE std_dl_worst TO sctl_dl_worst
          MOVE std_prob_avg TO sctl_prob_avg
          MOVE std_dism_avg TO sctl_dism_avg
          OPEN OUTPUT STDCTL-FILE
          IF stdctl_file_status NOT = "00"
           DISPLAY "Unable to open STANDCTL.DAT. Thresholds not saved."
          ELSE
           WRITE STDCTL-FILE-RECORD
           CLOSE STDCTL-FILE
           MOVE 1 TO std_ctl_ok
           MOVE SPACES TO audit_snum
           MOVE "STANDING-CTL" TO audit_field
           MOVE std_ctl_before TO audit_old
           MOVE STDCTL-FILE-RECORD TO audit_new
           PERFORM AUDIT_LOG
           DISPLAY " "
           DISPLAY "Standing thresholds saved."
           DISPLAY " "
          END-IF
         END-IF
         END-IF.

        STANDING_TAKE_GRADE.
         IF std_input NOT = SPACES
          MOVE grade_value TO std_dl_keep
          MOVE std_input TO grade_temp
          PERFORM GRADE_TEXT_TO_VALUE
          IF grade_numeric = 0
           MOVE std_dl_keep TO grade_value
           DISPLAY "Not a grade figure such as 2.50. Kept."
          END-IF
         END-IF.

      * a full rerun for the term: figures already kept for the term
      * are zeroed, gathered again from the filed history, and then
      * every student's term is classified in key order so that the
      * standing of the term before it is at hand
        STANDING_RUN.
         IF job_mode = 1
          MOVE job_parm1 TO term_temp
         ELSE
          DISPLAY " "
          DISPLAY "Term to evaluate (e.g. 2026-1): " WITH NO ADVANCING
          ACCEPT term_temp
         END-IF.
         PERFORM LOAD_STANDING_CONTROL.
         IF term_temp = SPACES
          DISPLAY " "
          DISPLAY "Operation terminated."
          DISPLAY " "
         ELSE
         IF std_ctl_ok = 0
          DISPLAY " "
          DISPLAY "No standing thresholds on file (STANDCTL.DAT). Set "
      -   "them first."
          DISPLAY " "
          MOVE 8 TO job_step_rc
          MOVE "no thresholds in STANDCTL.DAT" TO job_msg
         ELSE
          OPEN INPUT HISTORY-FILE
          IF history_file_status NOT = "00"
           DISPLAY " "
           DISPLAY "No history on file. Archive the term first."
           DISPLAY " "
           MOVE 8 TO job_step_rc
           MOVE "HISTORY.DAT not found" TO job_msg
          ELSE
           PERFORM STANDING_RESET_TERM
           MOVE "N" TO eof_switch
           PERFORM STANDING_GATHER UNTIL eof_switch = "Y"
           CLOSE HISTORY-FILE
           MOVE 0 TO std_evaluated
           MOVE ZEROS TO std_cat_totals
           PERFORM STANDING_CLASSIFY_ALL
           PERFORM STANDING_REPORT
           DISPLAY " "
           DISPLAY "Students evaluated: " std_evaluated
           DISPLAY "Dean's list:   " std_cat_total(1)
           DISPLAY "Good standing: " std_cat_total(2)
           DISPLAY "Probation:     " std_cat_total(3)
           DISPLAY "Dismissal:     " std_cat_total(4)
           DISPLAY " "
          END-IF
         END-IF
         END-IF.

        STANDING_START.
         MOVE LOW-VALUES TO std_key.
         MOVE "N" TO std_eof.
         START STANDING-FILE KEY IS NOT LESS THAN std_key
          INVALID KEY
           MOVE "Y" TO std_eof
         END-START.

        STANDING_RESET_TERM.
         PERFORM STANDING_START.
         PERFORM STANDING_RESET_ONE UNTIL std_eof = "Y".

        STANDING_RESET_ONE.
         READ STANDING-FILE NEXT RECORD
          AT END
           MOVE "Y" TO std_eof
          NOT AT END
           IF std_term = term_temp
            MOVE 0 TO std_units
            MOVE 0 TO std_graded
            MOVE 0 TO std_wsum
            MOVE 0 TO std_avg
            MOVE 0 TO std_worst
            MOVE 0 TO std_ungraded
            REWRITE STANDING-FILE-RECORD
           END-IF
         END-READ.

        STANDING_GATHER.
         READ HISTORY-FILE
          AT END
           MOVE "Y" TO eof_switch
          NOT AT END
           IF hist_term = term_temp AND hist_subj_count > 1
            PERFORM STANDING_GATHER_REC
           END-IF
         END-READ.

        STANDING_GATHER_REC.
         MOVE hist_snum TO std_snum.
         MOVE term_temp TO std_term.
         READ STANDING-FILE
          INVALID KEY
           MOVE 0 TO std_found
          NOT INVALID KEY
           MOVE 1 TO std_found
         END-READ.
         IF std_found = 0
          MOVE hist_snum TO std_snum
          MOVE term_temp TO std_term
          MOVE 0 TO std_units
          MOVE 0 TO std_graded
          MOVE 0 TO std_wsum
          MOVE 0 TO std_avg
          MOVE 0 TO std_worst
          MOVE 0 TO std_ungraded
          MOVE SPACE TO std_code
          MOVE SPACE TO std_prev_code
          MOVE 0 TO std_date
         END-IF.
         MOVE hist_surname TO std_surname.
         MOVE hist_firstname TO std_firstname.
         PERFORM STANDING_ADD_SUBJECT VARYING subj_iterator FROM 1
           BY 1 UNTIL subj_iterator > hist_subj_count - 1.
         IF std_found = 0
          WRITE STANDING-FILE-RECORD
         ELSE
          REWRITE STANDING-FILE-RECORD
         END-IF.

      * graded the same way as the transcript's term average
        STANDING_ADD_SUBJECT.
         ADD hist_units(subj_iterator) TO std_units.
         MOVE hist_grade(subj_iterator) TO grade_temp.
         PERFORM GRADE_TEXT_TO_VALUE.
         IF grade_numeric = 1
          ADD hist_units(subj_iterator) TO std_graded
          COMPUTE std_wsum = std_wsum +
           hist_units(subj_iterator) * grade_value
          IF grade_value > std_worst
           MOVE grade_value TO std_worst
          END-IF
         ELSE
          ADD 1 TO std_ungraded
         END-IF.

        STANDING_CLASSIFY_ALL.
         MOVE SPACES TO std_last_snum.
         MOVE SPACE TO std_last_code.
         PERFORM STANDING_START.
         PERFORM STANDING_CLASSIFY_ONE UNTIL std_eof = "Y".

      * terms sort in time order within a student, so the last record
      * read for the same student ahead of this term is the term
      * before it
        STANDING_CLASSIFY_ONE.
         READ STANDING-FILE NEXT RECORD
          AT END
           MOVE "Y" TO std_eof
          NOT AT END
           IF std_term = term_temp
            IF std_units = 0
             DELETE STANDING-FILE RECORD
            ELSE
             IF std_last_snum = std_snum
              MOVE std_last_code TO std_prev_code
             ELSE
              MOVE SPACE TO std_prev_code
             END-IF
             PERFORM STANDING_CLASSIFY
            END-IF
           ELSE
           IF std_term < term_temp
            MOVE std_snum TO std_last_snum
            MOVE std_code TO std_last_code
           ELSE
            NEXT SENTENCE
           END-IF
           END-IF
         END-READ.

        STANDING_CLASSIFY.
         MOVE std_code TO audit_old.
         IF std_graded > 0
          COMPUTE std_avg ROUNDED = std_wsum / std_graded
         ELSE
          MOVE 0 TO std_avg
         END-IF.
         IF std_graded = 0
          MOVE "G" TO std_code
         ELSE
         IF std_avg > std_dism_avg
          MOVE "X" TO std_code
         ELSE
         IF std_avg > std_prob_avg
          IF std_prev_code = "P"
           MOVE "X" TO std_code
          ELSE
           MOVE "P" TO std_code
          END-IF
         ELSE
         IF std_avg NOT > std_dl_avg AND
           std_units NOT < std_dl_units AND
           std_worst NOT > std_dl_worst AND
           std_ungraded = 0
          MOVE "D" TO std_code
         ELSE
          MOVE "G" TO std_code
         END-IF
         END-IF
         END-IF
         END-IF.
         MOVE run_date_n TO std_date.
         REWRITE STANDING-FILE-RECORD.
         ADD 1 TO std_evaluated.
         PERFORM STANDING_COUNT_CATEGORY VARYING std_cat_i FROM 1
           BY 1 UNTIL std_cat_i > 4.
         MOVE std_snum TO audit_snum.
         MOVE "STANDING" TO audit_field.
         MOVE std_avg TO avg_display.
         MOVE SPACES TO audit_new.
         STRING term_temp DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           std_code DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           avg_display DELIMITED BY SIZE
           INTO audit_new.
         PERFORM AUDIT_LOG.

        STANDING_COUNT_CATEGORY.
         IF std_code = std_categories(std_cat_i:1)
          ADD 1 TO std_cat_total(std_cat_i)
         ELSE
          NEXT SENTENCE
         END-IF.

        STANDING_NAME.
         IF std_code_pick = "D"
          MOVE "DEAN'S LIST" TO std_name_text
         ELSE
         IF std_code_pick = "P"
          MOVE "PROBATION" TO std_name_text
         ELSE
         IF std_code_pick = "X"
          MOVE "DISMISSAL" TO std_name_text
         ELSE
          MOVE "GOOD STANDING" TO std_name_text
         END-IF
         END-IF
         END-IF.

        STANDING_REPORT.
         OPEN OUTPUT STDRPT-FILE.
         IF stdrpt_file_status NOT = "00"
          MOVE 0 TO std_rpt_ok
          DISPLAY "Unable to open STANDING.RPT. Standing was kept but"
      -   " not listed."
         ELSE
          MOVE 1 TO std_rpt_ok
          MOVE SPACES TO exc_line
          STRING "ACADEMIC STANDING  Term " DELIMITED BY SIZE
           term_temp DELIMITED BY SIZE
           "  Run date: " DELIMITED BY SIZE
           run_yyyy DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_mm DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_dd DELIMITED BY SIZE
           INTO exc_line
          WRITE STDRPT-FILE-RECORD FROM exc_line
          PERFORM STANDING_REPORT_CATEGORY VARYING std_cat_i FROM 1
            BY 1 UNTIL std_cat_i > 4
          MOVE SPACES TO exc_line
          WRITE STDRPT-FILE-RECORD FROM exc_line
          MOVE SPACES TO exc_line
          STRING "STUDENTS EVALUATED: " DELIMITED BY SIZE
           std_evaluated DELIMITED BY SIZE
           INTO exc_line
          WRITE STDRPT-FILE-RECORD FROM exc_line
          CLOSE STDRPT-FILE
          DISPLAY "Standing list written to STANDING.RPT."
         END-IF.

        STANDING_REPORT_CATEGORY.
         MOVE std_categories(std_cat_i:1) TO std_code_pick.
         PERFORM STANDING_NAME.
         MOVE SPACES TO exc_line.
         WRITE STDRPT-FILE-RECORD FROM exc_line.
         MOVE std_name_text TO exc_line.
         WRITE STDRPT-FILE-RECORD FROM exc_line.
         WRITE STDRPT-FILE-RECORD FROM std_col_header.
         MOVE 0 TO std_cat_count.
         PERFORM STANDING_START.
         PERFORM STANDING_REPORT_ONE UNTIL std_eof = "Y".
         MOVE SPACES TO exc_line.
         STRING "  TOTAL: " DELIMITED BY SIZE
           std_cat_count DELIMITED BY SIZE
           INTO exc_line.
         WRITE STDRPT-FILE-RECORD FROM exc_line.

        STANDING_REPORT_ONE.
         READ STANDING-FILE NEXT RECORD
          AT END
           MOVE "Y" TO std_eof
          NOT AT END
           IF std_term = term_temp AND std_code = std_code_pick
            MOVE std_snum TO std_det_snum
            MOVE std_surname TO std_det_surname
            MOVE std_firstname TO std_det_firstname
            MOVE std_units TO std_det_units
            MOVE std_avg TO std_det_avg
            WRITE STDRPT-FILE-RECORD FROM std_detail
            ADD 1 TO std_cat_count
           END-IF
         END-READ.

        LOAD_CURRICULA.
         MOVE 1 TO RCOUNT
         OPEN INPUT CURRIC-FILE
         IF curric_file_status = "00"
          MOVE "N" TO eof_switch
          PERFORM READ_ONE_CURRIC UNTIL eof_switch = "Y" OR
           RCOUNT > 300
          CLOSE CURRIC-FILE
         END-IF.

        READ_ONE_CURRIC.
         READ CURRIC-FILE
          AT END
           MOVE "Y" TO eof_switch
          NOT AT END
           INSPECT curr_type CONVERTING "pre" TO "PRE"
           MOVE curr_type TO cur_tab_type(RCOUNT)
           MOVE curr_program TO cur_tab_program(RCOUNT)
           MOVE curr_code TO cur_tab_code(RCOUNT)
           MOVE curr_desc TO cur_tab_desc(RCOUNT)
           IF curr_units IS NUMERIC
            MOVE curr_units TO cur_tab_units(RCOUNT)
           ELSE
            MOVE 0 TO cur_tab_units(RCOUNT)
           END-IF
           IF curr_elect IS NUMERIC
            MOVE curr_elect TO cur_tab_elect(RCOUNT)
           ELSE
            MOVE 0 TO cur_tab_elect(RCOUNT)
           END-IF
           ADD 1 TO RCOUNT
         END-READ.

        SAVE_CURRICULA.
         OPEN OUTPUT CURRIC-FILE.
         IF curric_file_status NOT = "00"
          DISPLAY "Unable to open CURRIC.DAT for saving. Curricula no"
      - "t saved."
         ELSE
          PERFORM WRITE_ONE_CURRIC VARYING io_iterator FROM 1 BY 1
           UNTIL io_iterator > RCOUNT - 1
          CLOSE CURRIC-FILE
         END-IF.

        WRITE_ONE_CURRIC.
         MOVE cur_tab_type(io_iterator) TO curr_type.
         MOVE cur_tab_program(io_iterator) TO curr_program.
         MOVE cur_tab_code(io_iterator) TO curr_code.
         MOVE cur_tab_desc(io_iterator) TO curr_desc.
         MOVE cur_tab_units(io_iterator) TO curr_units.
         MOVE cur_tab_elect(io_iterator) TO curr_elect.
         WRITE CURRIC-FILE-RECORD.

      * finds the P entry of the program in prog_temp
        CURRIC_FIND_PROGRAM.
         MOVE 0 TO cur_prog_found.
         PERFORM CURRIC_MATCH_PROGRAM VARYING cur_i FROM 1 BY 1
          UNTIL cur_i > RCOUNT - 1.

        CURRIC_MATCH_PROGRAM.
         IF cur_prog_found = 0 AND cur_tab_type(cur_i) = "P" AND
           cur_tab_program(cur_i) = prog_temp
          MOVE cur_i TO cur_prog_found
         ELSE
          NEXT SENTENCE
         END-IF.

      * an unknown program code is not kept; the student is taken
      * on as undeclared and the program can be set later
        CHECK_PROGRAM_CODE.
         IF prog_temp NOT = SPACES
          PERFORM CURRIC_FIND_PROGRAM
          IF cur_prog_found = 0
           DISPLAY "Program " prog_temp " not in CURRIC.DAT. Recorded"
      -    " as undeclared."
           MOVE SPACES TO prog_temp
          END-IF
         END-IF.

        DEGREE_MENU.
         DISPLAY " ".
         DISPLAY "[1] Degree audit for ONE student".
         DISPLAY "[2] Degree audit for ALL students in a program".
         DISPLAY "[3] Set curriculum entry".
         DISPLAY "[4] List curricula".
         DISPLAY "[5] Return to main menu".
         DISPLAY "Choice: " WITH NO ADVANCING.
         ACCEPT dga_choice.
         IF dga_choice = 1
          PERFORM DGA_ONE_STUDENT
         ELSE
         IF dga_choice = 2
          PERFORM DGA_PROGRAM_RUN
         ELSE
         IF dga_choice = 3
          PERFORM CURRIC_SET_ENTRY
         ELSE
         IF dga_choice = 4
          PERFORM CURRIC_LIST
         ELSE
         IF dga_choice = 5
          MOVE 1 TO dga_exited
         ELSE
          DISPLAY " "
          DISPLAY "Invalid input. Plase choose again."
          DISPLAY " "
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

        CURRIC_SET_ENTRY.
         DISPLAY " ".
         DISPLAY "  P degree program".
         DISPLAY "  R required course of a program".
         DISPLAY "  E elective course of a program".
         DISPLAY "Entry type (blank to cancel): " WITH NO ADVANCING.
         ACCEPT cur_type_temp.
         INSPECT cur_type_temp CONVERTING "pre" TO "PRE".
         MOVE SPACES TO prog_temp.
         MOVE SPACES TO cur_code_temp.
         MOVE SPACES TO cur_desc_temp.
         MOVE 0 TO cur_elect_temp.
         IF cur_type_temp = "P" OR cur_type_temp = "R" OR
           cur_type_temp = "E"
          DISPLAY "Program code: " WITH NO ADVANCING
          ACCEPT prog_temp
          IF cur_type_temp = "P"
           DISPLAY "Program name: " WITH NO ADVANCING
           ACCEPT cur_desc_temp
          ELSE
           DISPLAY "Course code: " WITH NO ADVANCING
           ACCEPT cur_code_temp
          END-IF
         END-IF.
         IF cur_type_temp NOT = "P" AND cur_type_temp NOT = "R" AND
           cur_type_temp NOT = "E"
          DISPLAY " "
          DISPLAY "Operation terminated."
          DISPLAY " "
         ELSE
         IF prog_temp = SPACES OR
           (cur_type_temp NOT = "P" AND cur_code_temp = SPACES)
          DISPLAY " "
          DISPLAY "A program and course code are required. Operation "
      -   "terminated."
          DISPLAY " "
         ELSE
          PERFORM CURRIC_FIND_PROGRAM
          MOVE 0 TO cur_found
          PERFORM CURRIC_FIND_ENTRY VARYING cur_i FROM 1 BY 1
           UNTIL cur_i > RCOUNT - 1
          IF cur_type_temp NOT = "P" AND cur_prog_found = 0
           DISPLAY " "
           DISPLAY "Program " prog_temp " is not on file. Set the P e"
      -    "ntry first."
           DISPLAY " "
          ELSE
           DISPLAY "Blank or zero units removes the entry."
           IF cur_type_temp = "P"
            DISPLAY "Minimum total units: " WITH NO ADVANCING
           ELSE
            DISPLAY "Units: " WITH NO ADVANCING
           END-IF
           MOVE 0 TO cur_units_ok
           PERFORM GET_CURRIC_UNITS UNTIL cur_units_ok = 1
           MOVE amount_whole TO cur_units_temp
           IF cur_type_temp = "P" AND cur_units_temp > 0
            DISPLAY "Elective units required: " WITH NO ADVANCING
            MOVE 0 TO cur_units_ok
            PERFORM GET_CURRIC_UNITS UNTIL cur_units_ok = 1
            MOVE amount_whole TO cur_elect_temp
           END-IF
           PERFORM CURRIC_APPLY_ENTRY
          END-IF
         END-IF
         END-IF.

        GET_CURRIC_UNITS.
         ACCEPT cur_units_x.
         MOVE 0 TO amount_whole.
         IF cur_units_x = SPACES
          MOVE 1 TO cur_units_ok
         ELSE
          MOVE cur_units_x TO amount_x
          PERFORM AMOUNT_TEXT_TO_VALUE
          IF amount_ok = 1 AND amount_frac = 0 AND amount_whole < 1000
           MOVE 1 TO cur_units_ok
          ELSE
           DISPLAY "Units must be a whole number below 1000: " WITH NO
             ADVANCING
          END-IF
         END-IF.

        CURRIC_APPLY_ENTRY.
         MOVE 0 TO cur_children.
         IF cur_type_temp = "P" AND cur_units_temp = 0
          PERFORM CURRIC_COUNT_CHILD VARYING cur_i FROM 1 BY 1
           UNTIL cur_i > RCOUNT - 1
         END-IF.
         IF cur_units_temp = 0 AND cur_found = 0
          DISPLAY " "
          DISPLAY "No such curriculum entry."
          DISPLAY " "
         ELSE
         IF cur_children > 0
          DISPLAY " "
          DISPLAY "Program still lists courses. Remove them first."
          DISPLAY " "
         ELSE
         IF cur_found = 0 AND RCOUNT = 301
          DISPLAY " "
          DISPLAY "Curriculum file is full. Entry not added."
          DISPLAY " "
         ELSE
          MOVE SPACES TO audit_snum
          MOVE "CURRICULUM" TO audit_field
          MOVE SPACES TO audit_old
          IF cur_found > 0
           STRING cur_type_temp DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            prog_temp DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            cur_code_temp DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            cur_tab_units(cur_found) DELIMITED BY SIZE
            INTO audit_old
          END-IF
          MOVE SPACES TO audit_new
          IF cur_units_temp = 0
           PERFORM SHIFT_CURRIC VARYING cur_i FROM cur_found BY 1
            UNTIL cur_i > RCOUNT - 2
           SUBTRACT 1 FROM RCOUNT
           DISPLAY " "
           DISPLAY "Curriculum entry removed."
          ELSE
           IF cur_found = 0
            MOVE RCOUNT TO cur_found
            ADD 1 TO RCOUNT
           END-IF
           MOVE cur_type_temp TO cur_tab_type(cur_found)
           MOVE prog_temp TO cur_tab_program(cur_found)
           MOVE cur_code_temp TO cur_tab_code(cur_found)
           MOVE cur_desc_temp TO cur_tab_desc(cur_found)
           MOVE cur_units_temp TO cur_tab_units(cur_found)
           MOVE cur_elect_temp TO cur_tab_elect(cur_found)
           STRING cur_type_temp DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            prog_temp DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            cur_code_temp DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            cur_units_temp DELIMITED BY SIZE
            INTO audit_new
           DISPLAY " "
           DISPLAY "Curriculum entry saved."
          END-IF
          DISPLAY " "
          PERFORM AUDIT_LOG
          PERFORM SAVE_CURRICULA
         END-IF
         END-IF
         END-IF.

        CURRIC_FIND_ENTRY.
         IF cur_found = 0 AND
           cur_tab_type(cur_i) = cur_type_temp AND
           cur_tab_program(cur_i) = prog_temp AND
           cur_tab_code(cur_i) = cur_code_temp
          MOVE cur_i TO cur_found
         ELSE
          NEXT SENTENCE
         END-IF.

        CURRIC_COUNT_CHILD.
         IF cur_tab_type(cur_i) NOT = "P" AND
           cur_tab_program(cur_i) = prog_temp
          ADD 1 TO cur_children
         ELSE
          NEXT SENTENCE
         END-IF.

        SHIFT_CURRIC.
         MOVE cur_entry(cur_i + 1) TO cur_entry(cur_i).

        CURRIC_LIST.
         DISPLAY " ".
         IF RCOUNT = 1
          DISPLAY "No curricula on file."
         ELSE
          DISPLAY "T Prog.  Course     Units Elect. Name"
          PERFORM SHOW_CURRIC_ENTRY VARYING cur_i FROM 1 BY 1
           UNTIL cur_i > RCOUNT - 1
         END-IF.
         DISPLAY " ".

        SHOW_CURRIC_ENTRY.
         DISPLAY cur_tab_type(cur_i) " " cur_tab_program(cur_i) " "
           cur_tab_code(cur_i) " " cur_tab_units(cur_i) "   "
           cur_tab_elect(cur_i) "    " cur_tab_desc(cur_i).

        DGA_ONE_STUDENT.
         DISPLAY " ".
         DISPLAY "Enter student number: " WITH NO ADVANCING.
         ACCEPT looking_for.
         PERFORM FIND_STUDENT.
         IF found_student = 0
          DISPLAY " "
          DISPLAY "Student number not found."
          DISPLAY " "
         ELSE
         IF rec_program = SPACES
          DISPLAY " "
          DISPLAY "Student has no degree program on record."
          DISPLAY " "
         ELSE
          MOVE rec_program TO prog_temp
          PERFORM CURRIC_FIND_PROGRAM
          IF cur_prog_found = 0
           DISPLAY " "
           DISPLAY "Program " rec_program " is not in CURRIC.DAT."
           DISPLAY " "
          ELSE
           PERFORM DGA_REPORT_OPEN
           MOVE dga_rpt_ok TO dga_print
           PERFORM DGA_EVALUATE
           IF dga_rpt_ok = 1
            CLOSE DEGAUD-FILE
            DISPLAY "Degree audit written to DEGAUDIT.RPT."
           END-IF
           DISPLAY " "
           DISPLAY "Required courses met: " dga_req_met " of "
             dga_req_total ", in progress: " dga_req_inprog
           DISPLAY "Elective units: " dga_elect_earned " of "
             dga_elect_req
           DISPLAY "Units earned: " dga_earned "  remaining: "
             dga_remaining
           DISPLAY "Verdict: " dga_verdict
           DISPLAY " "
          END-IF
         END-IF
         END-IF.

        DGA_PROGRAM_RUN.
         DISPLAY " ".
         DISPLAY "Program code: " WITH NO ADVANCING.
         ACCEPT prog_temp.
         MOVE 0 TO cur_prog_found.
         IF prog_temp NOT = SPACES
          PERFORM CURRIC_FIND_PROGRAM
         END-IF.
         IF cur_prog_found = 0
          DISPLAY " "
          DISPLAY "Program not in CURRIC.DAT. Operation terminated."
          DISPLAY " "
         ELSE
          PERFORM DGA_REPORT_OPEN
          MOVE dga_rpt_ok TO dga_print
          OPEN OUTPUT GRADCAND-FILE
          IF gradcand_file_status NOT = "00"
           MOVE 0 TO dga_cand_ok
           DISPLAY "Unable to open GRADCAND.RPT. Candidates on screen"
      -    " only."
          ELSE
           MOVE 1 TO dga_cand_ok
           MOVE SPACES TO exc_line
           STRING "GRADUATION CANDIDATES  " DELIMITED BY SIZE
            prog_temp DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            cur_tab_desc(cur_prog_found) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            run_yyyy DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            run_mm DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            run_dd DELIMITED BY SIZE
            INTO exc_line
           WRITE GRADCAND-FILE-RECORD FROM exc_line
           MOVE SPACES TO exc_line
           WRITE GRADCAND-FILE-RECORD FROM exc_line
          END-IF
          MOVE 0 TO dga_students
          MOVE 0 TO dga_complete
          MOVE 0 TO dga_candidates
          PERFORM START_STUDENT_SCAN
          PERFORM DGA_PROGRAM_NEXT UNTIL eof_switch = "Y"
          MOVE SPACES TO exc_line
          STRING "AUDITED: " DELIMITED BY SIZE
           dga_students DELIMITED BY SIZE
           "  COMPLETE: " DELIMITED BY SIZE
           dga_complete DELIMITED BY SIZE
           "  CANDIDATES: " DELIMITED BY SIZE
           dga_candidates DELIMITED BY SIZE
           INTO exc_line
          IF dga_cand_ok = 1
           MOVE SPACES TO GRADCAND-FILE-RECORD
           WRITE GRADCAND-FILE-RECORD
           WRITE GRADCAND-FILE-RECORD FROM exc_line
           CLOSE GRADCAND-FILE
          END-IF
          IF dga_rpt_ok = 1
           MOVE SPACES TO DEGAUD-FILE-RECORD
           WRITE DEGAUD-FILE-RECORD
           WRITE DEGAUD-FILE-RECORD FROM exc_line
           CLOSE DEGAUD-FILE
           DISPLAY "Degree audits written to DEGAUDIT.RPT."
          END-IF
          DISPLAY " "
          DISPLAY exc_line
          DISPLAY " "
         END-IF.

        DGA_PROGRAM_NEXT.
         READ STUDENT-FILE NEXT RECORD
          AT END
           MOVE "Y" TO eof_switch
          NOT AT END
           IF rec_program = prog_temp
            MOVE rec_snum TO looking_for
            PERFORM DGA_EVALUATE
            ADD 1 TO dga_students
            IF dga_verdict = "COMPLETE" OR dga_verdict = "CANDIDATE"
             IF dga_verdict = "COMPLETE"
              ADD 1 TO dga_complete
             ELSE
              ADD 1 TO dga_candidates
             END-IF
             MOVE rec_snum TO dga_cand_snum
             MOVE rec_surname TO dga_cand_surname
             MOVE rec_firstname TO dga_cand_firstname
             MOVE dga_verdict TO dga_cand_verdict
             MOVE dga_earned TO dga_cand_units
             IF dga_cand_ok = 1
              WRITE GRADCAND-FILE-RECORD FROM dga_cand_detail
             ELSE
              DISPLAY dga_cand_detail
             END-IF
            END-IF
           END-IF
         END-READ.

        DGA_REPORT_OPEN.
         OPEN OUTPUT DEGAUD-FILE.
         IF degaud_file_status NOT = "00"
          MOVE 0 TO dga_rpt_ok
          DISPLAY "Unable to open DEGAUDIT.RPT. Summary on screen only"
      -   "."
         ELSE
          MOVE 1 TO dga_rpt_ok
          MOVE SPACES TO exc_line
          STRING "DEGREE AUDIT  " DELIMITED BY SIZE
           prog_temp DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           cur_tab_desc(cur_prog_found) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           run_yyyy DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_mm DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_dd DELIMITED BY SIZE
           INTO exc_line
          WRITE DEGAUD-FILE-RECORD FROM exc_line
         END-IF.

      * audits the student in the record area against the curriculum
      * of rec_program. A subject counts as passed at 3.00 or better,
      * the same test the prerequisite check makes; a current subject
      * with no numeric grade yet is in progress.
        DGA_EVALUATE.
         MOVE 0 TO dga_pass_count.
         MOVE 0 TO dga_earned.
         MOVE 0 TO dga_inprog.
         MOVE 0 TO dga_remaining.
         MOVE 0 TO dga_elect_earned.
         MOVE 0 TO dga_elect_inprog.
         MOVE 0 TO dga_req_total.
         MOVE 0 TO dga_req_met.
         MOVE 0 TO dga_req_inprog.
         MOVE 0 TO dga_req_missing.
         MOVE rec_program TO prog_temp.
         PERFORM CURRIC_FIND_PROGRAM.
         IF cur_prog_found = 0
          MOVE "NO PROGRAM" TO dga_verdict
         ELSE
          MOVE cur_tab_units(cur_prog_found) TO dga_min_units
          MOVE cur_tab_elect(cur_prog_found) TO dga_elect_req
          OPEN INPUT HISTORY-FILE
          IF history_file_status = "00"
           MOVE "N" TO dga_eof
           PERFORM DGA_HIST_REC UNTIL dga_eof = "Y"
           CLOSE HISTORY-FILE
          END-IF
          PERFORM LOAD_STUDENT_ENROLLMENTS
          PERFORM DGA_CURRENT_SUBJ VARYING subj_iterator FROM 1 BY 1
           UNTIL subj_iterator > enr_count
          PERFORM DGA_SUM_PASSED VARYING dga_p FROM 1 BY 1
           UNTIL dga_p > dga_pass_count
          IF dga_print = 1
           MOVE SPACES TO exc_line
           WRITE DEGAUD-FILE-RECORD FROM exc_line
           STRING "Student: " DELIMITED BY SIZE
            rec_snum DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            rec_surname DELIMITED BY "  "
            ", " DELIMITED BY SIZE
            rec_firstname DELIMITED BY "  "
            INTO exc_line
           WRITE DEGAUD-FILE-RECORD FROM exc_line
           MOVE "Required courses" TO exc_line
           WRITE DEGAUD-FILE-RECORD FROM exc_line
           WRITE DEGAUD-FILE-RECORD FROM dga_col_header
          END-IF
          PERFORM DGA_CHECK_REQ VARYING cur_i FROM 1 BY 1
           UNTIL cur_i > RCOUNT - 1
          IF dga_print = 1
           MOVE "Electives taken" TO exc_line
           WRITE DEGAUD-FILE-RECORD FROM exc_line
          END-IF
          PERFORM DGA_CHECK_ELECT VARYING cur_i FROM 1 BY 1
           UNTIL cur_i > RCOUNT - 1
          IF dga_earned < dga_min_units
           COMPUTE dga_remaining = dga_min_units - dga_earned
          END-IF
          IF dga_req_met = dga_req_total AND
            dga_elect_earned NOT < dga_elect_req AND
            dga_earned NOT < dga_min_units
           MOVE "COMPLETE" TO dga_verdict
          ELSE
          IF dga_req_missing = 0 AND
            dga_elect_earned + dga_elect_inprog NOT < dga_elect_req
            AND dga_earned + dga_inprog NOT < dga_min_units
           MOVE "CANDIDATE" TO dga_verdict
          ELSE
           MOVE "DEFICIENT" TO dga_verdict
          END-IF
          END-IF
          IF dga_print = 1
           PERFORM DGA_WRITE_TOTALS
          END-IF
         END-IF.

        DGA_HIST_REC.
         READ HISTORY-FILE
          AT END
           MOVE "Y" TO dga_eof
          NOT AT END
           IF hist_snum = looking_for
            PERFORM DGA_HIST_SUBJ VARYING dga_s FROM 1 BY 1
             UNTIL dga_s > hist_subj_count - 1
           END-IF
         END-READ.

        DGA_HIST_SUBJ.
         MOVE hist_coursecode(dga_s) TO course_temp.
         MOVE hist_units(dga_s) TO units_temp.
         MOVE hist_grade(dga_s) TO grade_temp.
         MOVE hist_term TO dga_term_temp.
         PERFORM DGA_ADD_PASSED.

        DGA_CURRENT_SUBJ.
         MOVE enr_tab_grade(subj_iterator) TO grade_temp.
         PERFORM GRADE_TEXT_TO_VALUE.
         IF grade_numeric = 0
          ADD enr_tab_units(subj_iterator) TO dga_inprog
         ELSE
          MOVE enr_tab_course(subj_iterator) TO course_temp
          MOVE enr_tab_units(subj_iterator) TO units_temp
          MOVE "CURR" TO dga_term_temp
          PERFORM DGA_ADD_PASSED
         END-IF.

      * a course passed more than once is counted once
        DGA_ADD_PASSED.
         PERFORM GRADE_TEXT_TO_VALUE.
         IF grade_numeric = 1 AND grade_value <= 3.00
          MOVE 0 TO dga_hit
          PERFORM DGA_FIND_PASSED VARYING dga_p FROM 1 BY 1
           UNTIL dga_p > dga_pass_count
          IF dga_hit = 0 AND dga_pass_count < 100
           ADD 1 TO dga_pass_count
           MOVE course_temp TO dga_pass_course(dga_pass_count)
           MOVE units_temp TO dga_pass_units(dga_pass_count)
           MOVE grade_temp TO dga_pass_grade(dga_pass_count)
           MOVE dga_term_temp TO dga_pass_term(dga_pass_count)
          END-IF
         END-IF.

        DGA_FIND_PASSED.
         IF dga_hit = 0 AND dga_pass_course(dga_p) = course_temp
          MOVE dga_p TO dga_hit
         ELSE
          NEXT SENTENCE
         END-IF.

        DGA_SUM_PASSED.
         ADD dga_pass_units(dga_p) TO dga_earned.

        DGA_LOOKUP.
         MOVE cur_tab_code(cur_i) TO course_temp.
         MOVE 0 TO dga_hit.
         PERFORM DGA_FIND_PASSED VARYING dga_p FROM 1 BY 1
          UNTIL dga_p > dga_pass_count.
         MOVE 0 TO dga_enr_hit.
         PERFORM DGA_FIND_INPROG VARYING subj_iterator FROM 1 BY 1
          UNTIL subj_iterator > enr_count.
         MOVE cur_tab_code(cur_i) TO dga_det_course.
         MOVE SPACES TO dga_det_grade.
         MOVE SPACES TO dga_det_term.
         IF dga_hit > 0
          MOVE "MET" TO dga_det_state
          MOVE dga_pass_units(dga_hit) TO dga_det_units
          MOVE dga_pass_grade(dga_hit) TO dga_det_grade
          MOVE dga_pass_term(dga_hit) TO dga_det_term
         ELSE
         IF dga_enr_hit > 0
          MOVE "IN PROGRESS" TO dga_det_state
          MOVE enr_tab_units(dga_enr_hit) TO dga_det_units
          MOVE enr_tab_grade(dga_enr_hit) TO dga_det_grade
          MOVE "CURR" TO dga_det_term
         ELSE
          MOVE "MISSING" TO dga_det_state
          MOVE cur_tab_units(cur_i) TO dga_det_units
         END-IF
         END-IF.

        DGA_FIND_INPROG.
         IF dga_enr_hit = 0 AND
           enr_tab_course(subj_iterator) = course_temp
          MOVE enr_tab_grade(subj_iterator) TO grade_temp
          PERFORM GRADE_TEXT_TO_VALUE
          IF grade_numeric = 0
           MOVE subj_iterator TO dga_enr_hit
          END-IF
         ELSE
          NEXT SENTENCE
         END-IF.

        DGA_CHECK_REQ.
         IF cur_tab_type(cur_i) = "R" AND
           cur_tab_program(cur_i) = prog_temp
          ADD 1 TO dga_req_total
          PERFORM DGA_LOOKUP
          IF dga_hit > 0
           ADD 1 TO dga_req_met
          ELSE
          IF dga_enr_hit > 0
           ADD 1 TO dga_req_inprog
          ELSE
           ADD 1 TO dga_req_missing
          END-IF
          END-IF
          IF dga_print = 1
           WRITE DEGAUD-FILE-RECORD FROM dga_detail
          END-IF
         ELSE
          NEXT SENTENCE
         END-IF.

      * only electives taken are listed; the rest are options
        DGA_CHECK_ELECT.
         IF cur_tab_type(cur_i) = "E" AND
           cur_tab_program(cur_i) = prog_temp
          PERFORM DGA_LOOKUP
          IF dga_hit > 0
           ADD dga_pass_units(dga_hit) TO dga_elect_earned
          ELSE
          IF dga_enr_hit > 0
           ADD enr_tab_units(dga_enr_hit) TO dga_elect_inprog
          END-IF
          END-IF
          IF dga_print = 1 AND (dga_hit > 0 OR dga_enr_hit > 0)
           WRITE DEGAUD-FILE-RECORD FROM dga_detail
          END-IF
         ELSE
          NEXT SENTENCE
         END-IF.

        DGA_WRITE_TOTALS.
         MOVE SPACES TO exc_line.
         STRING "Required: " DELIMITED BY SIZE
           dga_req_met DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           dga_req_total DELIMITED BY SIZE
           " met, " DELIMITED BY SIZE
           dga_req_inprog DELIMITED BY SIZE
           " in progress, " DELIMITED BY SIZE
           dga_req_missing DELIMITED BY SIZE
           " missing" DELIMITED BY SIZE
           INTO exc_line.
         WRITE DEGAUD-FILE-RECORD FROM exc_line.
         MOVE SPACES TO exc_line.
         STRING "Elective units: " DELIMITED BY SIZE
           dga_elect_earned DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           dga_elect_req DELIMITED BY SIZE
           " earned, " DELIMITED BY SIZE
           dga_elect_inprog DELIMITED BY SIZE
           " in progress" DELIMITED BY SIZE
           INTO exc_line.
         WRITE DEGAUD-FILE-RECORD FROM exc_line.
         MOVE SPACES TO exc_line.
         STRING "Units earned: " DELIMITED BY SIZE
           dga_earned DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           dga_min_units DELIMITED BY SIZE
           " minimum, " DELIMITED BY SIZE
           dga_inprog DELIMITED BY SIZE
           " in progress, " DELIMITED BY SIZE
           dga_remaining DELIMITED BY SIZE
           " remaining" DELIMITED BY SIZE
           INTO exc_line.
         WRITE DEGAUD-FILE-RECORD FROM exc_line.
         MOVE SPACES TO exc_line.
         STRING "Verdict: " DELIMITED BY SIZE
           dga_verdict DELIMITED BY SIZE
           INTO exc_line.
         WRITE DEGAUD-FILE-RECORD FROM exc_line.

        LOAD_FACULTY.
         MOVE 1 TO ICOUNT
         OPEN INPUT FACULTY-FILE
         IF faculty_file_status = "00"
          MOVE "N" TO eof_switch
          PERFORM READ_ONE_FACULTY UNTIL eof_switch = "Y" OR
           ICOUNT > 100
          CLOSE FACULTY-FILE
         END-IF.

        READ_ONE_FACULTY.
         READ FACULTY-FILE
          AT END
           MOVE "Y" TO eof_switch
          NOT AT END
           MOVE facrec_id TO fac_tab_id(ICOUNT)
           MOVE facrec_name TO fac_tab_name(ICOUNT)
           MOVE facrec_dept TO fac_tab_dept(ICOUNT)
           ADD 1 TO ICOUNT
         END-READ.

        SAVE_FACULTY.
         OPEN OUTPUT FACULTY-FILE.
         IF faculty_file_status NOT = "00"
          DISPLAY "Unable to open FACULTY.DAT for saving. Faculty not "
      - "saved."
         ELSE
          PERFORM WRITE_ONE_FACULTY VARYING io_iterator FROM 1 BY 1
           UNTIL io_iterator > ICOUNT - 1
          CLOSE FACULTY-FILE
         END-IF.

        WRITE_ONE_FACULTY.
         MOVE fac_tab_id(io_iterator) TO facrec_id.
         MOVE fac_tab_name(io_iterator) TO facrec_name.
         MOVE fac_tab_dept(io_iterator) TO facrec_dept.
         WRITE FACULTY-FILE-RECORD.

      * finds the faculty ID staged in fac_id_temp
        FACULTY_FIND.
         MOVE 0 TO fac_found.
         PERFORM FACULTY_MATCH VARYING fac_i FROM 1 BY 1
          UNTIL fac_i > ICOUNT - 1.

        FACULTY_MATCH.
         IF fac_found = 0 AND fac_tab_id(fac_i) = fac_id_temp
          MOVE fac_i TO fac_found
         ELSE
          NEXT SENTENCE
         END-IF.

        FACULTY_SET_ENTRY.
         DISPLAY " ".
         DISPLAY "Faculty ID (blank to cancel): " WITH NO ADVANCING.
         ACCEPT fac_id_temp.
         IF fac_id_temp = SPACES
          DISPLAY " "
          DISPLAY "Operation terminated."
          DISPLAY " "
         ELSE
          PERFORM FACULTY_FIND
          IF fac_found = 0 AND ICOUNT = 101
           DISPLAY " "
           DISPLAY "Faculty file is full. Entry not added."
           DISPLAY " "
          ELSE
           IF fac_found > 0
            DISPLAY "Name: " fac_tab_name(fac_found)
            DISPLAY "Department: " fac_tab_dept(fac_found)
           END-IF
           DISPLAY "Enter name: " WITH NO ADVANCING
           ACCEPT fac_name_temp
           DISPLAY "Enter department: " WITH NO ADVANCING
           ACCEPT fac_dept_temp
           IF fac_name_temp = SPACES
            DISPLAY " "
            DISPLAY "A name is required. Operation terminated."
            DISPLAY " "
           ELSE
            MOVE fac_id_temp TO audit_snum
            MOVE "FACULTY" TO audit_field
            MOVE SPACES TO audit_old
            IF fac_found > 0
             MOVE fac_tab_name(fac_found) TO audit_old
            ELSE
             MOVE ICOUNT TO fac_found
             ADD 1 TO ICOUNT
            END-IF
            MOVE fac_name_temp TO audit_new
            MOVE fac_id_temp TO fac_tab_id(fac_found)
            MOVE fac_name_temp TO fac_tab_name(fac_found)
            MOVE fac_dept_temp TO fac_tab_dept(fac_found)
            PERFORM AUDIT_LOG
            PERFORM SAVE_FACULTY
            DISPLAY " "
            DISPLAY "Faculty entry saved."
            DISPLAY " "
           END-IF
          END-IF
         END-IF.

        FACULTY_LIST.
         DISPLAY " ".
         IF ICOUNT = 1
          DISPLAY "Faculty file is empty."
         ELSE
          DISPLAY "ID       Name                           Department"
          PERFORM SHOW_FACULTY_ENTRY VARYING fac_i FROM 1 BY 1
           UNTIL fac_i > ICOUNT - 1
         END-IF.
         DISPLAY " ".

        SHOW_FACULTY_ENTRY.
         DISPLAY fac_tab_id(fac_i) " " fac_tab_name(fac_i) " "
           fac_tab_dept(fac_i).

      * blank instructor takes the section off its instructor; the
      * new instructor's other sections are checked for overlapping
      * days and times the same way a student's schedule is
        ASSIGN_INSTRUCTOR.
         DISPLAY " ".
         MOVE 0 TO cat_found.
         MOVE 0 TO cat_cancel.
         PERFORM GET_CATALOG_SUBJECT UNTIL cat_found = 1 OR
           cat_cancel = 1.
         IF cat_cancel = 1
          DISPLAY " "
          DISPLAY "Operation terminated."
          DISPLAY " "
         ELSE
          DISPLAY "Instructor now: " cat_instructor(cat_chosen)
          DISPLAY "Faculty ID (blank to unassign): " WITH NO ADVANCING
          ACCEPT fac_id_temp
          MOVE 0 TO fac_found
          MOVE 0 TO clash_found
          IF fac_id_temp NOT = SPACES
           PERFORM FACULTY_FIND
           IF fac_found > 0
            PERFORM FACULTY_CLASH_CHECK
           END-IF
          END-IF
          IF fac_id_temp NOT = SPACES AND fac_found = 0
           DISPLAY " "
           DISPLAY "Faculty ID not on file. Operation terminated."
           DISPLAY " "
          ELSE
          IF clash_found = 1
           DISPLAY " "
           DISPLAY "Instructor already teaches " clash_course " "
             clash_sect " at an overlapping time. Not assigned."
           DISPLAY " "
          ELSE
           MOVE cat_instructor(cat_chosen) TO fac_old_id
           MOVE fac_id_temp TO cat_instructor(cat_chosen)
           MOVE course_temp TO audit_snum
           MOVE "INSTRUCTOR" TO audit_field
           MOVE SPACES TO audit_old
           STRING section_temp DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            fac_old_id DELIMITED BY SIZE
            INTO audit_old
           MOVE SPACES TO audit_new
           STRING section_temp DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            fac_id_temp DELIMITED BY SIZE
            INTO audit_new
           PERFORM AUDIT_LOG
           PERFORM SAVE_COURSES
           DISPLAY " "
           DISPLAY "Instructor assignment saved."
           DISPLAY " "
          END-IF
          END-IF
         END-IF.

        FACULTY_CLASH_CHECK.
         MOVE 0 TO clash_found.
         MOVE cat_days(cat_chosen) TO clash_days.
         MOVE cat_start(cat_chosen) TO clash_start.
         MOVE cat_end(cat_chosen) TO clash_end.
         IF clash_start NOT = 0 AND clash_end NOT = 0
          PERFORM FACULTY_CLASH_ONE VARYING clash_i FROM 1 BY 1
           UNTIL clash_i > CCOUNT - 1
         END-IF.

        FACULTY_CLASH_ONE.
         IF clash_found = 0 AND clash_i NOT = cat_chosen AND
           cat_status(clash_i) = "A" AND
           cat_term(clash_i) = cat_term(cat_chosen) AND
           cat_instructor(clash_i) = fac_id_temp AND
           cat_start(clash_i) NOT = 0 AND
           cat_end(clash_i) NOT = 0 AND
           clash_start < cat_end(clash_i) AND
           clash_end > cat_start(clash_i)
          MOVE cat_days(clash_i) TO clash_days2
          MOVE 0 TO clash_dayhit
          PERFORM CLASH_DAY_CHECK VARYING clash_d FROM 1 BY 1
           UNTIL clash_d > 7
          IF clash_dayhit = 1
           MOVE 1 TO clash_found
           MOVE cat_coursecode(clash_i) TO clash_course
           MOVE cat_csection(clash_i) TO clash_sect
          END-IF
         ELSE
          NEXT SENTENCE
         END-IF.

      * contact hours are meeting days times the minutes from start
      * to end, per week; unscheduled sections count no hours
        FACULTY_LOAD_REPORT.
         OPEN OUTPUT FACLOAD-FILE.
         IF facload_file_status NOT = "00"
          DISPLAY " "
          DISPLAY "Unable to open FACLOAD.RPT."
          DISPLAY " "
         ELSE
          MOVE SPACES TO exc_line
          STRING "FACULTY TEACHING LOAD  Run date: " DELIMITED BY SIZE
           run_yyyy DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_mm DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_dd DELIMITED BY SIZE
           "  Term: " DELIMITED BY SIZE
           sel_term DELIMITED BY SIZE
           INTO exc_line
          WRITE FACLOAD-FILE-RECORD FROM exc_line
          MOVE 0 TO fl_all_sections
          MOVE 0 TO fl_all_units
          MOVE 0 TO fl_all_hours
          PERFORM FL_ONE_FACULTY VARYING fac_i FROM 1 BY 1
           UNTIL fac_i > ICOUNT - 1
          MOVE SPACES TO fac_id_temp
          MOVE "UNASSIGNED SECTIONS" TO fac_name_temp
          MOVE SPACES TO fac_dept_temp
          PERFORM FL_WRITE_BLOCK
          MOVE SPACES TO exc_line
          WRITE FACLOAD-FILE-RECORD FROM exc_line
          MOVE fl_all_hours TO fl_hours_edit
          STRING "ALL SECTIONS: " DELIMITED BY SIZE
           fl_all_sections DELIMITED BY SIZE
           "  UNITS: " DELIMITED BY SIZE
           fl_all_units DELIMITED BY SIZE
           "  CONTACT HOURS/WEEK: " DELIMITED BY SIZE
           fl_hours_edit DELIMITED BY SIZE
           INTO exc_line
          WRITE FACLOAD-FILE-RECORD FROM exc_line
          CLOSE FACLOAD-FILE
          DISPLAY " "
          DISPLAY "Teaching-load report written to FACLOAD.RPT."
          DISPLAY " "
         END-IF.

        FL_ONE_FACULTY.
         MOVE fac_tab_id(fac_i) TO fac_id_temp.
         MOVE fac_tab_name(fac_i) TO fac_name_temp.
         MOVE fac_tab_dept(fac_i) TO fac_dept_temp.
         PERFORM FL_WRITE_BLOCK.

        FL_WRITE_BLOCK.
         MOVE 0 TO fl_sections.
         MOVE 0 TO fl_units.
         MOVE 0 TO fl_hours.
         MOVE SPACES TO exc_line.
         WRITE FACLOAD-FILE-RECORD FROM exc_line.
         STRING fac_id_temp DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           fac_name_temp DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           fac_dept_temp DELIMITED BY SIZE
           INTO exc_line.
         WRITE FACLOAD-FILE-RECORD FROM exc_line.
         WRITE FACLOAD-FILE-RECORD FROM fl_col_header.
         PERFORM FL_ONE_SECTION VARYING cat_iterator FROM 1 BY 1
          UNTIL cat_iterator > CCOUNT - 1.
         MOVE fl_hours TO fl_hours_edit.
         MOVE SPACES TO exc_line.
         STRING "   SECTIONS: " DELIMITED BY SIZE
           fl_sections DELIMITED BY SIZE
           "  UNITS: " DELIMITED BY SIZE
           fl_units DELIMITED BY SIZE
           "  CONTACT HOURS/WEEK: " DELIMITED BY SIZE
           fl_hours_edit DELIMITED BY SIZE
           INTO exc_line.
         WRITE FACLOAD-FILE-RECORD FROM exc_line.
         ADD fl_sections TO fl_all_sections.
         ADD fl_units TO fl_all_units.
         ADD fl_hours TO fl_all_hours.

        FL_ONE_SECTION.
         IF cat_status(cat_iterator) = "A" AND
           cat_term(cat_iterator) = sel_term AND
           cat_instructor(cat_iterator) = fac_id_temp
          MOVE 0 TO fl_sec_hours
          IF cat_start(cat_iterator) NOT = 0 AND
            cat_end(cat_iterator) > cat_start(cat_iterator)
           MOVE 0 TO fl_days
           PERFORM FL_COUNT_DAY VARYING clash_d FROM 1 BY 1
            UNTIL clash_d > 7
           DIVIDE cat_start(cat_iterator) BY 100 GIVING fl_hh
            REMAINDER fl_mm
           COMPUTE fl_start_min = fl_hh * 60 + fl_mm
           DIVIDE cat_end(cat_iterator) BY 100 GIVING fl_hh
            REMAINDER fl_mm
           COMPUTE fl_end_min = fl_hh * 60 + fl_mm
           COMPUTE fl_sec_hours ROUNDED =
            fl_days * (fl_end_min - fl_start_min) / 60
          END-IF
          MOVE cat_coursecode(cat_iterator) TO fl_det_course
          MOVE cat_csection(cat_iterator) TO fl_det_sect
          MOVE cat_days(cat_iterator) TO fl_det_days
          MOVE cat_start(cat_iterator) TO fl_det_start
          MOVE cat_end(cat_iterator) TO fl_det_end
          MOVE cat_units(cat_iterator) TO fl_det_units
          MOVE fl_sec_hours TO fl_det_hours
          WRITE FACLOAD-FILE-RECORD FROM fl_detail
          ADD 1 TO fl_sections
          ADD cat_units(cat_iterator) TO fl_units
          ADD fl_sec_hours TO fl_hours
         ELSE
          NEXT SENTENCE
         END-IF.

        FL_COUNT_DAY.
         IF cat_days(cat_iterator)(clash_d:1) NOT = SPACE
          ADD 1 TO fl_days
         ELSE
          NEXT SENTENCE
         END-IF.

        GRADE_CHANGE_MENU.
         DISPLAY " ".
         DISPLAY "[1] Finalize grades for a section".
         DISPLAY "[2] File a grade-change request".
         DISPLAY "[3] Approve or deny pending requests".
         DISPLAY "[4] INC lapse run for a term".
         DISPLAY "[5] Grade-change register for a term".
         DISPLAY "[6] Return to main menu".
         DISPLAY "Choice: " WITH NO ADVANCING.
         ACCEPT gcm_choice.
         IF gcm_choice = 1
          IF oper_auth_grade NOT = "Y"
           PERFORM GCR_NOT_AUTH
          ELSE
           PERFORM FINALIZE_SECTION
          END-IF
         ELSE
         IF gcm_choice = 2
          IF oper_auth_grade NOT = "Y"
           PERFORM GCR_NOT_AUTH
          ELSE
           PERFORM GCR_FILE_REQUEST
          END-IF
         ELSE
         IF gcm_choice = 3
          IF oper_auth_approve NOT = "Y"
           PERFORM GCR_NOT_AUTH
          ELSE
           PERFORM GCR_REVIEW
          END-IF
         ELSE
         IF gcm_choice = 4
          IF oper_auth_approve NOT = "Y"
           PERFORM GCR_NOT_AUTH
          ELSE
           PERFORM LAPSE_RUN
          END-IF
         ELSE
         IF gcm_choice = 5
          PERFORM GCR_REGISTER
         ELSE
         IF gcm_choice = 6
          MOVE 1 TO gcm_exited
         ELSE
          DISPLAY " "
          DISPLAY "Invalid input. Plase choose again."
          DISPLAY " "
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

        GCR_NOT_AUTH.
         DISPLAY " ".
         DISPLAY "Operator not authorized for that function.".
         DISPLAY " ".

      * locks every grade in the section. The first pass counts
      * what is there so the operator can see ungraded students
      * before confirming; the second pass sets the flag.
        FINALIZE_SECTION.
         DISPLAY " ".
         DISPLAY "Enter course code: " WITH NO ADVANCING.
         ACCEPT search_coursecode.
         DISPLAY "Enter course section: " WITH NO ADVANCING.
         ACCEPT search_section.
         MOVE 0 TO fin_total.
         MOVE 0 TO fin_blank.
         MOVE 0 TO fin_already.
         MOVE 0 TO fin_mode.
         PERFORM START_ENROLL_SCAN.
         PERFORM FINALIZE_SCAN_ENROLL UNTIL enr_eof = "Y".
         IF fin_total = 0
          DISPLAY " "
          DISPLAY "No students enrolled in that course and section."
          DISPLAY " "
         ELSE
         IF fin_already = fin_total
          DISPLAY " "
          DISPLAY "Grades for that section are already final."
          DISPLAY " "
         ELSE
          DISPLAY " "
          DISPLAY fin_total " student(s) in the section, " fin_blank
           " without a grade."
          DISPLAY "Once final, grades change only by approved request."
          DISPLAY "Finalize the section? [y/n]: " WITH NO ADVANCING
          ACCEPT yes_or_no
          IF yes_or_no = "y"
           MOVE 1 TO fin_mode
           PERFORM START_ENROLL_SCAN
           PERFORM FINALIZE_SCAN_ENROLL UNTIL enr_eof = "Y"
           DISPLAY " "
           DISPLAY "Section grades finalized."
           DISPLAY " "
          ELSE
           DISPLAY " "
           DISPLAY "Operation terminated."
           DISPLAY " "
          END-IF
         END-IF
         END-IF.

        FINALIZE_SCAN_ENROLL.
         READ ENROLL-FILE NEXT RECORD
          AT END
           MOVE "Y" TO enr_eof
          NOT AT END
           IF enr_coursecode = search_coursecode AND
             enr_csection = search_section AND
             enr_term = sel_term
            IF fin_mode = 0
             ADD 1 TO fin_total
             IF enr_grade = SPACES
              ADD 1 TO fin_blank
             END-IF
             IF enr_final = "Y"
              ADD 1 TO fin_already
             END-IF
            ELSE
             IF enr_final NOT = "Y"
              MOVE "Y" TO enr_final
              REWRITE ENROLL-FILE-RECORD
              MOVE enr_snum TO audit_snum
              MOVE "GRADE-FINAL" TO audit_field
              MOVE SPACES TO audit_old
              MOVE SPACES TO audit_new
              STRING search_coursecode DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               search_section DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               enr_grade DELIMITED BY SIZE
               INTO audit_new
              PERFORM AUDIT_LOG
             END-IF
            END-IF
           END-IF
         END-READ.

        LOAD_GRCHG.
         MOVE 1 TO QCOUNT.
         OPEN INPUT GRCHG-FILE.
         IF grchg_file_status = "00"
          MOVE "N" TO gcr_eof
          PERFORM READ_ONE_GRCHG UNTIL gcr_eof = "Y" OR
           QCOUNT > 500
          CLOSE GRCHG-FILE
         END-IF.

        READ_ONE_GRCHG.
         READ GRCHG-FILE
          AT END
           MOVE "Y" TO gcr_eof
          NOT AT END
           MOVE GRCHG-FILE-RECORD TO gcr_entry(QCOUNT)
           ADD 1 TO QCOUNT
         END-READ.

        SAVE_GRCHG.
         OPEN OUTPUT GRCHG-FILE.
         IF grchg_file_status NOT = "00"
          DISPLAY "Unable to open GRCHG.DAT for saving. Requests not "
      - "saved."
         ELSE
          PERFORM WRITE_ONE_GRCHG VARYING io_iterator FROM 1 BY 1
           UNTIL io_iterator > QCOUNT - 1
          CLOSE GRCHG-FILE
         END-IF.

        WRITE_ONE_GRCHG.
         MOVE gcr_entry(io_iterator) TO GRCHG-FILE-RECORD.
         WRITE GRCHG-FILE-RECORD.

      * a request may only be filed against a final grade, or a
      * grade already filed to history for the term given
        GCR_FILE_REQUEST.
         PERFORM LOAD_GRCHG.
         DISPLAY " ".
         DISPLAY "Enter student number: " WITH NO ADVANCING.
         ACCEPT gcr_snum.
         DISPLAY "Enter course code: " WITH NO ADVANCING.
         ACCEPT gcr_course.
         DISPLAY "Enter course section: " WITH NO ADVANCING.
         ACCEPT gcr_section.
         DISPLAY "Term of the grade (e.g. 2026-1): " WITH NO
           ADVANCING.
         ACCEPT gcr_term.
         PERFORM GCR_LOCATE_GRADE.
         IF QCOUNT > 500
          DISPLAY " "
          DISPLAY "GRCHG.DAT is full. Request not filed."
          DISPLAY " "
         ELSE
         IF gcr_where = SPACE
          DISPLAY " "
          DISPLAY "No grade on file for that student, section and ter"
      -   "m."
          DISPLAY " "
         ELSE
         IF gcr_where = "E" AND gcr_cur_final NOT = "Y"
          DISPLAY " "
          DISPLAY "That grade is not final. Enter it through grade en"
      -   "try."
          DISPLAY " "
         ELSE
          DISPLAY "Current grade: " gcr_cur_grade
          DISPLAY "New grade: " WITH NO ADVANCING
          ACCEPT gcr_new
          MOVE gcr_new TO grade_temp
          PERFORM GRADE_TEXT_TO_VALUE
          IF grade_numeric = 0 AND gcr_new NOT = "INC"
           DISPLAY " "
           DISPLAY "Invalid grade. Request not filed."
           DISPLAY " "
          ELSE
          IF gcr_new = gcr_cur_grade
           DISPLAY " "
           DISPLAY "New grade is the same as the current grade."
           DISPLAY " "
          ELSE
           DISPLAY "Reason for the change: " WITH NO ADVANCING
           ACCEPT gcr_reason
           IF gcr_reason = SPACES
            DISPLAY " "
            DISPLAY "A reason is required. Request not filed."
            DISPLAY " "
           ELSE
            PERFORM GCR_ADD_REQUEST
           END-IF
          END-IF
          END-IF
         END-IF
         END-IF
         END-IF.

        GCR_ADD_REQUEST.
         MOVE QCOUNT TO gcr_tab_id(QCOUNT).
         MOVE "C" TO gcr_tab_type(QCOUNT).
         MOVE "P" TO gcr_tab_status(QCOUNT).
         MOVE gcr_term TO gcr_tab_term(QCOUNT).
         MOVE gcr_snum TO gcr_tab_snum(QCOUNT).
         MOVE gcr_course TO gcr_tab_course(QCOUNT).
         MOVE gcr_section TO gcr_tab_section(QCOUNT).
         MOVE gcr_cur_grade TO gcr_tab_old(QCOUNT).
         MOVE gcr_new TO gcr_tab_new(QCOUNT).
         MOVE gcr_reason TO gcr_tab_reason(QCOUNT).
         MOVE oper_id TO gcr_tab_filed_by(QCOUNT).
         MOVE run_date_n TO gcr_tab_filed_date(QCOUNT).
         MOVE SPACES TO gcr_tab_action_by(QCOUNT).
         MOVE 0 TO gcr_tab_action_date(QCOUNT).
         MOVE QCOUNT TO gcr_i.
         ADD 1 TO QCOUNT.
         PERFORM SAVE_GRCHG.
         MOVE gcr_snum TO audit_snum.
         MOVE "GRADE-CHG-REQ" TO audit_field.
         MOVE gcr_cur_grade TO audit_old.
         MOVE SPACES TO audit_new.
         STRING gcr_course DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           gcr_section DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           gcr_new DELIMITED BY SIZE
           INTO audit_new.
         PERFORM AUDIT_LOG.
         DISPLAY " ".
         DISPLAY "Grade-change request " gcr_tab_id(gcr_i)
           " filed for approval.".
         DISPLAY " ".

      * looks for the grade of gcr_snum in gcr_course/gcr_section,
      * first among current enrollments when gcr_term is the current
      * term, then in history for gcr_term
        GCR_LOCATE_GRADE.
         MOVE SPACE TO gcr_where.
         MOVE SPACES TO gcr_cur_grade.
         MOVE SPACE TO gcr_cur_final.
         MOVE gcr_snum TO enr_snum.
         MOVE trm_current TO enr_term.
         MOVE gcr_course TO enr_coursecode.
         MOVE gcr_section TO enr_csection.
         IF trm_current = SPACES OR gcr_term = trm_current
          READ ENROLL-FILE
           INVALID KEY
            MOVE SPACE TO gcr_where
           NOT INVALID KEY
            MOVE "E" TO gcr_where
            MOVE enr_grade TO gcr_cur_grade
            MOVE enr_final TO gcr_cur_final
          END-READ
         END-IF.
         IF gcr_where = SPACE
          OPEN INPUT HISTORY-FILE
          IF history_file_status = "00"
           MOVE "N" TO hupd_eof
           PERFORM GCR_HIST_REC UNTIL hupd_eof = "Y"
           CLOSE HISTORY-FILE
          END-IF
         END-IF.

        GCR_HIST_REC.
         READ HISTORY-FILE
          AT END
           MOVE "Y" TO hupd_eof
          NOT AT END
           IF hist_snum = gcr_snum AND hist_term = gcr_term
            PERFORM GCR_HIST_SUBJ VARYING hupd_i FROM 1 BY 1
             UNTIL hupd_i > 8
           END-IF
         END-READ.

        GCR_HIST_SUBJ.
         IF gcr_where = SPACE AND
           hist_coursecode(hupd_i) = gcr_course AND
           hist_csection(hupd_i) = gcr_section
          MOVE "H" TO gcr_where
          MOVE hist_grade(hupd_i) TO gcr_cur_grade
         ELSE
          NEXT SENTENCE
         END-IF.

      * steps through the pending requests; an operator cannot act
      * on a request they filed
        GCR_REVIEW.
         PERFORM LOAD_GRCHG.
         MOVE 0 TO gcr_quit.
         MOVE 0 TO gcr_pending.
         PERFORM GCR_REVIEW_ONE VARYING gcr_i FROM 1 BY 1
          UNTIL gcr_i > QCOUNT - 1 OR gcr_quit = 1.
         DISPLAY " ".
         IF gcr_pending = 0
          DISPLAY "No pending requests for you to act on."
          DISPLAY " "
         END-IF.

        GCR_REVIEW_ONE.
         IF gcr_tab_status(gcr_i) = "P"
          IF gcr_tab_filed_by(gcr_i) = oper_id
           DISPLAY " "
           DISPLAY "Request " gcr_tab_id(gcr_i) " was filed by you. "
            "Another operator must approve it."
          ELSE
           ADD 1 TO gcr_pending
           DISPLAY " "
           DISPLAY "Request " gcr_tab_id(gcr_i) "  Term "
            gcr_tab_term(gcr_i)
           DISPLAY "Student " gcr_tab_snum(gcr_i) "  "
            gcr_tab_course(gcr_i) " " gcr_tab_section(gcr_i)
           DISPLAY "Grade " gcr_tab_old(gcr_i) " -> "
            gcr_tab_new(gcr_i)
           DISPLAY "Reason: " gcr_tab_reason(gcr_i)
           DISPLAY "Filed by " gcr_tab_filed_by(gcr_i) " on "
            gcr_tab_filed_date(gcr_i)
           DISPLAY "[a]pprove, [d]eny, [s]kip, [q]uit: " WITH NO
            ADVANCING
           ACCEPT gcr_action
           IF gcr_action = "a"
            PERFORM GCR_APPROVE
           ELSE
           IF gcr_action = "d"
            MOVE "D" TO gcr_tab_status(gcr_i)
            MOVE oper_id TO gcr_tab_action_by(gcr_i)
            MOVE run_date_n TO gcr_tab_action_date(gcr_i)
            PERFORM SAVE_GRCHG
            MOVE gcr_tab_snum(gcr_i) TO audit_snum
            MOVE "GRADE-CHG-DENY" TO audit_field
            MOVE gcr_tab_old(gcr_i) TO audit_old
            MOVE SPACES TO audit_new
            STRING gcr_tab_course(gcr_i) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              gcr_tab_section(gcr_i) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              gcr_tab_new(gcr_i) DELIMITED BY SIZE
              INTO audit_new
            PERFORM AUDIT_LOG
            DISPLAY "Request denied."
           ELSE
           IF gcr_action = "q"
            MOVE 1 TO gcr_quit
           END-IF
           END-IF
           END-IF
          END-IF
         END-IF.

      * the grade must still be what the request says it was, or
      * someone has changed it since and the request stays pending
        GCR_APPROVE.
         MOVE gcr_tab_snum(gcr_i) TO gcr_snum.
         MOVE gcr_tab_course(gcr_i) TO gcr_course.
         MOVE gcr_tab_section(gcr_i) TO gcr_section.
         MOVE gcr_tab_term(gcr_i) TO gcr_term.
         MOVE gcr_tab_new(gcr_i) TO gcr_new.
         PERFORM GCR_LOCATE_GRADE.
         IF gcr_where = SPACE OR
           gcr_cur_grade NOT = gcr_tab_old(gcr_i)
          DISPLAY "The grade on file is no longer " gcr_tab_old(gcr_i)
           ". Request left pending."
         ELSE
          MOVE 0 TO hupd_ok
          IF gcr_where = "E"
           MOVE gcr_new TO enr_grade
           REWRITE ENROLL-FILE-RECORD
           MOVE 1 TO hupd_ok
          ELSE
           MOVE "C" TO hupd_mode
           PERFORM HIST_UPDATE
          END-IF
          IF hupd_ok = 0
           DISPLAY "History could not be updated. Request left pendi"
      -    "ng."
          ELSE
           MOVE "A" TO gcr_tab_status(gcr_i)
           MOVE oper_id TO gcr_tab_action_by(gcr_i)
           MOVE run_date_n TO gcr_tab_action_date(gcr_i)
           PERFORM SAVE_GRCHG
           MOVE gcr_snum TO audit_snum
           MOVE "GRADE-CHANGE" TO audit_field
           MOVE gcr_tab_old(gcr_i) TO audit_old
           MOVE SPACES TO audit_new
           STRING gcr_course DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             gcr_section DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             gcr_new DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             gcr_term DELIMITED BY SIZE
             INTO audit_new
           PERFORM AUDIT_LOG
           DISPLAY "Request approved. Grade changed."
          END-IF
         END-IF.

      * rewrites HISTORY.DAT by way of HISTORY.WRK. Mode C changes
      * the one subject in gcr_snum/gcr_term/gcr_course/gcr_section
      * to gcr_new; mode L turns every INC of gcr_term into 5.00 and
      * registers each as a lapse.
        HIST_UPDATE.
         MOVE 0 TO hupd_ok.
         MOVE 0 TO hupd_count.
         OPEN INPUT HISTORY-FILE.
         IF history_file_status NOT = "00"
          DISPLAY "HISTORY.DAT not found."
         ELSE
          OPEN OUTPUT HISTWRK-FILE
          IF histwrk_file_status NOT = "00"
           DISPLAY "Unable to open HISTORY.WRK."
           CLOSE HISTORY-FILE
          ELSE
           MOVE "N" TO hupd_eof
           PERFORM HIST_UPDATE_REC UNTIL hupd_eof = "Y"
           CLOSE HISTORY-FILE
           CLOSE HISTWRK-FILE
           PERFORM HIST_UPDATE_BACK
          END-IF
         END-IF.

        HIST_UPDATE_REC.
         READ HISTORY-FILE
          AT END
           MOVE "Y" TO hupd_eof
          NOT AT END
           IF hist_term = gcr_term
            IF hupd_mode = "L" OR hist_snum = gcr_snum
             PERFORM HIST_UPDATE_SUBJ VARYING hupd_i FROM 1 BY 1
              UNTIL hupd_i > 8
            END-IF
           END-IF
           WRITE HISTWRK-FILE-RECORD FROM HISTORY-FILE-RECORD
         END-READ.

        HIST_UPDATE_SUBJ.
         IF hupd_mode = "C"
          IF hist_coursecode(hupd_i) = gcr_course AND
            hist_csection(hupd_i) = gcr_section AND
            hupd_count = 0
           MOVE gcr_new TO hist_grade(hupd_i)
           ADD 1 TO hupd_count
          END-IF
         ELSE
          IF hist_grade(hupd_i) = "INC" AND
            hist_coursecode(hupd_i) NOT = SPACES AND
            QCOUNT NOT > 500
           MOVE "5.00" TO hist_grade(hupd_i)
           PERFORM LAPSE_REGISTER
          END-IF
         END-IF.

      * HISTORY.DAT is only replaced once the work file is known
      * to be readable
        HIST_UPDATE_BACK.
         OPEN INPUT HISTWRK-FILE.
         IF histwrk_file_status NOT = "00"
          DISPLAY "Unable to read HISTORY.WRK. HISTORY.DAT unchanged."
         ELSE
          OPEN OUTPUT HISTORY-FILE
          IF history_file_status NOT = "00"
           DISPLAY "Unable to rewrite HISTORY.DAT from HISTORY.WRK."
          ELSE
           MOVE "N" TO hupd_eof
           PERFORM HIST_COPY_BACK UNTIL hupd_eof = "Y"
           CLOSE HISTORY-FILE
           MOVE 1 TO hupd_ok
          END-IF
          CLOSE HISTWRK-FILE
         END-IF.

        HIST_COPY_BACK.
         READ HISTWRK-FILE
          AT END
           MOVE "Y" TO hupd_eof
          NOT AT END
           MOVE HISTWRK-FILE-RECORD TO HISTORY-FILE-RECORD
           WRITE HISTORY-FILE-RECORD
         END-READ.

        LAPSE_REGISTER.
         MOVE QCOUNT TO gcr_tab_id(QCOUNT).
         MOVE "L" TO gcr_tab_type(QCOUNT).
         MOVE "A" TO gcr_tab_status(QCOUNT).
         MOVE gcr_term TO gcr_tab_term(QCOUNT).
         MOVE hist_snum TO gcr_tab_snum(QCOUNT).
         MOVE hist_coursecode(hupd_i) TO gcr_tab_course(QCOUNT).
         MOVE hist_csection(hupd_i) TO gcr_tab_section(QCOUNT).
         MOVE "INC" TO gcr_tab_old(QCOUNT).
         MOVE "5.00" TO gcr_tab_new(QCOUNT).
         MOVE "INC lapsed after deadline" TO gcr_tab_reason(QCOUNT).
         MOVE oper_id TO gcr_tab_filed_by(QCOUNT).
         MOVE run_date_n TO gcr_tab_filed_date(QCOUNT).
         MOVE oper_id TO gcr_tab_action_by(QCOUNT).
         MOVE run_date_n TO gcr_tab_action_date(QCOUNT).
         ADD 1 TO QCOUNT.
         ADD 1 TO hupd_count.
         MOVE hist_snum TO audit_snum.
         MOVE "GRADE-LAPSE" TO audit_field.
         MOVE "INC" TO audit_old.
         MOVE SPACES TO audit_new.
         STRING hist_coursecode(hupd_i) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           hist_csection(hupd_i) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           "5.00" DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           gcr_term DELIMITED BY SIZE
           INTO audit_new.
         PERFORM AUDIT_LOG.

      * INC grades of a filed term lapse once the deadline set for
      * completing them in the following term has passed
        LAPSE_RUN.
         PERFORM LOAD_GRCHG.
         DISPLAY " ".
         DISPLAY "Term whose INC grades lapse (e.g. 2026-1): " WITH NO
           ADVANCING.
         ACCEPT gcr_term.
         DISPLAY "Completion deadline YYYYMMDD: " WITH NO ADVANCING.
         ACCEPT due_x.
         IF gcr_term = SPACES OR due_x NOT NUMERIC
          DISPLAY " "
          DISPLAY "Operation terminated."
          DISPLAY " "
         ELSE
          MOVE due_x TO lap_deadline
          IF run_date_n NOT > lap_deadline
           DISPLAY " "
           DISPLAY "The deadline has not passed. Nothing lapsed."
           DISPLAY " "
          ELSE
           DISPLAY "Turn every open INC of term " gcr_term
            " into 5.00? [y/n]: " WITH NO ADVANCING
           ACCEPT yes_or_no
           IF yes_or_no = "y"
            MOVE "L" TO hupd_mode
            PERFORM HIST_UPDATE
            PERFORM SAVE_GRCHG
            DISPLAY " "
            DISPLAY hupd_count " INC grade(s) lapsed to 5.00."
            IF QCOUNT > 500
             DISPLAY "GRCHG.DAT is full; remaining INC grades were no"
      -      "t lapsed."
            END-IF
            DISPLAY " "
           ELSE
            DISPLAY " "
            DISPLAY "Operation terminated."
            DISPLAY " "
           END-IF
          END-IF
         END-IF.

        GCR_REGISTER.
         PERFORM LOAD_GRCHG.
         DISPLAY " ".
         DISPLAY "Term to list (e.g. 2026-1): " WITH NO ADVANCING.
         ACCEPT gcr_term.
         OPEN OUTPUT GCREG-FILE.
         IF gcreg_file_status NOT = "00"
          DISPLAY " "
          DISPLAY "Unable to open GRCHGREG.RPT."
          DISPLAY " "
         ELSE
          MOVE SPACES TO exc_line
          STRING "GRADE CHANGE REGISTER  Term " DELIMITED BY SIZE
            gcr_term DELIMITED BY SIZE
            "  Run date: " DELIMITED BY SIZE
            run_yyyy DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            run_mm DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            run_dd DELIMITED BY SIZE
            INTO exc_line
          WRITE GCREG-FILE-RECORD FROM exc_line
          MOVE SPACES TO exc_line
          WRITE GCREG-FILE-RECORD FROM exc_line
          MOVE 0 TO gcr_changes
          MOVE 0 TO gcr_denied
          MOVE 0 TO gcr_pending
          MOVE 0 TO gcr_lapses
          PERFORM GCR_REGISTER_ONE VARYING gcr_i FROM 1 BY 1
           UNTIL gcr_i > QCOUNT - 1
          MOVE SPACES TO exc_line
          STRING "CHANGES APPROVED: " DELIMITED BY SIZE
            gcr_changes DELIMITED BY SIZE
            "  DENIED: " DELIMITED BY SIZE
            gcr_denied DELIMITED BY SIZE
            "  PENDING: " DELIMITED BY SIZE
            gcr_pending DELIMITED BY SIZE
            "  LAPSES: " DELIMITED BY SIZE
            gcr_lapses DELIMITED BY SIZE
            INTO exc_line
          WRITE GCREG-FILE-RECORD FROM exc_line
          CLOSE GCREG-FILE
          DISPLAY " "
          DISPLAY "Approved " gcr_changes ", denied " gcr_denied
           ", pending " gcr_pending ", lapses " gcr_lapses
          DISPLAY "Register written to GRCHGREG.RPT."
          DISPLAY " "
         END-IF.

        GCR_REGISTER_ONE.
         IF gcr_tab_term(gcr_i) = gcr_term
          IF gcr_tab_type(gcr_i) = "L"
           ADD 1 TO gcr_lapses
           MOVE "LAPSE   " TO gcr_status_word
          ELSE
          IF gcr_tab_status(gcr_i) = "A"
           ADD 1 TO gcr_changes
           MOVE "APPROVED" TO gcr_status_word
          ELSE
          IF gcr_tab_status(gcr_i) = "D"
           ADD 1 TO gcr_denied
           MOVE "DENIED  " TO gcr_status_word
          ELSE
           ADD 1 TO gcr_pending
           MOVE "PENDING " TO gcr_status_word
          END-IF
          END-IF
          END-IF
          MOVE SPACES TO exc_line
          STRING gcr_tab_id(gcr_i) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            gcr_status_word DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            gcr_tab_snum(gcr_i) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            gcr_tab_course(gcr_i) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            gcr_tab_section(gcr_i) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            gcr_tab_old(gcr_i) DELIMITED BY SIZE
            " -> " DELIMITED BY SIZE
            gcr_tab_new(gcr_i) DELIMITED BY SIZE
            INTO exc_line
          WRITE GCREG-FILE-RECORD FROM exc_line
          MOVE SPACES TO exc_line
          STRING "      Filed by " DELIMITED BY SIZE
            gcr_tab_filed_by(gcr_i) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            gcr_tab_filed_date(gcr_i) DELIMITED BY SIZE
            "  Acted on by " DELIMITED BY SIZE
            gcr_tab_action_by(gcr_i) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            gcr_tab_action_date(gcr_i) DELIMITED BY SIZE
            INTO exc_line
          WRITE GCREG-FILE-RECORD FROM exc_line
          MOVE SPACES TO exc_line
          STRING "      Reason: " DELIMITED BY SIZE
            gcr_tab_reason(gcr_i) DELIMITED BY SIZE
            INTO exc_line
          WRITE GCREG-FILE-RECORD FROM exc_line
         ELSE
          NEXT SENTENCE
         END-IF.

      * one page of enrollment statistics for the whole catalog.
      * Sections of a course are listed together under its first
      * catalog entry, followed by the course total.
        SECTION_FILL_REPORT.
         DISPLAY " ".
         DISPLAY "Flag sections filled to at least what percent (0 fo"
      -  "r 90): " WITH NO ADVANCING.
         ACCEPT sf_threshold.
         IF sf_threshold = 0
          MOVE 90 TO sf_threshold
         END-IF.
         DISPLAY "Flag sections with fewer than how many students (0"
      -  " for 10): " WITH NO ADVANCING.
         ACCEPT sf_minimum.
         IF sf_minimum = 0
          MOVE 10 TO sf_minimum
         END-IF.
         OPEN OUTPUT SECTFILL-FILE.
         IF sectfill_file_status NOT = "00"
          DISPLAY " "
          DISPLAY "Unable to open SECTFILL.RPT."
          DISPLAY " "
         ELSE
          OPEN OUTPUT SFCSV-FILE
          IF sfcsv_file_status NOT = "00"
           CLOSE SECTFILL-FILE
           DISPLAY " "
           DISPLAY "Unable to open SECTFILL.CSV."
           DISPLAY " "
          ELSE
           PERFORM SF_GATHER
           PERFORM SF_HEADINGS
           MOVE 0 TO sf_all_sections
           MOVE 0 TO sf_all_enrolled
           MOVE 0 TO sf_all_waiting
           MOVE 0 TO sf_all_unplaced
           MOVE 0 TO sf_all_high
           MOVE 0 TO sf_all_low
           PERFORM SF_ONE_COURSE VARYING sf_i FROM 1 BY 1
            UNTIL sf_i > CCOUNT - 1
           PERFORM SF_GRAND_TOTALS
           CLOSE SECTFILL-FILE
           CLOSE SFCSV-FILE
           DISPLAY " "
           DISPLAY sf_all_sections " section(s), " sf_all_high
            " at or above " sf_threshold "% full, " sf_all_low
            " under " sf_minimum " students."
           DISPLAY "Report written to SECTFILL.RPT and SECTFILL.CSV."
           DISPLAY " "
          END-IF
         END-IF.

      * headcount from one pass over ENROLL.DAT, waiting from the
      * waitlist table
        SF_GATHER.
         PERFORM SF_CLEAR_ONE VARYING sf_i FROM 1 BY 1
          UNTIL sf_i > 200.
         PERFORM START_ENROLL_SCAN.
         PERFORM SF_COUNT_ENROLL UNTIL enr_eof = "Y".
         PERFORM SF_COUNT_WAITING VARYING wl_i FROM 1 BY 1
          UNTIL wl_i > WCOUNT - 1.

        SF_CLEAR_ONE.
         MOVE 0 TO sf_enrolled(sf_i).
         MOVE 0 TO sf_waiting(sf_i).

        SF_COUNT_ENROLL.
         READ ENROLL-FILE NEXT RECORD
          AT END
           MOVE "Y" TO enr_eof
          NOT AT END
           IF enr_term = sel_term
            MOVE enr_coursecode TO course_temp
            MOVE enr_csection TO section_temp
            PERFORM SF_FIND_SECTION
            IF sf_found > 0
             ADD 1 TO sf_enrolled(sf_found)
            END-IF
           END-IF
         END-READ.

        SF_COUNT_WAITING.
         IF wl_term(wl_i) = sel_term
          MOVE wl_coursecode(wl_i) TO course_temp
          MOVE wl_csection(wl_i) TO section_temp
          PERFORM SF_FIND_SECTION
          IF sf_found > 0
           ADD 1 TO sf_waiting(sf_found)
          END-IF
         END-IF.

      * catalog entry of course_temp/section_temp into sf_found
        SF_FIND_SECTION.
         MOVE 0 TO sf_found.
         PERFORM SF_MATCH_SECTION VARYING sf_k FROM 1 BY 1
          UNTIL sf_k > CCOUNT - 1.

        SF_MATCH_SECTION.
         IF sf_found = 0 AND cat_coursecode(sf_k) = course_temp AND
           cat_csection(sf_k) = section_temp AND
           cat_term(sf_k) = sel_term
          MOVE sf_k TO sf_found
         ELSE
          NEXT SENTENCE
         END-IF.

        SF_HEADINGS.
         MOVE SPACES TO exc_line.
         STRING "SECTION FILL RATE AND WAITLIST  Run date: "
           DELIMITED BY SIZE
           run_yyyy DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_mm DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_dd DELIMITED BY SIZE
           "  Term: " DELIMITED BY SIZE
           sel_term DELIMITED BY SIZE
           INTO exc_line.
         WRITE SECTFILL-FILE-RECORD FROM exc_line.
         MOVE SPACES TO exc_line.
         STRING "HIGH at or above " DELIMITED BY SIZE
           sf_threshold DELIMITED BY SIZE
           "% of seats, LOW under " DELIMITED BY SIZE
           sf_minimum DELIMITED BY SIZE
           " students" DELIMITED BY SIZE
           INTO exc_line.
         WRITE SECTFILL-FILE-RECORD FROM exc_line.
         MOVE SPACES TO exc_line.
         WRITE SECTFILL-FILE-RECORD FROM exc_line.
         WRITE SECTFILL-FILE-RECORD FROM sf_col_header.
         MOVE SPACES TO SFCSV-FILE-RECORD.
         STRING "type,course,section,seats,enrolled,fill_pct,waiting"
           DELIMITED BY SIZE
           ",unplaced,flag" DELIMITED BY SIZE
           INTO SFCSV-FILE-RECORD.
         WRITE SFCSV-FILE-RECORD.

      * retired sections are left out; a course is written when its
      * first offered section comes up
        SF_ONE_COURSE.
         IF cat_status(sf_i) NOT = "R" AND cat_term(sf_i) = sel_term
          MOVE cat_coursecode(sf_i) TO sf_course
          MOVE 1 TO sf_first
          PERFORM SF_CHECK_FIRST VARYING sf_j FROM 1 BY 1
           UNTIL sf_j NOT < sf_i
          IF sf_first = 1
           MOVE 0 TO sf_crs_sections
           MOVE 0 TO sf_crs_seats
           MOVE 0 TO sf_crs_limited
           MOVE 0 TO sf_crs_enrolled
           MOVE 0 TO sf_crs_waiting
           MOVE 0 TO sf_crs_open
           MOVE 0 TO sf_crs_unlimited
           MOVE 0 TO sf_crs_demand
           MOVE SPACES TO exc_line
           WRITE SECTFILL-FILE-RECORD FROM exc_line
           PERFORM SF_ONE_SECTION VARYING sf_j FROM sf_i BY 1
            UNTIL sf_j > CCOUNT - 1
           PERFORM SF_COURSE_DEMAND VARYING wl_i FROM 1 BY 1
            UNTIL wl_i > WCOUNT - 1
           PERFORM SF_COURSE_TOTAL
          END-IF
         END-IF.

        SF_CHECK_FIRST.
         IF cat_coursecode(sf_j) = sf_course AND
           cat_status(sf_j) NOT = "R" AND cat_term(sf_j) = sel_term
          MOVE 0 TO sf_first
         ELSE
          NEXT SENTENCE
         END-IF.

        SF_ONE_SECTION.
         IF cat_coursecode(sf_j) = sf_course AND
           cat_status(sf_j) NOT = "R" AND cat_term(sf_j) = sel_term
          ADD 1 TO sf_crs_sections
          ADD 1 TO sf_all_sections
          ADD sf_enrolled(sf_j) TO sf_crs_enrolled
          ADD sf_waiting(sf_j) TO sf_crs_waiting
          MOVE SPACES TO sf_flag
          MOVE SPACES TO sf_pct_x
          MOVE SPACES TO sf_pct_csv
          MOVE 0 TO sf_pct
          IF cat_maxseats(sf_j) = 0
           MOVE 1 TO sf_crs_unlimited
           MOVE "no limit" TO sf_det_seats
          ELSE
           ADD cat_maxseats(sf_j) TO sf_crs_seats
           ADD sf_enrolled(sf_j) TO sf_crs_limited
           MOVE cat_maxseats(sf_j) TO sf_edit
           MOVE sf_edit TO sf_det_seats
           COMPUTE sf_pct ROUNDED =
             sf_enrolled(sf_j) * 100 / cat_maxseats(sf_j)
           MOVE sf_pct TO sf_pct_csv
           MOVE sf_pct TO sf_edit
           STRING sf_edit(3:4) DELIMITED BY SIZE
             "%" DELIMITED BY SIZE
             INTO sf_pct_x
           IF sf_enrolled(sf_j) < cat_maxseats(sf_j)
            COMPUTE sf_open = cat_maxseats(sf_j) - sf_enrolled(sf_j)
            ADD sf_open TO sf_crs_open
           END-IF
           IF sf_pct NOT < sf_threshold
            MOVE "HIGH" TO sf_flag
            ADD 1 TO sf_all_high
           END-IF
          END-IF
          IF sf_enrolled(sf_j) < sf_minimum
           IF sf_flag = SPACES
            MOVE "LOW" TO sf_flag
           ELSE
            MOVE "HIGH/LOW" TO sf_flag
           END-IF
           ADD 1 TO sf_all_low
          END-IF
          MOVE cat_coursecode(sf_j) TO sf_det_course
          MOVE cat_csection(sf_j) TO sf_det_sect
          MOVE sf_enrolled(sf_j) TO sf_det_enrolled
          MOVE sf_pct_x TO sf_det_pct
          MOVE sf_waiting(sf_j) TO sf_det_waiting
          MOVE SPACES TO sf_det_unplaced
          MOVE sf_flag TO sf_det_flag
          WRITE SECTFILL-FILE-RECORD FROM sf_detail
          MOVE SPACES TO SFCSV-FILE-RECORD
          STRING "S," DELIMITED BY SIZE
            cat_coursecode(sf_j) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            cat_csection(sf_j) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            cat_maxseats(sf_j) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            sf_enrolled(sf_j) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            sf_pct_csv DELIMITED BY SPACE
            "," DELIMITED BY SIZE
            sf_waiting(sf_j) DELIMITED BY SIZE
            ",," DELIMITED BY SIZE
            sf_flag DELIMITED BY SPACE
            INTO SFCSV-FILE-RECORD
          WRITE SFCSV-FILE-RECORD
         ELSE
          NEXT SENTENCE
         END-IF.

      * each student waiting for the course counts once, and only
      * if not already in one of its sections
        SF_COURSE_DEMAND.
         IF wl_coursecode(wl_i) = sf_course AND wl_term(wl_i) = sel_term
          MOVE 0 TO sf_dup
          PERFORM SF_WL_DUP VARYING sf_k FROM 1 BY 1
           UNTIL sf_k NOT < wl_i
          IF sf_dup = 0
           MOVE wl_snum(wl_i) TO enr_snum
           MOVE sel_term TO enr_term
           MOVE sf_course TO enr_coursecode
           MOVE LOW-VALUES TO enr_csection
           MOVE 0 TO sf_placed
           START ENROLL-FILE KEY NOT < enr_key
            INVALID KEY
             MOVE 0 TO sf_placed
            NOT INVALID KEY
             READ ENROLL-FILE NEXT RECORD
              AT END
               MOVE 0 TO sf_placed
              NOT AT END
               IF enr_snum = wl_snum(wl_i) AND
                 enr_term = sel_term AND
                 enr_coursecode = sf_course
                MOVE 1 TO sf_placed
               END-IF
             END-READ
           END-START
           IF sf_placed = 0
            ADD 1 TO sf_crs_demand
           END-IF
          END-IF
         END-IF.

        SF_WL_DUP.
         IF wl_coursecode(sf_k) = sf_course AND
           wl_term(sf_k) = sel_term AND
           wl_snum(sf_k) = wl_snum(wl_i)
          MOVE 1 TO sf_dup
         ELSE
          NEXT SENTENCE
         END-IF.

      * waiting students beyond the open seats left in the course
      * cannot be placed; a section with no limit places everyone
        SF_COURSE_TOTAL.
         MOVE 0 TO sf_crs_unplaced.
         IF sf_crs_unlimited = 0 AND sf_crs_demand > sf_crs_open
          COMPUTE sf_crs_unplaced = sf_crs_demand - sf_crs_open
         END-IF.
         ADD sf_crs_enrolled TO sf_all_enrolled.
         ADD sf_crs_waiting TO sf_all_waiting.
         ADD sf_crs_unplaced TO sf_all_unplaced.
         MOVE SPACES TO sf_pct_x.
         MOVE SPACES TO sf_pct_csv.
         MOVE 0 TO sf_pct.
         IF sf_crs_seats > 0
          COMPUTE sf_pct ROUNDED = sf_crs_limited * 100 / sf_crs_seats
          MOVE sf_pct TO sf_pct_csv
          MOVE sf_pct TO sf_edit
          STRING sf_edit(3:4) DELIMITED BY SIZE
            "%" DELIMITED BY SIZE
            INTO sf_pct_x
         END-IF.
         MOVE "  TOTAL" TO sf_det_course.
         MOVE SPACES TO sf_det_sect.
         IF sf_crs_unlimited = 1
          MOVE "no limit" TO sf_det_seats
         ELSE
          MOVE sf_crs_seats TO sf_edit
          MOVE sf_edit TO sf_det_seats
         END-IF.
         MOVE sf_crs_enrolled TO sf_det_enrolled.
         MOVE sf_pct_x TO sf_det_pct.
         MOVE sf_crs_waiting TO sf_det_waiting.
         MOVE sf_crs_unplaced TO sf_edit.
         MOVE sf_edit TO sf_det_unplaced.
         MOVE SPACES TO sf_det_flag.
         WRITE SECTFILL-FILE-RECORD FROM sf_detail.
         MOVE SPACES TO SFCSV-FILE-RECORD.
         STRING "C," DELIMITED BY SIZE
           sf_course DELIMITED BY SIZE
           ",," DELIMITED BY SIZE
           sf_crs_seats DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           sf_crs_enrolled DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           sf_pct_csv DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           sf_crs_waiting DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           sf_crs_unplaced DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           INTO SFCSV-FILE-RECORD.
         WRITE SFCSV-FILE-RECORD.

        SF_GRAND_TOTALS.
         MOVE SPACES TO exc_line.
         WRITE SECTFILL-FILE-RECORD FROM exc_line.
         STRING "SECTIONS: " DELIMITED BY SIZE
           sf_all_sections DELIMITED BY SIZE
           "  ENROLLED: " DELIMITED BY SIZE
           sf_all_enrolled DELIMITED BY SIZE
           "  WAITING: " DELIMITED BY SIZE
           sf_all_waiting DELIMITED BY SIZE
           "  UNPLACED: " DELIMITED BY SIZE
           sf_all_unplaced DELIMITED BY SIZE
           INTO exc_line.
         WRITE SECTFILL-FILE-RECORD FROM exc_line.
         MOVE SPACES TO exc_line.
         STRING "FLAGGED HIGH: " DELIMITED BY SIZE
           sf_all_high DELIMITED BY SIZE
           "  FLAGGED LOW: " DELIMITED BY SIZE
           sf_all_low DELIMITED BY SIZE
           INTO exc_line.
         WRITE SECTFILL-FILE-RECORD FROM exc_line.

      * a missing TERMCTL.DAT leaves both terms blank; catalog and
      * waitlist entries and enrollments then all belong to the one
      * unnamed term, as before terms were kept
        LOAD_TERM_CONTROL.
         MOVE SPACES TO trm_current.
         MOVE SPACES TO trm_next.
         OPEN INPUT TERMCTL-FILE.
         IF termctl_file_status = "00"
          READ TERMCTL-FILE
           AT END
            MOVE SPACES TO trm_current
           NOT AT END
            MOVE tctl_current TO trm_current
            MOVE tctl_next TO trm_next
          END-READ
          CLOSE TERMCTL-FILE
         END-IF.
         MOVE trm_current TO sel_term.

        SAVE_TERM_CONTROL.
         MOVE trm_current TO tctl_current.
         MOVE trm_next TO tctl_next.
         OPEN OUTPUT TERMCTL-FILE.
         IF termctl_file_status NOT = "00"
          DISPLAY "Unable to open TERMCTL.DAT. Terms not saved."
         ELSE
          WRITE TERMCTL-FILE-RECORD
          CLOSE TERMCTL-FILE
         END-IF.

        TERM_MENU.
         DISPLAY " ".
         DISPLAY "[1] Show current and next term".
         DISPLAY "[2] Set current or next term".
         DISPLAY "[3] Pre-register a student for next term".
         DISPLAY "[4] Drop a pre-registration".
         DISPLAY "[5] Re-run pre-registration reconciliation".
         DISPLAY "[6] Return to main menu".
         DISPLAY "Choice: " WITH NO ADVANCING.
         ACCEPT trm_choice.
         IF trm_choice = 1
          PERFORM TERM_SHOW
         ELSE
         IF trm_choice = 2
          IF oper_auth_archive NOT = "Y"
           PERFORM GCR_NOT_AUTH
          ELSE
           PERFORM TERM_SET
          END-IF
         ELSE
         IF trm_choice = 3
          IF trm_next = SPACES
           PERFORM TERM_NOT_OPEN
          ELSE
           MOVE trm_next TO sel_term
           MOVE 1 TO prereg_mode
           PERFORM ADD_SUBJECT_SCREEN
           MOVE 0 TO prereg_mode
           MOVE trm_current TO sel_term
          END-IF
         ELSE
         IF trm_choice = 4
          IF trm_next = SPACES
           PERFORM TERM_NOT_OPEN
          ELSE
           MOVE trm_next TO sel_term
           MOVE 1 TO prereg_mode
           PERFORM DROP_SUBJECT
           MOVE 0 TO prereg_mode
           MOVE trm_current TO sel_term
          END-IF
         ELSE
         IF trm_choice = 5
          IF oper_auth_archive NOT = "Y"
           PERFORM GCR_NOT_AUTH
          ELSE
           PERFORM PREREG_RECONCILE
          END-IF
         ELSE
         IF trm_choice = 6
          MOVE 1 TO trm_exited
         ELSE
          DISPLAY " "
          DISPLAY "Invalid input. Plase choose again."
          DISPLAY " "
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

        TERM_NOT_OPEN.
         DISPLAY " ".
         DISPLAY "No next term is open for pre-registration.".
         DISPLAY " ".

        TERM_SHOW.
         DISPLAY " ".
         IF trm_current = SPACES
          DISPLAY "Current term: (not set)"
         ELSE
          DISPLAY "Current term: " trm_current
         END-IF.
         IF trm_next = SPACES
          DISPLAY "Next term:    (not open)"
         ELSE
          DISPLAY "Next term:    " trm_next
         END-IF.
         DISPLAY " ".

      * the current term is named once; after that it moves only when
      * the rollover makes the next term current. The next term can
      * be renamed until sections have been set up for it.
        TERM_SET.
         PERFORM TERM_SHOW.
         MOVE trm_current TO trm_old.
         MOVE SPACES TO audit_old.
         STRING trm_current DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           trm_next DELIMITED BY SIZE
           INTO audit_old.
         IF trm_current = SPACES
          DISPLAY "Current term (e.g. 2026-1, blank to leave unset): "
           WITH NO ADVANCING
          ACCEPT trm_input
          IF trm_input NOT = SPACES
           MOVE trm_input TO trm_current
          END-IF
         ELSE
          DISPLAY "The current term changes only through the rollover."
         END-IF.
         IF trm_current = SPACES
          DISPLAY "Set the current term before opening the next one."
         ELSE
          DISPLAY "Next term (blank to keep): " WITH NO ADVANCING
          ACCEPT trm_input
          IF trm_input NOT = SPACES AND trm_input NOT = trm_next
           IF trm_input = trm_current
            DISPLAY "Next term must differ from the current term. Ke"
      -     "pt."
           ELSE
            MOVE 0 TO trm_busy
            IF trm_next NOT = SPACES
             PERFORM TERM_CHECK_BUSY VARYING cat_iterator FROM 1
              BY 1 UNTIL cat_iterator > CCOUNT - 1
            END-IF
            IF trm_busy = 1
             DISPLAY "Sections are already set up for term " trm_next
              ". Kept."
            ELSE
             MOVE trm_input TO trm_next
            END-IF
           END-IF
          END-IF
         END-IF.
         MOVE SPACES TO audit_new.
         STRING trm_current DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           trm_next DELIMITED BY SIZE
           INTO audit_new.
         IF audit_new = audit_old
          DISPLAY " "
          DISPLAY "Terms unchanged."
          DISPLAY " "
         ELSE
          PERFORM SAVE_TERM_CONTROL
          MOVE SPACES TO audit_snum
          MOVE "TERM-CONTROL" TO audit_field
          PERFORM AUDIT_LOG
          IF trm_old = SPACES AND trm_current NOT = SPACES
           PERFORM TERM_RESTAMP
          END-IF
          MOVE trm_current TO sel_term
          DISPLAY " "
          DISPLAY "Terms saved."
          DISPLAY " "
         END-IF.

        TERM_CHECK_BUSY.
         IF cat_term(cat_iterator) = trm_next
          MOVE 1 TO trm_busy
         ELSE
          NEXT SENTENCE
         END-IF.

      * when the current term is first named, whatever was set up
      * without a term - catalog and waitlist entries, enrollments -
      * is filed under it
        TERM_RESTAMP.
         PERFORM TERM_RESTAMP_CAT VARYING cat_iterator FROM 1 BY 1
          UNTIL cat_iterator > CCOUNT - 1.
         PERFORM SAVE_COURSES.
         PERFORM TERM_RESTAMP_WL VARYING wl_i FROM 1 BY 1
          UNTIL wl_i > WCOUNT - 1.
         PERFORM SAVE_WAITLIST.
         MOVE 0 TO trm_restamped.
         PERFORM START_STUDENT_SCAN.
         PERFORM TERM_RESTAMP_STUDENT UNTIL eof_switch = "Y".
         DISPLAY " ".
         DISPLAY trm_restamped " enrollment(s) filed under term "
           trm_current.

        TERM_RESTAMP_CAT.
         IF cat_term(cat_iterator) = SPACES
          MOVE trm_current TO cat_term(cat_iterator)
         ELSE
          NEXT SENTENCE
         END-IF.

        TERM_RESTAMP_WL.
         IF wl_term(wl_i) = SPACES
          MOVE trm_current TO wl_term(wl_i)
         ELSE
          NEXT SENTENCE
         END-IF.

        TERM_RESTAMP_STUDENT.
         READ STUDENT-FILE NEXT RECORD
          AT END
           MOVE "Y" TO eof_switch
          NOT AT END
           MOVE "N" TO trm_eof
           PERFORM TERM_RESTAMP_NEXT UNTIL trm_eof = "Y"
         END-READ.

      * repositions on the student's blank-term records each time, as
      * ENROLL_DROP_NEXT does; the record is written under its new
      * key before the old one is deleted
        TERM_RESTAMP_NEXT.
         MOVE rec_snum TO enr_snum.
         MOVE SPACES TO enr_term.
         MOVE LOW-VALUES TO enr_coursecode.
         MOVE LOW-VALUES TO enr_csection.
         START ENROLL-FILE KEY NOT < enr_key
          INVALID KEY
           MOVE "Y" TO trm_eof
         END-START.
         IF trm_eof NOT = "Y"
          READ ENROLL-FILE NEXT RECORD
           AT END
            MOVE "Y" TO trm_eof
           NOT AT END
            IF enr_snum NOT = rec_snum OR enr_term NOT = SPACES
             MOVE "Y" TO trm_eof
            END-IF
          END-READ
         END-IF.
         IF trm_eof NOT = "Y"
          MOVE ENROLL-FILE-RECORD TO trm_enr_save
          MOVE trm_current TO enr_term
          WRITE ENROLL-FILE-RECORD
           INVALID KEY
            DISPLAY "Enrollment of " rec_snum " in " enr_coursecode
             " " enr_csection " left without a term."
            MOVE "Y" TO trm_eof
           NOT INVALID KEY
            MOVE trm_enr_save TO ENROLL-FILE-RECORD
            DELETE ENROLL-FILE RECORD
             INVALID KEY
              MOVE "Y" TO trm_eof
            END-DELETE
            ADD 1 TO trm_restamped
          END-WRITE
         END-IF.

      * the rollover has filed the current term: the next term becomes
      * current, the closed term's sections and waitlist entries are
      * dropped, and provisional pre-registrations are reconciled
        TERM_ADVANCE.
         MOVE trm_current TO trm_old.
         MOVE trm_next TO trm_current.
         MOVE SPACES TO trm_next.
         PERFORM SAVE_TERM_CONTROL.
         MOVE SPACES TO audit_snum.
         MOVE "TERM-ADVANCE" TO audit_field.
         MOVE trm_old TO audit_old.
         MOVE trm_current TO audit_new.
         PERFORM AUDIT_LOG.
         MOVE trm_current TO sel_term.
         MOVE 0 TO trm_purged.
         MOVE 1 TO trm_k.
         PERFORM TERM_PURGE_CAT VARYING cat_iterator FROM 1 BY 1
          UNTIL cat_iterator > CCOUNT - 1.
         MOVE trm_k TO CCOUNT.
         PERFORM SAVE_COURSES.
         DISPLAY trm_purged " catalog section(s) of term " trm_old
           " dropped.".
         MOVE 0 TO trm_purged.
         MOVE 1 TO trm_k.
         PERFORM TERM_PURGE_WL VARYING wl_i FROM 1 BY 1
          UNTIL wl_i > WCOUNT - 1.
         MOVE trm_k TO WCOUNT.
         PERFORM SAVE_WAITLIST.
         DISPLAY trm_purged " waitlist entr(ies) of term " trm_old
           " dropped.".
         DISPLAY "Term " trm_current " is now the current term.".
         DISPLAY " ".
         PERFORM PREREG_RECONCILE.

        TERM_PURGE_CAT.
         IF cat_term(cat_iterator) = trm_old
          ADD 1 TO trm_purged
         ELSE
          IF trm_k NOT = cat_iterator
           MOVE catalog_entry(cat_iterator) TO catalog_entry(trm_k)
          END-IF
          ADD 1 TO trm_k
         END-IF.

        TERM_PURGE_WL.
         IF wl_term(wl_i) = trm_old
          ADD 1 TO trm_purged
         ELSE
          IF trm_k NOT = wl_i
           MOVE wl_entry(wl_i) TO wl_entry(trm_k)
          END-IF
          ADD 1 TO trm_k
         END-IF.

      * every current-term enrollment taken on a provisional
      * prerequisite is checked against history. A pass clears the
      * flag; a failing grade on the latest attempt removes the
      * enrollment; anything else (INC, no grade yet, course not on
      * record) is left in place. Removals and the unresolved are
      * listed in PREREG.RPT for the advisers.
        PREREG_RECONCILE.
         OPEN OUTPUT PREREG-FILE.
         IF prereg_file_status NOT = "00"
          MOVE 0 TO rcn_ok
          DISPLAY "Unable to open PREREG.RPT. Screen only."
         ELSE
          MOVE 1 TO rcn_ok
          MOVE SPACES TO exc_line
          STRING "PRE-REGISTRATION RECONCILIATION  Term: "
           DELIMITED BY SIZE
           trm_current DELIMITED BY SIZE
           "  Run date: " DELIMITED BY SIZE
           run_yyyy DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_mm DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           run_dd DELIMITED BY SIZE
           INTO exc_line
          WRITE PREREG-FILE-RECORD FROM exc_line
          MOVE SPACES TO exc_line
          WRITE PREREG-FILE-RECORD FROM exc_line
          WRITE PREREG-FILE-RECORD FROM rcn_col_header
         END-IF.
         MOVE 0 TO rcn_checked.
         MOVE 0 TO rcn_confirmed.
         MOVE 0 TO rcn_removed.
         MOVE 0 TO rcn_unresolved.
         PERFORM START_ENROLL_SCAN.
         PERFORM RCN_ONE_ENROLL UNTIL enr_eof = "Y".
         IF rcn_ok = 1
          MOVE SPACES TO exc_line
          WRITE PREREG-FILE-RECORD FROM exc_line
          STRING "PROVISIONAL: " DELIMITED BY SIZE
           rcn_checked DELIMITED BY SIZE
           "  CONFIRMED: " DELIMITED BY SIZE
           rcn_confirmed DELIMITED BY SIZE
           "  REMOVED: " DELIMITED BY SIZE
           rcn_removed DELIMITED BY SIZE
           "  UNRESOLVED: " DELIMITED BY SIZE
           rcn_unresolved DELIMITED BY SIZE
           INTO exc_line
          WRITE PREREG-FILE-RECORD FROM exc_line
          CLOSE PREREG-FILE
         END-IF.
         DISPLAY " ".
         DISPLAY rcn_checked " provisional pre-registration(s): "
           rcn_confirmed " confirmed, " rcn_removed " removed, "
           rcn_unresolved " unresolved.".
         IF rcn_ok = 1
          DISPLAY "Notice list written to PREREG.RPT."
         END-IF.
         DISPLAY " ".
         IF rcn_removed > 0 OR rcn_unresolved > 0
          MOVE 4 TO job_step_rc
          MOVE "pre-registrations in PREREG.RPT" TO job_msg
         END-IF.

        RCN_ONE_ENROLL.
         READ ENROLL-FILE NEXT RECORD
          AT END
           MOVE "Y" TO enr_eof
          NOT AT END
           IF enr_term = trm_current AND enr_prov = "P"
            PERFORM RCN_CHECK_ONE
           END-IF
         END-READ.

        RCN_CHECK_ONE.
         ADD 1 TO rcn_checked.
         MOVE enr_snum TO looking_for.
         MOVE enr_coursecode TO course_temp.
         MOVE enr_csection TO section_temp.
         MOVE 0 TO cat_found.
         MOVE 0 TO cat_chosen.
         PERFORM FIND_COURSE VARYING cat_iterator FROM 1 BY 1
          UNTIL cat_iterator > CCOUNT - 1.
         MOVE SPACES TO prereq_code.
         IF cat_chosen > 0
          MOVE cat_prereq(cat_chosen) TO prereq_code
         END-IF.
         MOVE 1 TO prereq_met.
         IF prereq_code NOT = SPACES
          MOVE 0 TO enr_count
          PERFORM CHECK_PREREQ
         END-IF.
         MOVE enr_snum TO rcn_det_snum.
         MOVE course_temp TO rcn_det_course.
         MOVE section_temp TO rcn_det_sect.
         MOVE prereq_code TO rcn_det_prereq.
         MOVE prereq_grade TO rcn_det_grade.
         MOVE prereq_grade TO grade_temp.
         PERFORM GRADE_TEXT_TO_VALUE.
         IF prereq_met = 1
          MOVE "N" TO enr_prov
          REWRITE ENROLL-FILE-RECORD
          ADD 1 TO rcn_confirmed
         ELSE
         IF prereq_seen = 1 AND grade_numeric = 1
          DELETE ENROLL-FILE RECORD
          ADD 1 TO rcn_removed
          MOVE looking_for TO audit_snum
          MOVE "PREREG-REMOVE" TO audit_field
          MOVE SPACES TO audit_old
          STRING course_temp DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           section_temp DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           trm_current DELIMITED BY SIZE
           INTO audit_old
          MOVE SPACES TO audit_new
          STRING prereq_code DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           prereq_grade DELIMITED BY SIZE
           INTO audit_new
          PERFORM AUDIT_LOG
          MOVE "REMOVED - prerequisite failed" TO rcn_det_action
          PERFORM RCN_WRITE
          PERFORM LEDGER_DROP_CREDIT
         ELSE
          ADD 1 TO rcn_unresolved
          IF prereq_seen = 1
           MOVE "KEPT - prerequisite not yet graded" TO rcn_det_action
          ELSE
           MOVE "KEPT - prerequisite not on record" TO rcn_det_action
          END-IF
          PERFORM RCN_WRITE
         END-IF
         END-IF.

        RCN_WRITE.
         DISPLAY rcn_detail.
         IF rcn_ok = 1
          WRITE PREREG-FILE-RECORD FROM rcn_detail
         END-IF.

        EXTRACT_MENU.
         DISPLAY " ".
         DISPLAY "[1] Run the daily change extract".
         DISPLAY "[2] Re-send a date range".
         DISPLAY "[3] Show the extract high-water mark".
         DISPLAY "[4] Return to main menu".
         DISPLAY "Choice: " WITH NO ADVANCING.
         ACCEPT ext_choice.
         IF ext_choice = 1
          MOVE 0 TO ext_resend
          PERFORM CHANGE_EXTRACT
         ELSE
         IF ext_choice = 2
          DISPLAY "Re-send from date YYYYMMDD: " WITH NO ADVANCING
          ACCEPT ext_from
          DISPLAY "To date YYYYMMDD (blank for latest): " WITH NO
           ADVANCING
          ACCEPT ext_to
          MOVE 1 TO ext_resend
          PERFORM CHANGE_EXTRACT
         ELSE
         IF ext_choice = 3
          PERFORM LOAD_EXTRACT_CONTROL
          PERFORM EXTRACT_SHOW_MARK
         ELSE
         IF ext_choice = 4
          MOVE 1 TO ext_exited
         ELSE
          DISPLAY " "
          DISPLAY "Invalid input. Plase choose again."
          DISPLAY " "
         END-IF
         END-IF
         END-IF
         END-IF.

        EXTRACT_SHOW_MARK.
         DISPLAY " ".
         IF ext_hw_date = 0
          DISPLAY "No daily extract has been run. The first one sends"
           " the whole audit log."
         ELSE
          DISPLAY "Last daily extract: number " ext_seq
          DISPLAY "Audit log sent through " ext_hw_date " " ext_hw_time
           " (entry " ext_hw_recno ")"
         END-IF.
         DISPLAY " ".

        LOAD_EXTRACT_CONTROL.
         MOVE 0 TO ext_hw_date.
         MOVE 0 TO ext_hw_time.
         MOVE 0 TO ext_hw_recno.
         MOVE 0 TO ext_seq.
         OPEN INPUT EXTCTL-FILE.
         IF extctl_file_status = "00"
          READ EXTCTL-FILE
           AT END
            MOVE 0 TO ext_seq
           NOT AT END
            MOVE xctl_last_date TO ext_hw_date
            MOVE xctl_last_time TO ext_hw_time
            MOVE xctl_last_recno TO ext_hw_recno
            MOVE xctl_seq TO ext_seq
          END-READ
          CLOSE EXTCTL-FILE
         END-IF.

      * written only once EXTRACT.DAT is complete, so a run cut short
      * is sent again in full by the next one
        SAVE_EXTRACT_CONTROL.
         MOVE ext_last_date TO xctl_last_date.
         MOVE ext_last_time TO xctl_last_time.
         MOVE ext_last_recno TO xctl_last_recno.
         MOVE ext_seq TO xctl_seq.
         MOVE run_date_n TO xctl_run_date.
         ACCEPT time_work FROM TIME.
         MOVE time_work(1:6) TO xctl_run_time.
         OPEN OUTPUT EXTCTL-FILE.
         IF extctl_file_status NOT = "00"
          DISPLAY "Unable to open EXTCTL.DAT. The next extract sends "
           "these changes again."
          MOVE 8 TO job_step_rc
          MOVE "EXTCTL.DAT not updated" TO job_msg
         ELSE
          WRITE EXTCTL-FILE-RECORD
          CLOSE EXTCTL-FILE
         END-IF.

      * the daily run takes every audit entry past the high-water
      * mark - a later date/time, or the same date/time further down
      * the log - and moves the mark to the last one taken. A re-send
      * takes the entries logged on the dates given and leaves the
      * mark alone. In the job stream the dates come as the step's
      * two parameters; with none it is the daily run.
        CHANGE_EXTRACT.
         IF job_mode = 1
          MOVE 0 TO ext_resend
          IF job_parm1 NOT = SPACES
           MOVE 1 TO ext_resend
           MOVE job_parm1 TO ext_from
           MOVE job_parm2 TO ext_to
          END-IF
         END-IF.
         MOVE 0 TO ext_bad.
         MOVE 0 TO ext_from_n.
         MOVE 99999999 TO ext_to_n.
         IF ext_resend = 1
          IF ext_from IS NOT NUMERIC
           MOVE 1 TO ext_bad
          ELSE
           MOVE ext_from TO ext_from_n
          END-IF
          IF ext_to NOT = SPACES
           IF ext_to IS NOT NUMERIC
            MOVE 1 TO ext_bad
           ELSE
            MOVE ext_to TO ext_to_n
           END-IF
          END-IF
         END-IF.
         IF ext_bad = 1 OR ext_from_n > ext_to_n
          DISPLAY " "
          DISPLAY "Dates must be given as YYYYMMDD, from before to."
          DISPLAY " "
          MOVE 12 TO job_step_rc
          MOVE "re-send dates missing or invalid" TO job_msg
         ELSE
          PERFORM LOAD_EXTRACT_CONTROL
          OPEN OUTPUT EXTRACT-FILE
          IF extract_file_status NOT = "00"
           DISPLAY " "
           DISPLAY "Unable to open EXTRACT.DAT. Nothing extracted."
           DISPLAY " "
           MOVE 8 TO job_step_rc
           MOVE "unable to open EXTRACT.DAT" TO job_msg
          ELSE
           PERFORM EXTRACT_RUN
          END-IF
         END-IF.

        EXTRACT_RUN.
         MOVE 0 TO ext_written.
         MOVE 0 TO ext_ns.
         MOVE 0 TO ext_nc.
         MOVE 0 TO ext_sc.
         MOVE 0 TO ext_sa.
         MOVE 0 TO ext_sd.
         MOVE 0 TO ext_gp.
         MOVE 0 TO ctot_hash.
         MOVE 0 TO ext_recno.
         COMPUTE ext_hw_stamp = ext_hw_date * 1000000 + ext_hw_time.
         MOVE SPACES TO EXTRACT-HEADER-RECORD.
         MOVE "HD" TO xtrh_code.
         MOVE run_date_n TO xtrh_run_date.
         ACCEPT time_work FROM TIME.
         MOVE time_work(1:6) TO xtrh_run_time.
         IF ext_resend = 1
          MOVE "R" TO xtrh_mode
          MOVE 0 TO xtrh_seq
          MOVE ext_from_n TO xtrh_from_date
          MOVE 0 TO xtrh_from_time
          MOVE ext_from_n TO ext_last_date
          MOVE 0 TO ext_last_time
         ELSE
          ADD 1 TO ext_seq
          MOVE "D" TO xtrh_mode
          MOVE ext_seq TO xtrh_seq
          MOVE ext_hw_date TO xtrh_from_date
          MOVE ext_hw_time TO xtrh_from_time
          MOVE ext_hw_date TO ext_last_date
          MOVE ext_hw_time TO ext_last_time
         END-IF.
         MOVE ext_hw_recno TO ext_last_recno.
         WRITE EXTRACT-HEADER-RECORD.
         OPEN INPUT AUDIT-FILE.
         IF audit_file_status NOT = "00"
          DISPLAY " "
          DISPLAY "No audit log on file. The extract is empty."
         ELSE
          MOVE "N" TO ext_eof
          PERFORM EXTRACT_ONE_LOG UNTIL ext_eof = "Y"
          CLOSE AUDIT-FILE
         END-IF.
         MOVE SPACES TO EXTRACT-TRAILER-RECORD.
         MOVE "TR" TO xtrt_code.
         MOVE ext_written TO xtrt_count.
         MOVE ctot_hash TO xtrt_hash.
         MOVE ext_ns TO xtrt_ns.
         MOVE ext_nc TO xtrt_nc.
         MOVE ext_sc TO xtrt_sc.
         MOVE ext_sa TO xtrt_sa.
         MOVE ext_sd TO xtrt_sd.
         MOVE ext_gp TO xtrt_gp.
         MOVE ext_last_date TO xtrt_to_date.
         MOVE ext_last_time TO xtrt_to_time.
         WRITE EXTRACT-TRAILER-RECORD.
         CLOSE EXTRACT-FILE.
         DISPLAY " ".
         DISPLAY ext_written " change record(s) written to"
           " EXTRACT.DAT.".
         DISPLAY "  New students " ext_ns "  Name changes " ext_nc
           "  Status changes " ext_sc.
         DISPLAY "  Subjects added " ext_sa "  Dropped " ext_sd
           "  Grades posted " ext_gp.
         IF ext_resend = 1
          DISPLAY "Re-sent log dates " ext_from_n " to " ext_to_n
           ". High-water mark unchanged."
         ELSE
          PERFORM SAVE_EXTRACT_CONTROL
          DISPLAY "Daily extract " ext_seq " runs through "
           ext_last_date " " ext_last_time "."
         END-IF.
         DISPLAY " ".

        EXTRACT_ONE_LOG.
         READ AUDIT-FILE
          AT END
           MOVE "Y" TO ext_eof
          NOT AT END
           ADD 1 TO ext_recno
           IF log_date IS NUMERIC AND log_time IS NUMERIC
            PERFORM EXTRACT_SELECT
           END-IF
         END-READ.

        EXTRACT_SELECT.
         IF ext_resend = 1
          IF log_date >= ext_from_n AND log_date <= ext_to_n
           MOVE log_date TO ext_last_date
           MOVE log_time TO ext_last_time
           PERFORM EXTRACT_MAP_ENTRY
          END-IF
         ELSE
          COMPUTE ext_stamp = log_date * 1000000 + log_time
          IF ext_stamp > ext_hw_stamp OR
            (ext_stamp = ext_hw_stamp AND ext_recno > ext_hw_recno)
           MOVE log_date TO ext_last_date
           MOVE log_time TO ext_last_time
           MOVE ext_recno TO ext_last_recno
           PERFORM EXTRACT_MAP_ENTRY
          END-IF
         END-IF.

      * only the changes other offices take are coded; the rest of
      * the log (fees, catalog, faculty, terms and so on) is passed
      * over. Each new student gives one NS, off the first name entry
      * every add writes.
        EXTRACT_MAP_ENTRY.
         MOVE SPACES TO ext_code.
         MOVE 0 TO ext_subject.
         IF log_field = "ADD-FIRSTNAME"
          MOVE "NS" TO ext_code
         ELSE
         IF log_field = "FIRSTNAME" OR log_field = "SURNAME"
          MOVE "NC" TO ext_code
         ELSE
         IF log_field = "STATUS" OR log_field = "DEL-FIRSTNAME" OR
           log_field = "ARCHIVE"
          MOVE "SC" TO ext_code
         ELSE
         IF log_field = "ADD-SUBJECT" OR log_field = "PREREG-ADD" OR
           log_field = "WAITLIST-SEAT"
          MOVE "SA" TO ext_code
          MOVE 1 TO ext_subject
          MOVE log_new_value TO ext_value
         ELSE
         IF log_field = "DROP-SUBJECT" OR log_field = "PREREG-DROP" OR
           log_field = "PREREG-REMOVE"
          MOVE "SD" TO ext_code
          MOVE 1 TO ext_subject
          MOVE log_old_value TO ext_value
         ELSE
         IF log_field = "GRADE" OR log_field = "GRADE-BATCH" OR
           log_field = "GRADE-CHANGE" OR log_field = "GRADE-LAPSE"
          MOVE "GP" TO ext_code
          MOVE 2 TO ext_subject
          MOVE log_new_value TO ext_value
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.
         IF ext_code NOT = SPACES
          PERFORM EXTRACT_WRITE_ENTRY
         END-IF.

        EXTRACT_WRITE_ENTRY.
         MOVE SPACES TO EXTRACT-FILE-RECORD.
         MOVE ext_code TO xtr_code.
         MOVE log_date TO xtr_date.
         MOVE log_time TO xtr_time.
         MOVE log_field TO xtr_source.
         MOVE log_snum TO xtr_snum.
         MOVE log_operator TO xtr_operator.
         MOVE 0 TO xtr_units.
         MOVE log_snum TO looking_for.
         PERFORM REREAD_STUDENT.
         IF found_student = 1
          MOVE rec_surname TO xtr_surname
          MOVE rec_firstname TO xtr_firstname
          MOVE rec_status TO xtr_status
          MOVE rec_program TO xtr_program
          MOVE "Y" TO xtr_stud_on_file
         ELSE
          MOVE "N" TO xtr_stud_on_file
         END-IF.
         IF ext_subject = 0
          MOVE log_old_value TO xtr_old_value
         ELSE
          PERFORM EXTRACT_ENROLLMENT
         END-IF.
         WRITE EXTRACT-FILE-RECORD.
         ADD 1 TO ext_written.
         MOVE log_snum TO hash_snum.
         PERFORM HASH_ADD_SNUM.
         IF ext_code = "NS"
          ADD 1 TO ext_ns
         ELSE
         IF ext_code = "NC"
          ADD 1 TO ext_nc
         ELSE
         IF ext_code = "SC"
          ADD 1 TO ext_sc
         ELSE
         IF ext_code = "SA"
          ADD 1 TO ext_sa
         ELSE
         IF ext_code = "SD"
          ADD 1 TO ext_sd
         ELSE
          ADD 1 TO ext_gp
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

      * the term is the one the entry was logged under; entries
      * logged without one, and uploaded grades, belong to the
      * current term. A grade no longer in ENROLL.DAT (a filed term)
      * is sent as the log has it.
        EXTRACT_ENROLLMENT.
         MOVE ext_val_course TO xtr_coursecode.
         MOVE ext_val_sect TO xtr_csection.
         IF ext_subject = 1
          MOVE ext_val_term TO xtr_term
         ELSE
          MOVE ext_val_grade TO xtr_grade
          MOVE log_old_value TO xtr_old_value
          IF log_field NOT = "GRADE-BATCH"
           MOVE ext_val_gterm TO xtr_term
          END-IF
         END-IF.
         IF xtr_term = SPACES
          MOVE trm_current TO xtr_term
         END-IF.
         MOVE log_snum TO enr_snum.
         MOVE xtr_term TO enr_term.
         MOVE xtr_coursecode TO enr_coursecode.
         MOVE xtr_csection TO enr_csection.
         READ ENROLL-FILE
          INVALID KEY
           MOVE "N" TO xtr_enr_on_file
          NOT INVALID KEY
           MOVE "Y" TO xtr_enr_on_file
           MOVE enr_units TO xtr_units
           MOVE enr_grade TO xtr_grade
         END-READ.
