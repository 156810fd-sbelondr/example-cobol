*> casemaint keeps the EXCPCASE exception case file, so a rejection
*> logged to EXCPLOG is followed until somebody has dealt with it
*> instead of being counted once on excpsum's summary and forgotten.
*> every run takes in the EXCPLOG records not yet on the case file
*> as new open cases, then applies operations' CASETRAN deck against
*> the cases - acknowledge, assign to an operator, or close with a
*> resolution note. it is the same old-master/new-master update as
*> opermaint: the current EXCPCASE is read in full, the intake and
*> the transactions are applied in storage, and the updated file is
*> written to EXCPCSNW for the job to copy back over EXCPCASE once
*> the CASELIST audit listing has been reviewed. a run with no
*> CASETRAN deck is still a good run - it takes in the day's
*> exceptions and nothing else. caseage reports the open cases.
identification division.
program-id. casemaint.

environment division.
input-output section.
file-control.
    select casetran-file assign to "CASETRAN"
        organization line sequential
        file status is csm-casetran-status.

    select excpcase-file assign to "EXCPCASE"
        organization line sequential
        file status is csm-excpcase-status.

    select excplog-file assign to "EXCPLOG"
        organization line sequential
        file status is csm-excplog-status.

    select opermast-file assign to "OPERMAST"
        organization line sequential
        file status is csm-opermast-status.

    select excpcsnw-file assign to "EXCPCSNW"
        organization line sequential
        file status is csm-excpcsnw-status.

    select caselist-file assign to "CASELIST"
        organization line sequential
        file status is csm-caselist-status.

data division.
file section.
fd  casetran-file.
    copy "casetran.cpy".

fd  excpcase-file.
    copy "excpcase.cpy".

fd  excplog-file.
    copy "excprec.cpy".

fd  opermast-file.
    copy "opermast.cpy".

fd  excpcsnw-file.
    copy "excpcase.cpy"
        replacing ==excpcase-record== by ==excpcsnw-record==,
                  ==ec-case-id== by ==ecn-case-id==,
                  ==ec-status== by ==ecn-status==,
                  ==ec-case-open== by ==ecn-case-open==,
                  ==ec-case-acked== by ==ecn-case-acked==,
                  ==ec-case-assigned== by ==ecn-case-assigned==,
                  ==ec-case-closed== by ==ecn-case-closed==,
                  ==ec-opened-date== by ==ecn-opened-date==,
                  ==ec-excp-timestamp== by ==ecn-excp-timestamp==,
                  ==ec-program-id== by ==ecn-program-id==,
                  ==ec-reason-code== by ==ecn-reason-code==,
                  ==ec-field-name== by ==ecn-field-name==,
                  ==ec-field-value== by ==ecn-field-value==,
                  ==ec-run-id== by ==ecn-run-id==,
                  ==ec-site-code== by ==ecn-site-code==,
                  ==ec-ack-date== by ==ecn-ack-date==,
                  ==ec-ack-operator== by ==ecn-ack-operator==,
                  ==ec-assigned-date== by ==ecn-assigned-date==,
                  ==ec-assigned-operator==
                      by ==ecn-assigned-operator==,
                  ==ec-closed-date== by ==ecn-closed-date==,
                  ==ec-closed-operator== by ==ecn-closed-operator==,
                  ==ec-resolution== by ==ecn-resolution==.

*> the listing is wider than the house X(80) so a close line can
*> carry its whole resolution note - the note is what the audit
*> trail is for.
fd  caselist-file.
01  caselist-record pic X(100).

working-storage section.
01 csm-casetran-status pic X(2) value spaces.
   88 csm-casetran-ok value "00".
01 csm-excpcase-status pic X(2) value spaces.
   88 csm-excpcase-ok value "00".
01 csm-excplog-status pic X(2) value spaces.
   88 csm-excplog-ok value "00".
01 csm-opermast-status pic X(2) value spaces.
   88 csm-opermast-ok value "00".
01 csm-excpcsnw-status pic X(2) value spaces.
01 csm-caselist-status pic X(2) value spaces.

01 csm-trans-eof-sw pic X(1) value "N".
   88 csm-trans-eof value "Y".
01 csm-master-eof-sw pic X(1) value "N".
   88 csm-master-eof value "Y".
01 csm-excp-eof-sw pic X(1) value "N".
   88 csm-excp-eof value "Y".
01 csm-oper-eof-sw pic X(1) value "N".
   88 csm-oper-eof value "Y".
01 csm-overflow-sw pic X(1) value "N".
   88 csm-overflow value "Y".

01 csm-run-date pic X(8) value spaces.

*> a closed case stays on the file as history for this many days
*> after it was closed, then drops off when the new master is
*> written.
01 csm-retain-days pic 9(3) value 90.
01 csm-purge-before pic 9(8) value 0.

*> the whole case file held in storage while the intake and the
*> transactions are applied. each entry is laid out exactly as the
*> EXCPCASE record so a case moves in and out whole. 5000 is months
*> of rejections at this operation's volume; a case file that does
*> not fit is a hard stop, never a silent truncation of open cases.
01 csm-case-table.
   05 csm-case-count pic 9(4) value 0.
   05 csm-case-entry occurs 0 to 5000 times
         depending on csm-case-count
         indexed by csm-case-idx.
      10 csm-cs-case-id pic 9(6).
      10 csm-cs-status pic X(1).
         88 csm-cs-open value "O".
         88 csm-cs-acked value "A".
         88 csm-cs-assigned value "S".
         88 csm-cs-closed value "C".
      10 csm-cs-opened-date pic X(8).
      10 csm-cs-excp-timestamp pic X(16).
      10 csm-cs-program-id pic X(8).
      10 csm-cs-reason-code pic X(4).
      10 csm-cs-field-name pic X(10).
      10 csm-cs-field-value pic X(20).
      10 csm-cs-run-id pic X(11).
      10 csm-cs-site-code pic X(6).
      10 csm-cs-ack-date pic X(8).
      10 csm-cs-ack-operator pic X(8).
      10 csm-cs-assigned-date pic X(8).
      10 csm-cs-assigned-operator pic X(8).
      10 csm-cs-closed-date pic X(8).
      10 csm-cs-closed-operator pic X(8).
      10 csm-cs-resolution pic X(40).

*> the highest case-id on the case file - every EXCPLOG record past
*> this record number has not been taken in yet.
01 csm-high-case-id pic 9(6) value 0.
01 csm-excp-rec-no pic 9(6) value 0.

*> operator-ids on OPERMAST, so a case is only assigned to an
*> operator who exists. when no OPERMAST is supplied the assignee is
*> not checked, the same rule bonjour follows.
01 csm-oper-table.
   05 csm-oper-count pic 9(3) value 0.
   05 csm-oper-entry occurs 0 to 100 times
         depending on csm-oper-count
         indexed by csm-oper-idx.
      10 csm-oper-id pic X(8).

01 csm-found-sw pic X(1) value "N".
   88 csm-found value "Y".
01 csm-oper-found-sw pic X(1) value "N".
   88 csm-oper-found value "Y".

01 csm-taken-in-count pic 9(4) value 0.
01 csm-applied-count pic 9(4) value 0.
01 csm-rejected-count pic 9(4) value 0.
01 csm-purged-count pic 9(4) value 0.
01 csm-written-count pic 9(4) value 0.
01 csm-count-ed pic ZZZ9.
01 csm-reject-reason pic X(30) value spaces.

procedure division.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    perform 2000-load-old-master thru 2000-exit.
    if csm-overflow
        display "casemaint - EXCPCASE holds more than 5000 cases"
                " - no maintenance applied"
        move 16 to return-code
        move spaces to caselist-record
        string "  casemaint run rejected - EXCPCASE holds more than"
               " 5000 cases"
            delimited by size into caselist-record
        write caselist-record
    else
        perform 3000-take-in-exceptions thru 3000-exit
        perform 4000-apply-transactions thru 4000-exit
        perform 5000-write-new-master thru 5000-exit
        perform 6000-write-list-trailer thru 6000-exit
    end-if.
    close caselist-file.
    if csm-rejected-count > 0
       and return-code = 0
        move 4 to return-code
    end-if.
    goback.

1000-initialize.
    move 0 to return-code.
    accept csm-run-date from date yyyymmdd.
    compute csm-purge-before =
        function date-of-integer(
            function integer-of-date(function numval(csm-run-date))
            - csm-retain-days).
    open output caselist-file.
    move spaces to caselist-record.
    string "casemaint exception case maintenance - run date "
           csm-run-date
        delimited by size into caselist-record.
    write caselist-record.
    move spaces to caselist-record.
    write caselist-record.
    perform 1100-load-operators thru 1100-exit.
1000-exit.
    exit.

1100-load-operators.
    open input opermast-file.
    if csm-opermast-ok
        move "N" to csm-oper-eof-sw
        perform 1200-read-opermast thru 1200-exit
        perform 1300-store-one-operator thru 1300-exit
            until csm-oper-eof
        close opermast-file
    end-if.
1100-exit.
    exit.

1200-read-opermast.
    read opermast-file
        at end
            set csm-oper-eof to true
    end-read.
1200-exit.
    exit.

1300-store-one-operator.
    if om-operator-id not = spaces
       and csm-oper-count < 100
        add 1 to csm-oper-count
        move om-operator-id to csm-oper-id (csm-oper-count)
    end-if.
    perform 1200-read-opermast thru 1200-exit.
1300-exit.
    exit.

*> reads the whole current EXCPCASE into the case table. a missing
*> EXCPCASE is the bootstrap case - every record already on EXCPLOG
*> is taken in as an open case, so the first ageing report shows
*> the whole backlog nobody has signed off.
2000-load-old-master.
    open input excpcase-file.
    if csm-excpcase-ok
        move "N" to csm-master-eof-sw
        perform 2100-read-old-master thru 2100-exit
        perform 2200-store-one-case thru 2200-exit
            until csm-master-eof or csm-overflow
        close excpcase-file
    end-if.
2000-exit.
    exit.

2100-read-old-master.
    read excpcase-file
        at end
            set csm-master-eof to true
    end-read.
2100-exit.
    exit.

2200-store-one-case.
    if csm-case-count = 5000
        set csm-overflow to true
    else
        add 1 to csm-case-count
        move excpcase-record to csm-case-entry (csm-case-count)
        if ec-case-id > csm-high-case-id
            move ec-case-id to csm-high-case-id
        end-if
        perform 2100-read-old-master thru 2100-exit
    end-if.
2200-exit.
    exit.

*> reads EXCPLOG from the top, counting records, and opens a case
*> for every record past the highest case-id already on file. a
*> missing EXCPLOG only means nothing has been rejected yet.
3000-take-in-exceptions.
    move spaces to caselist-record.
    move "  exceptions taken in as new cases" to caselist-record.
    write caselist-record.
    open input excplog-file.
    if csm-excplog-ok
        move "N" to csm-excp-eof-sw
        move 0 to csm-excp-rec-no
        perform 3100-read-excplog thru 3100-exit
        perform 3200-take-in-one-exception thru 3200-exit
            until csm-excp-eof
        close excplog-file
    else
        move spaces to caselist-record
        string "    EXCPLOG unavailable, file status "
               csm-excplog-status " - nothing taken in"
            delimited by size into caselist-record
        write caselist-record
    end-if.
    if csm-taken-in-count = 0
       and csm-excplog-ok
        move spaces to caselist-record
        move "    none - no new exceptions logged" to caselist-record
        write caselist-record
    end-if.
    move spaces to caselist-record.
    write caselist-record.
3000-exit.
    exit.

3100-read-excplog.
    read excplog-file
        at end
            set csm-excp-eof to true
        not at end
            add 1 to csm-excp-rec-no
    end-read.
3100-exit.
    exit.

*> an exception that will not fit stays on EXCPLOG untaken - the
*> high-water case-id has not passed it, so the next run picks it
*> up once closed cases have aged off.
3200-take-in-one-exception.
    if csm-excp-rec-no > csm-high-case-id
       and exception-record not = spaces
        if csm-case-count < 5000
            perform 3300-open-new-case thru 3300-exit
        else
            if return-code = 0
                move 4 to return-code
                move spaces to caselist-record
                string "    case file full - EXCPLOG record "
                       csm-excp-rec-no " onward left for next run"
                    delimited by size into caselist-record
                write caselist-record
            end-if
        end-if
    end-if.
    perform 3100-read-excplog thru 3100-exit.
3200-exit.
    exit.

3300-open-new-case.
    add 1 to csm-case-count.
    set csm-case-idx to csm-case-count.
    move spaces to csm-case-entry (csm-case-idx).
    move csm-excp-rec-no to csm-cs-case-id (csm-case-idx).
    set csm-cs-open (csm-case-idx) to true.
    move ex-timestamp (1:8) to csm-cs-opened-date (csm-case-idx).
    move ex-timestamp to csm-cs-excp-timestamp (csm-case-idx).
    move ex-program-id to csm-cs-program-id (csm-case-idx).
    move ex-reason-code to csm-cs-reason-code (csm-case-idx).
    move ex-field-name to csm-cs-field-name (csm-case-idx).
    move ex-field-value to csm-cs-field-value (csm-case-idx).
    move ex-run-id to csm-cs-run-id (csm-case-idx).
    move ex-site-code to csm-cs-site-code (csm-case-idx).
    move csm-excp-rec-no to csm-high-case-id.
    add 1 to csm-taken-in-count.
    move spaces to caselist-record.
    string "    case " csm-excp-rec-no
           " " ex-program-id
           " " ex-reason-code
           " site " ex-site-code
           " run " ex-run-id
           " " function trim(ex-field-name)
           "=" function trim(ex-field-value)
        delimited by size into caselist-record.
    write caselist-record.
3300-exit.
    exit.

*> an absent CASETRAN deck is not an error - the run was intake only.
4000-apply-transactions.
    move spaces to caselist-record.
    move "  case transactions" to caselist-record.
    write caselist-record.
    open input casetran-file.
    if csm-casetran-ok
        move "N" to csm-trans-eof-sw
        perform 4100-read-transaction thru 4100-exit
        perform 4200-apply-one-transaction thru 4200-exit
            until csm-trans-eof
        close casetran-file
    else
        move spaces to caselist-record
        string "    no CASETRAN deck, file status "
               csm-casetran-status " - intake only"
            delimited by size into caselist-record
        write caselist-record
    end-if.
4000-exit.
    exit.

4100-read-transaction.
    read casetran-file
        at end
            set csm-trans-eof to true
    end-read.
4100-exit.
    exit.

*> a closed case is closed for good - a case closed in error is
*> raised again by whatever rejects the run next time, which is the
*> honest record of it.
4200-apply-one-transaction.
    move spaces to csm-reject-reason.
    move "N" to csm-found-sw.
    if ct-case-id is numeric
        perform 4700-find-case thru 4700-exit
    end-if.
    evaluate true
        when ct-case-id is not numeric
            move "case-id not numeric" to csm-reject-reason
        when ct-operator-id = spaces
            move "blank operator-id" to csm-reject-reason
        when not csm-found
            move "case not on file" to csm-reject-reason
        when csm-cs-closed (csm-case-idx)
            move "case already closed" to csm-reject-reason
        when ct-ack-action
            perform 4300-apply-ack thru 4300-exit
        when ct-assign-action
            perform 4400-apply-assign thru 4400-exit
        when ct-close-action
            perform 4500-apply-close thru 4500-exit
        when other
            move "unknown action code" to csm-reject-reason
    end-evaluate.
    perform 4600-list-transaction thru 4600-exit.
    perform 4100-read-transaction thru 4100-exit.
4200-exit.
    exit.

*> only an open case can be acknowledged; a case already assigned
*> has plainly been seen.
4300-apply-ack.
    if csm-cs-open (csm-case-idx)
        set csm-cs-acked (csm-case-idx) to true
        move csm-run-date to csm-cs-ack-date (csm-case-idx)
        move ct-operator-id to csm-cs-ack-operator (csm-case-idx)
    else
        move "case already acknowledged" to csm-reject-reason
    end-if.
4300-exit.
    exit.

*> assigning hands the case to the operator named, acknowledged or
*> not. an assigned case can be assigned again - the new assignee
*> replaces the old one and the listing keeps the history.
4400-apply-assign.
    perform 4800-find-operator thru 4800-exit.
    if csm-oper-found
        set csm-cs-assigned (csm-case-idx) to true
        move csm-run-date to csm-cs-assigned-date (csm-case-idx)
        move ct-operator-id
            to csm-cs-assigned-operator (csm-case-idx)
    else
        move "operator not on OPERMAST" to csm-reject-reason
    end-if.
4400-exit.
    exit.

*> a close must say how the case was resolved.
4500-apply-close.
    if ct-resolution = spaces
        move "no resolution note given" to csm-reject-reason
    else
        set csm-cs-closed (csm-case-idx) to true
        move csm-run-date to csm-cs-closed-date (csm-case-idx)
        move ct-operator-id to csm-cs-closed-operator (csm-case-idx)
        move ct-resolution to csm-cs-resolution (csm-case-idx)
    end-if.
4500-exit.
    exit.

*> one audit line per transaction: what was asked and whether it was
*> applied, so the listing proves what this run changed.
4600-list-transaction.
    move spaces to caselist-record.
    if csm-reject-reason = spaces
        add 1 to csm-applied-count
        if ct-close-action
            string "    " ct-action " " ct-case-id
                   " " ct-operator-id
                   "  applied - " function trim(ct-resolution)
                delimited by size into caselist-record
        else
            string "    " ct-action " " ct-case-id
                   " " ct-operator-id
                   "  applied"
                delimited by size into caselist-record
        end-if
    else
        add 1 to csm-rejected-count
        string "    " ct-action " " ct-case-id
               " " ct-operator-id
               "  rejected - " function trim(csm-reject-reason)
            delimited by size into caselist-record
    end-if.
    write caselist-record.
4600-exit.
    exit.

*> finds the case for the transaction, leaving csm-case-idx on it.
4700-find-case.
    move "N" to csm-found-sw.
    if csm-case-count > 0
        set csm-case-idx to 1
        search csm-case-entry
            at end
                continue
            when csm-cs-case-id (csm-case-idx) = ct-case-id
                set csm-found to true
        end-search
    end-if.
4700-exit.
    exit.

4800-find-operator.
    move "N" to csm-oper-found-sw.
    if csm-opermast-ok
        if csm-oper-count > 0
            set csm-oper-idx to 1
            search csm-oper-entry
                at end
                    continue
                when csm-oper-id (csm-oper-idx) = ct-operator-id
                    set csm-oper-found to true
            end-search
        end-if
    else
        set csm-oper-found to true
    end-if.
4800-exit.
    exit.

*> writes every case to the new master except closed cases past
*> their retention. the highest case-id is always written whatever
*> its age - it marks how far EXCPLOG has been read.
5000-write-new-master.
    open output excpcsnw-file.
    if csm-case-count > 0
        perform 5100-write-one-case thru 5100-exit
            varying csm-case-idx from 1 by 1
            until csm-case-idx > csm-case-count
    end-if.
    close excpcsnw-file.
5000-exit.
    exit.

5100-write-one-case.
    if csm-cs-closed (csm-case-idx)
       and csm-cs-closed-date (csm-case-idx) is numeric
       and csm-cs-closed-date (csm-case-idx) < csm-purge-before
       and csm-cs-case-id (csm-case-idx) not = csm-high-case-id
        add 1 to csm-purged-count
    else
        add 1 to csm-written-count
        move csm-case-entry (csm-case-idx) to excpcsnw-record
        write excpcsnw-record
    end-if.
5100-exit.
    exit.

6000-write-list-trailer.
    move spaces to caselist-record.
    write caselist-record.
    move csm-taken-in-count to csm-count-ed.
    move spaces to caselist-record.
    string "  cases taken in          " csm-count-ed
        delimited by size into caselist-record.
    write caselist-record.
    move csm-applied-count to csm-count-ed.
    move spaces to caselist-record.
    string "  transactions applied    " csm-count-ed
        delimited by size into caselist-record.
    write caselist-record.
    move csm-rejected-count to csm-count-ed.
    move spaces to caselist-record.
    string "  transactions rejected   " csm-count-ed
        delimited by size into caselist-record.
    write caselist-record.
    move csm-purged-count to csm-count-ed.
    move spaces to caselist-record.
    string "  closed cases aged off   " csm-count-ed
        delimited by size into caselist-record.
    write caselist-record.
    move csm-written-count to csm-count-ed.
    move spaces to caselist-record.
    string "  cases on new master     " csm-count-ed
        delimited by size into caselist-record.
    write caselist-record.
6000-exit.
    exit.

end program casemaint.
