*> runrecon is the nightly cross-file reconciliation the auditors
*> sign off: it proves the four trails a chain leaves behind agree
*> for one business date instead of each being checked on its own.
*> every chain driver registered on RUNREG must have its BONJOUR
*> audit record on AUDITLOG and, when bonjour passed, its MAINCOB
*> audit record and a DAILYRPT bulletin page carrying its run-date;
*> every audit record that says rc=16 must have the matching reject
*> on EXCPLOG; and every audit record for the date must belong to a
*> registered chain. anything that does not match is a break, listed
*> on RECONRPT, and any break raises return code 8.
*>
*> driver stamps a chain with the date its invocation started, but
*> a window that runs past midnight writes its audit records,
*> exceptions and bulletin pages under the next day's date, so
*> those are matched across the business date and the day after.
*> the business date defaults to yesterday, so the run is made once
*> the day-after window has closed; a parm date reconciles an
*> earlier night, as long as DAILYRPT has not been archived yet.
identification division.
program-id. runrecon.

environment division.
input-output section.
file-control.
    select runreg-file assign to "RUNREG"
        organization indexed
        access mode dynamic
        record key is rr-reg-key
        file status is rcn-runreg-status.

    select auditlog-file assign to "AUDITLOG"
        organization line sequential
        file status is rcn-auditlog-status.

    select excplog-file assign to "EXCPLOG"
        organization line sequential
        file status is rcn-excplog-status.

    select dailyrpt-file assign to "DAILYRPT"
        organization line sequential
        file status is rcn-dailyrpt-status.

    select reconrpt-file assign to "RECONRPT"
        organization line sequential
        file status is rcn-reconrpt-status.

data division.
file section.
fd  runreg-file.
    copy "runreg.cpy".

fd  auditlog-file.
    copy "auditlog.cpy".

fd  excplog-file.
    copy "excprec.cpy".

fd  dailyrpt-file.
    copy "dailyrpt.cpy".

fd  reconrpt-file.
01  reconrpt-record pic X(80).

working-storage section.
01 rcn-runreg-status pic X(2) value spaces.
   88 rcn-runreg-ok value "00".
01 rcn-auditlog-status pic X(2) value spaces.
   88 rcn-auditlog-ok value "00".
01 rcn-excplog-status pic X(2) value spaces.
   88 rcn-excplog-ok value "00".
01 rcn-dailyrpt-status pic X(2) value spaces.
   88 rcn-dailyrpt-ok value "00".
01 rcn-reconrpt-status pic X(2) value spaces.

01 rcn-eof-sw pic X(1) value "N".
   88 rcn-eof value "Y".
01 rcn-found-sw pic X(1) value "N".
   88 rcn-found value "Y".

01 rcn-business-date pic X(8) value spaces.
01 rcn-next-date pic X(8) value spaces.
01 rcn-today pic X(8) value spaces.
01 rcn-today-int pic 9(8) value 0.
01 rcn-yesterday-num pic 9(8) value 0.
01 rcn-yesterday-date redefines rcn-yesterday-num pic X(8).

*> the register chains for the business date.
01 rcn-reg-table.
   05 rcn-reg-count pic 9(3) value 0.
   05 rcn-reg-entry occurs 0 to 200 times
         depending on rcn-reg-count
         indexed by rcn-reg-idx.
      10 rcn-reg-site pic X(6).
      10 rcn-reg-shift pic X(3).
      10 rcn-reg-run-id pic X(11).
      10 rcn-reg-rc pic 9(4).

*> audit records written on the business date or the day after. a
*> record is marked once a chain claims it, so two reruns of the
*> same chain each need their own audit record.
01 rcn-aud-table.
   05 rcn-aud-count pic 9(4) value 0.
   05 rcn-aud-entry occurs 0 to 1000 times
         depending on rcn-aud-count
         indexed by rcn-aud-idx.
      10 rcn-aud-date pic X(8).
      10 rcn-aud-program pic X(8).
      10 rcn-aud-arg1 pic X(11).
      10 rcn-aud-arg2 pic X(11).
      10 rcn-aud-rc pic 9(4).
      10 rcn-aud-matched-sw pic X(1).
         88 rcn-aud-matched value "Y".

*> reject exceptions logged on the business date or the day after -
*> only the reason codes that go with an rc=16 rejection.
01 rcn-exc-table.
   05 rcn-exc-count pic 9(4) value 0.
   05 rcn-exc-entry occurs 0 to 1000 times
         depending on rcn-exc-count
         indexed by rcn-exc-idx.
      10 rcn-exc-program pic X(8).
      10 rcn-exc-run-id pic X(11).
      10 rcn-exc-matched-sw pic X(1).
         88 rcn-exc-matched value "Y".

01 rcn-reject-reason-sw pic X(4) value spaces.
   88 rcn-reject-reason values "SITE" "SHFT" "OPER".

*> maincob bulletin page headers on DAILYRPT for the business date
*> or the day after. maincob always heads its bulletin with a fresh
*> page, so each chain that reached maincob leaves one.
01 rcn-page-table.
   05 rcn-page-count pic 9(4) value 0.
   05 rcn-page-entry occurs 0 to 1000 times
         depending on rcn-page-count
         indexed by rcn-page-idx.
      10 rcn-page-run-id pic X(8).
      10 rcn-page-matched-sw pic X(1).
         88 rcn-page-matched value "Y".

*> the fixed front of maincob's page header line. the run-date
*> follows it in columns 35-42 and the run-id sits in columns 52-59.
01 rcn-page-prefix pic X(34)
       value "maincob daily bulletin - run-date ".

01 rcn-bonjour-rc pic 9(4) value 0.
01 rcn-chain-breaks pic 9(2) value 0.
01 rcn-section-breaks pic 9(4) value 0.
01 rcn-break-text pic X(50) value spaces.
01 rcn-rc-ed pic 9(4).

01 rcn-break-count pic 9(4) value 0.
01 rcn-audit-checked pic 9(4) value 0.
01 rcn-count-ed pic ZZZ9.

linkage section.
01 rcn-parm-date pic X(8).

procedure division using rcn-parm-date.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    if rcn-runreg-ok
        perform 2000-load-register thru 2000-exit
        perform 2100-load-auditlog thru 2100-exit
        perform 2200-load-excplog thru 2200-exit
        perform 2300-load-dailyrpt thru 2300-exit
        perform 3000-check-chains thru 3000-exit
        perform 4000-check-rejections thru 4000-exit
        perform 5000-check-unclaimed-audit thru 5000-exit
        perform 6000-write-trailer thru 6000-exit
    else
        display "runrecon - unable to open RUNREG, file status "
                rcn-runreg-status " - no reconciliation done"
        move 16 to return-code
        move spaces to reconrpt-record
        string "  runrecon not done - RUNREG unavailable, "
               "file status " rcn-runreg-status
            delimited by size into reconrpt-record
        write reconrpt-record
    end-if.
    close reconrpt-file.
    if rcn-break-count > 0
       and return-code = 0
        move 8 to return-code
    end-if.
    goback.

*> the business date is the parm date when one was supplied,
*> yesterday otherwise - the night's late records land today.
1000-initialize.
    move 0 to return-code.
    accept rcn-today from date yyyymmdd.
    if rcn-parm-date = spaces or rcn-parm-date = low-values
        compute rcn-today-int
            = function integer-of-date(function numval(rcn-today))
        compute rcn-yesterday-num
            = function date-of-integer(rcn-today-int - 1)
        move rcn-yesterday-date to rcn-business-date
    else
        move rcn-parm-date to rcn-business-date
    end-if.
    move function date-of-integer(
             function integer-of-date(
                 function numval(rcn-business-date)) + 1)
        to rcn-next-date.
    open input runreg-file.
    open output reconrpt-file.
    move spaces to reconrpt-record.
    string "runrecon cross-file reconciliation - business date "
           rcn-business-date
        delimited by size into reconrpt-record.
    write reconrpt-record.
    move spaces to reconrpt-record.
    write reconrpt-record.
1000-exit.
    exit.

*> the register is keyed by date, so only the business date's
*> entries are read: from the first keyed to it to the first past it.
2000-load-register.
    move "N" to rcn-eof-sw.
    move low-values to rr-reg-key.
    move rcn-business-date to rr-run-date.
    start runreg-file key is not < rr-reg-key
        invalid key
            set rcn-eof to true
    end-start.
    perform 2010-read-runreg thru 2010-exit.
    perform 2020-store-one-register thru 2020-exit
        until rcn-eof.
    close runreg-file.
2000-exit.
    exit.

2010-read-runreg.
    if not rcn-eof
        read runreg-file next record
            at end
                set rcn-eof to true
        end-read
    end-if.
    if not rcn-eof
        if rr-run-date not = rcn-business-date
            set rcn-eof to true
        end-if
    end-if.
2010-exit.
    exit.

2020-store-one-register.
    if rcn-reg-count < 200
        add 1 to rcn-reg-count
        set rcn-reg-idx to rcn-reg-count
        move rr-site-code to rcn-reg-site (rcn-reg-idx)
        move rr-shift-code to rcn-reg-shift (rcn-reg-idx)
        move rr-run-id to rcn-reg-run-id (rcn-reg-idx)
        move rr-return-code to rcn-reg-rc (rcn-reg-idx)
    end-if.
    perform 2010-read-runreg thru 2010-exit.
2020-exit.
    exit.

*> a missing AUDITLOG, EXCPLOG or DAILYRPT is not a reason to stop -
*> it is noted, and every chain that needed it shows as a break.
2100-load-auditlog.
    open input auditlog-file.
    if rcn-auditlog-ok
        move "N" to rcn-eof-sw
        perform 2110-read-auditlog thru 2110-exit
        perform 2120-store-one-audit thru 2120-exit
            until rcn-eof
        close auditlog-file
    else
        move spaces to reconrpt-record
        string "  AUDITLOG unavailable, file status "
               rcn-auditlog-status
            delimited by size into reconrpt-record
        write reconrpt-record
    end-if.
2100-exit.
    exit.

2110-read-auditlog.
    read auditlog-file
        at end
            set rcn-eof to true
    end-read.
2110-exit.
    exit.

2120-store-one-audit.
    if (al-timestamp (1:8) = rcn-business-date
        or al-timestamp (1:8) = rcn-next-date)
       and rcn-aud-count < 1000
        add 1 to rcn-aud-count
        set rcn-aud-idx to rcn-aud-count
        move al-timestamp (1:8) to rcn-aud-date (rcn-aud-idx)
        move al-program-id to rcn-aud-program (rcn-aud-idx)
        move al-arg1 to rcn-aud-arg1 (rcn-aud-idx)
        move al-arg2 to rcn-aud-arg2 (rcn-aud-idx)
        move al-return-code to rcn-aud-rc (rcn-aud-idx)
        move "N" to rcn-aud-matched-sw (rcn-aud-idx)
    end-if.
    perform 2110-read-auditlog thru 2110-exit.
2120-exit.
    exit.

2200-load-excplog.
    open input excplog-file.
    if rcn-excplog-ok
        move "N" to rcn-eof-sw
        perform 2210-read-excplog thru 2210-exit
        perform 2220-store-one-exception thru 2220-exit
            until rcn-eof
        close excplog-file
    else
        move spaces to reconrpt-record
        string "  EXCPLOG unavailable, file status "
               rcn-excplog-status
            delimited by size into reconrpt-record
        write reconrpt-record
    end-if.
2200-exit.
    exit.

2210-read-excplog.
    read excplog-file
        at end
            set rcn-eof to true
    end-read.
2210-exit.
    exit.

2220-store-one-exception.
    move ex-reason-code to rcn-reject-reason-sw.
    if (ex-timestamp (1:8) = rcn-business-date
        or ex-timestamp (1:8) = rcn-next-date)
       and rcn-reject-reason
       and rcn-exc-count < 1000
        add 1 to rcn-exc-count
        set rcn-exc-idx to rcn-exc-count
        move ex-program-id to rcn-exc-program (rcn-exc-idx)
        move ex-run-id to rcn-exc-run-id (rcn-exc-idx)
        move "N" to rcn-exc-matched-sw (rcn-exc-idx)
    end-if.
    perform 2210-read-excplog thru 2210-exit.
2220-exit.
    exit.

2300-load-dailyrpt.
    open input dailyrpt-file.
    if rcn-dailyrpt-ok
        move "N" to rcn-eof-sw
        perform 2310-read-dailyrpt thru 2310-exit
        perform 2320-store-one-page thru 2320-exit
            until rcn-eof
        close dailyrpt-file
    else
        move spaces to reconrpt-record
        string "  DAILYRPT unavailable, file status "
               rcn-dailyrpt-status
            delimited by size into reconrpt-record
        write reconrpt-record
    end-if.
2300-exit.
    exit.

2310-read-dailyrpt.
    read dailyrpt-file
        at end
            set rcn-eof to true
    end-read.
2310-exit.
    exit.

2320-store-one-page.
    if dailyrpt-record (1:34) = rcn-page-prefix
       and (dailyrpt-record (35:8) = rcn-business-date
            or dailyrpt-record (35:8) = rcn-next-date)
       and rcn-page-count < 1000
        add 1 to rcn-page-count
        set rcn-page-idx to rcn-page-count
        move dailyrpt-record (52:8) to rcn-page-run-id (rcn-page-idx)
        move "N" to rcn-page-matched-sw (rcn-page-idx)
    end-if.
    perform 2310-read-dailyrpt thru 2310-exit.
2320-exit.
    exit.

3000-check-chains.
    move spaces to reconrpt-record.
    move "  register chains" to reconrpt-record.
    write reconrpt-record.
    if rcn-reg-count = 0
        move spaces to reconrpt-record
        move "    none - no chains registered for the date"
            to reconrpt-record
        write reconrpt-record
    else
        perform 3100-check-one-chain thru 3100-exit
            varying rcn-reg-idx from 1 by 1
            until rcn-reg-idx > rcn-reg-count
    end-if.
    move spaces to reconrpt-record.
    write reconrpt-record.
3000-exit.
    exit.

*> walks one chain through its trail: the BONJOUR audit record it
*> must have, then - only when bonjour passed - the MAINCOB audit
*> record and the bulletin page. the register's return code must
*> agree with whichever program's outcome decided the chain.
3100-check-one-chain.
    move 0 to rcn-chain-breaks.
    perform 3200-find-bonjour-audit thru 3200-exit.
    if not rcn-found
        move "no BONJOUR audit record" to rcn-break-text
        perform 3900-list-chain-break thru 3900-exit
    else
        move rcn-aud-rc (rcn-aud-idx) to rcn-bonjour-rc
        if rcn-bonjour-rc not = 0
            if rcn-bonjour-rc not = rcn-reg-rc (rcn-reg-idx)
                move rcn-bonjour-rc to rcn-rc-ed
                move spaces to rcn-break-text
                string "rc disagrees - BONJOUR audit rc "
                       rcn-rc-ed
                    delimited by size into rcn-break-text
                perform 3900-list-chain-break thru 3900-exit
            end-if
        else
            perform 3300-check-maincob-trail thru 3300-exit
        end-if
    end-if.
    if rcn-chain-breaks = 0
        move rcn-reg-rc (rcn-reg-idx) to rcn-rc-ed
        move spaces to reconrpt-record
        string "    " rcn-reg-site (rcn-reg-idx)
               " " rcn-reg-shift (rcn-reg-idx)
               " " rcn-reg-run-id (rcn-reg-idx)
               " rc " rcn-rc-ed
               "  agrees"
            delimited by size into reconrpt-record
        write reconrpt-record
    end-if.
3100-exit.
    exit.

3200-find-bonjour-audit.
    move "N" to rcn-found-sw.
    if rcn-aud-count > 0
        set rcn-aud-idx to 1
        search rcn-aud-entry
            at end
                continue
            when rcn-aud-program (rcn-aud-idx) = "BONJOUR"
             and not rcn-aud-matched (rcn-aud-idx)
             and rcn-aud-arg1 (rcn-aud-idx) (1:6)
                    = rcn-reg-site (rcn-reg-idx)
             and rcn-aud-arg2 (rcn-aud-idx)
                    = rcn-reg-run-id (rcn-reg-idx)
                set rcn-found to true
                set rcn-aud-matched (rcn-aud-idx) to true
        end-search
    end-if.
3200-exit.
    exit.

*> maincob audits under the RUNID from its parm, which the schedule
*> keys the same as the chain's run-info.
3300-check-maincob-trail.
    move "N" to rcn-found-sw.
    if rcn-aud-count > 0
        set rcn-aud-idx to 1
        search rcn-aud-entry
            at end
                continue
            when rcn-aud-program (rcn-aud-idx) = "MAINCOB"
             and not rcn-aud-matched (rcn-aud-idx)
             and rcn-aud-arg1 (rcn-aud-idx) (1:8)
                    = rcn-reg-run-id (rcn-reg-idx) (1:8)
                set rcn-found to true
                set rcn-aud-matched (rcn-aud-idx) to true
        end-search
    end-if.
    if not rcn-found
        move "no MAINCOB audit record" to rcn-break-text
        perform 3900-list-chain-break thru 3900-exit
    else
        if rcn-aud-rc (rcn-aud-idx) not = rcn-reg-rc (rcn-reg-idx)
            move rcn-aud-rc (rcn-aud-idx) to rcn-rc-ed
            move spaces to rcn-break-text
            string "rc disagrees - MAINCOB audit rc "
                   rcn-rc-ed
                delimited by size into rcn-break-text
            perform 3900-list-chain-break thru 3900-exit
        end-if
    end-if.
    move "N" to rcn-found-sw.
    if rcn-page-count > 0
        set rcn-page-idx to 1
        search rcn-page-entry
            at end
                continue
            when not rcn-page-matched (rcn-page-idx)
             and rcn-page-run-id (rcn-page-idx)
                    = rcn-reg-run-id (rcn-reg-idx) (1:8)
                set rcn-found to true
                set rcn-page-matched (rcn-page-idx) to true
        end-search
    end-if.
    if not rcn-found
        move "no DAILYRPT bulletin page for run-date"
            to rcn-break-text
        perform 3900-list-chain-break thru 3900-exit
    end-if.
3300-exit.
    exit.

3900-list-chain-break.
    add 1 to rcn-chain-breaks.
    add 1 to rcn-break-count.
    move rcn-reg-rc (rcn-reg-idx) to rcn-rc-ed.
    move spaces to reconrpt-record.
    string "    " rcn-reg-site (rcn-reg-idx)
           " " rcn-reg-shift (rcn-reg-idx)
           " " rcn-reg-run-id (rcn-reg-idx)
           " rc " rcn-rc-ed
           "  ** " function trim(rcn-break-text)
        delimited by size into reconrpt-record.
    write reconrpt-record.
3900-exit.
    exit.

*> every rc=16 audit record must have its reject on EXCPLOG. the
*> business date's own audit records are checked, plus any from the
*> early hours of the next day that one of its chains claimed - an
*> unclaimed next-day record belongs to tomorrow's reconciliation.
4000-check-rejections.
    move spaces to reconrpt-record.
    move "  rejections without an EXCPLOG reject" to reconrpt-record.
    write reconrpt-record.
    move 0 to rcn-section-breaks.
    if rcn-aud-count > 0
        perform 4100-check-one-rejection thru 4100-exit
            varying rcn-aud-idx from 1 by 1
            until rcn-aud-idx > rcn-aud-count
    end-if.
    if rcn-section-breaks = 0
        move spaces to reconrpt-record
        move "    none" to reconrpt-record
        write reconrpt-record
    end-if.
    move spaces to reconrpt-record.
    write reconrpt-record.
4000-exit.
    exit.

4100-check-one-rejection.
    if rcn-aud-date (rcn-aud-idx) = rcn-business-date
       or rcn-aud-matched (rcn-aud-idx)
        add 1 to rcn-audit-checked
        if rcn-aud-rc (rcn-aud-idx) = 16
            perform 4200-find-reject thru 4200-exit
            if not rcn-found
                add 1 to rcn-section-breaks
                add 1 to rcn-break-count
                move spaces to reconrpt-record
                string "    " rcn-aud-program (rcn-aud-idx)
                       " " rcn-aud-date (rcn-aud-idx)
                       " " rcn-aud-arg1 (rcn-aud-idx)
                       " " rcn-aud-arg2 (rcn-aud-idx)
                       "  ** rc 16, no reject logged"
                    delimited by size into reconrpt-record
                write reconrpt-record
            end-if
        end-if
    end-if.
4100-exit.
    exit.

*> bonjour logs its reject under the run-info it audits in arg2;
*> maincob under the run-id it audits in arg1.
4200-find-reject.
    move "N" to rcn-found-sw.
    if rcn-exc-count > 0
        set rcn-exc-idx to 1
        if rcn-aud-program (rcn-aud-idx) = "BONJOUR"
            search rcn-exc-entry
                at end
                    continue
                when rcn-exc-program (rcn-exc-idx) = "BONJOUR"
                 and not rcn-exc-matched (rcn-exc-idx)
                 and rcn-exc-run-id (rcn-exc-idx)
                        = rcn-aud-arg2 (rcn-aud-idx)
                    set rcn-found to true
                    set rcn-exc-matched (rcn-exc-idx) to true
            end-search
        else
            search rcn-exc-entry
                at end
                    continue
                when rcn-exc-program (rcn-exc-idx)
                        = rcn-aud-program (rcn-aud-idx)
                 and not rcn-exc-matched (rcn-exc-idx)
                 and rcn-exc-run-id (rcn-exc-idx) (1:8)
                        = rcn-aud-arg1 (rcn-aud-idx) (1:8)
                    set rcn-found to true
                    set rcn-exc-matched (rcn-exc-idx) to true
            end-search
        end-if
    end-if.
4200-exit.
    exit.

*> a bonjour or maincob run on the business date that no registered
*> chain claimed ran outside driver, or its register entry is
*> missing - either way the trails disagree.
5000-check-unclaimed-audit.
    move spaces to reconrpt-record.
    move "  audit records with no register chain" to reconrpt-record.
    write reconrpt-record.
    move 0 to rcn-section-breaks.
    if rcn-aud-count > 0
        perform 5100-check-one-unclaimed thru 5100-exit
            varying rcn-aud-idx from 1 by 1
            until rcn-aud-idx > rcn-aud-count
    end-if.
    if rcn-section-breaks = 0
        move spaces to reconrpt-record
        move "    none" to reconrpt-record
        write reconrpt-record
    end-if.
    move spaces to reconrpt-record.
    write reconrpt-record.
5000-exit.
    exit.

5100-check-one-unclaimed.
    if rcn-aud-date (rcn-aud-idx) = rcn-business-date
       and not rcn-aud-matched (rcn-aud-idx)
       and (rcn-aud-program (rcn-aud-idx) = "BONJOUR"
            or rcn-aud-program (rcn-aud-idx) = "MAINCOB")
        add 1 to rcn-section-breaks
        add 1 to rcn-break-count
        move rcn-aud-rc (rcn-aud-idx) to rcn-rc-ed
        move spaces to reconrpt-record
        string "    " rcn-aud-program (rcn-aud-idx)
               " " rcn-aud-arg1 (rcn-aud-idx)
               " " rcn-aud-arg2 (rcn-aud-idx)
               " rc " rcn-rc-ed
               "  ** not registered"
            delimited by size into reconrpt-record
        write reconrpt-record
    end-if.
5100-exit.
    exit.

6000-write-trailer.
    move rcn-reg-count to rcn-count-ed.
    move spaces to reconrpt-record.
    string "  register chains checked  " rcn-count-ed
        delimited by size into reconrpt-record.
    write reconrpt-record.
    move rcn-audit-checked to rcn-count-ed.
    move spaces to reconrpt-record.
    string "  audit records checked    " rcn-count-ed
        delimited by size into reconrpt-record.
    write reconrpt-record.
    move rcn-break-count to rcn-count-ed.
    move spaces to reconrpt-record.
    string "  breaks                   " rcn-count-ed
        delimited by size into reconrpt-record.
    write reconrpt-record.
    move spaces to reconrpt-record.
    if rcn-break-count = 0
        move "  reconciliation clean - all four trails agree"
            to reconrpt-record
    else
        move "  reconciliation BROKEN - review every ** line above"
            to reconrpt-record
    end-if.
    write reconrpt-record.
    move spaces to reconrpt-record.
    write reconrpt-record.
    move spaces to reconrpt-record.
    move "  reviewed and signed off by ______________  date ________"
        to reconrpt-record.
    write reconrpt-record.
    move spaces to reconrpt-record.
    write reconrpt-record.
    move spaces to reconrpt-record.
    string "  end of runrecon for " rcn-business-date
        delimited by size into reconrpt-record.
    write reconrpt-record.
6000-exit.
    exit.

end program runrecon.
