               ==:auditrec-name-max:==       by ==36==
               ==:agg-max-routes:==          by ==999==
               ==:top-pairs-max:==           by ==10==
               ==:max-csv-cols:==            by ==9==
               .
      **
      *    audit log analysis
      *    reads the audit records the routing program accumulates
      *    (from-name, to-name, distance, status -- one per request;
      *    the trailing sysin line number is only of use to the
      *    reconciliation job and is not looked at here),
      *    raw from a single run's log or stamped with run date and
      *    run sequence by the history consolidation job, and
      *    reports the most requested from/to pairs,
      *    the failure rate per route, and the routes whose reported
      *    distance changed between runs, which is the tell that the
      *    underlying graph changed. the graph version the routing
      *    program stamped on each record (after the sysin line
      *    number, or after the status on a history record) names
      *    the graph the last change of distance came with (only a
      *    change that came with a new version counts); records
      *    from before the version was carried read as version zero
      **
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRPT.
           05 g100-skipped pic 9(7) value 0.
           05 g100-rec-from pic x(:auditrec-name-max:).
           05 g100-rec-to pic x(:auditrec-name-max:).
           05 g100-rec-dist pic 9(5).
           05 g100-rec-status pic 99.
           05 g100-rec-version pic 9(6).
           05 g100-ver-col pic 9.
           05 g100-rec-flag pic x.
           88 g100-rec-usable value space.
           88 g100-rec-bad value 'B'.
              10 agg-failures pic 9(5).
              10 agg-dist-flag pic x.
              88 agg-has-dist value 'Y'.
              10 agg-min-dist pic 9(5).
              10 agg-max-dist pic 9(5).
              *> the latest distance seen and the graph version it
              *> came with, and the latest change of distance that
              *> came with a change of graph version -- within one
              *> version the distances differ only by what the
              *> request cards asked for
              10 agg-chg-flag pic x.
                 88 agg-has-chg value 'Y'.
              10 agg-last-dist pic 9(5).
              10 agg-last-version pic 9(6).
              10 agg-chg-from-dist pic 9(5).
              10 agg-chg-to-dist pic 9(5).
              10 agg-chg-version pic 9(6).
              10 agg-chg-prev-version pic 9(6).

       01 r200-report-data.
           05 r200-i pic 9(4).
                    or c100-out-len(g100-base + 2)
                         > :auditrec-name-max:
                    or c100-out-len(g100-base + 3) = 0
                    or c100-out-len(g100-base + 3) > 5
                    or c100-out-len(g100-base + 4) = 0
                    or c100-out-len(g100-base + 4) > 2
                 set g100-rec-bad to true
                 end-if
              end-if
           end-if
           if g100-rec-usable
              perform g115-parse-graph-version
           end-if
           continue.

      *    the graph version follows the sysin line number on an
      *    audit record (6 columns, 8 on an earliest-arrival record
      *    with its departure and arrival, 9 on a dispatch order
      *    with its order number) and the status on a
      *    history record (7 columns); a record written before the
      *    version was carried has none and reads as version zero --
      *    including the 7-column earliest-arrival audit record of
      *    that time, whose sixth column is the departure
       g115-parse-graph-version section.
           move 0 to g100-rec-version
           move 0 to g100-ver-col
           if g100-base = 0
              if c100-max-cidx = 6 or c100-max-cidx = 8
                    or c100-max-cidx = 9
                 move 6 to g100-ver-col
              end-if
           else
              if c100-max-cidx >= g100-base + 5
                 compute g100-ver-col = g100-base + 5
              end-if
           end-if
           if g100-ver-col not = 0
              if c100-out-len(g100-ver-col) = 0
                    or c100-out-len(g100-ver-col) > 6
                 set g100-rec-bad to true
              else
                 if fd-auditin-rec (c100-out-start-ptr(g100-ver-col)
                                   :c100-out-len(g100-ver-col))
                       is not numeric
                    set g100-rec-bad to true
                 else
                    move fd-auditin-rec
                           (c100-out-start-ptr(g100-ver-col)
                           :c100-out-len(g100-ver-col))
                      to g100-rec-version
                 end-if
              end-if
           end-if
           continue.

       g120-accumulate-route section.
                 move space to agg-dist-flag(agg-found)
                 move 0 to agg-min-dist(agg-found)
                 move 0 to agg-max-dist(agg-found)
                 move space to agg-chg-flag(agg-found)
                 move 0 to agg-last-dist(agg-found)
                 move 0 to agg-last-version(agg-found)
                 move 0 to agg-chg-from-dist(agg-found)
                 move 0 to agg-chg-to-dist(agg-found)
                 move 0 to agg-chg-version(agg-found)
                 move 0 to agg-chg-prev-version(agg-found)
              end-if
           end-if
           if agg-found not = 0
                    if g100-rec-dist > agg-max-dist(agg-found)
                       move g100-rec-dist to agg-max-dist(agg-found)
                    end-if
                    if g100-rec-dist not = agg-last-dist(agg-found)
                          and g100-rec-version
                                not = agg-last-version(agg-found)
                       set agg-has-chg(agg-found) to true
                       move agg-last-dist(agg-found)
                         to agg-chg-from-dist(agg-found)
                       move g100-rec-dist
                         to agg-chg-to-dist(agg-found)
                       move agg-last-version(agg-found)
                         to agg-chg-prev-version(agg-found)
                       move g100-rec-version
                         to agg-chg-version(agg-found)
                    end-if
                 else
                    set agg-has-dist(agg-found) to true
                    move g100-rec-dist to agg-min-dist(agg-found)
                    move g100-rec-dist to agg-max-dist(agg-found)
                 end-if
                 move g100-rec-dist to agg-last-dist(agg-found)
                 move g100-rec-version to agg-last-version(agg-found)
              end-if
           end-if
           continue.
             into r200-output WITH POINTER r200-output-ptr
           end-string
           write fd-audtrpt-rec from r200-output
           if agg-has-chg(r200-i)
              move spaces to r200-output
              move 1 to r200-output-ptr
              string "    LAST CHANGE "      DELIMITED BY SIZE
                     agg-chg-from-dist(r200-i)
                                            DELIMITED BY SIZE
                     " TO "                 DELIMITED BY SIZE
                     agg-chg-to-dist(r200-i)
                                            DELIMITED BY SIZE
                     " WITH GRAPH VERSION " DELIMITED BY SIZE
                     agg-chg-version(r200-i)
                                            DELIMITED BY SIZE
                     " (WAS "               DELIMITED BY SIZE
                     agg-chg-prev-version(r200-i)
                                            DELIMITED BY SIZE
                     ")"                    DELIMITED BY SIZE
                into r200-output WITH POINTER r200-output-ptr
              end-string
              write fd-audtrpt-rec from r200-output
           end-if
           continue.
      ******************************************************************
      *    csv parser -- same splitter the routing program uses
