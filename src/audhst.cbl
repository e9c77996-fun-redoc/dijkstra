       replace ==:err-audit-read:==          by ==023==
               ==:err-recs-rejected:==       by ==04==
               ==:auditrec-name-max:==       by ==36==
               ==:histrec-name-max:==        by ==24==
               ==:max-csv-cols:==            by ==9==
               .
      **
      *    audit history consolidation
      *    nightly default instead of luck
      *
      *    history record, 80 bytes csv:
      *      run-date(8),run-seq(4),from,to,dist,status,version(6)
      *    the from/to names are bounded to 24 bytes each so the
      *    stamp can never push the trailing columns off the record.
      *    version is the graph version the routing program stamped
      *    on the audit record (zero when it carried none); history
      *    written before it was carried has no version column
      **
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDHST.
           05 g100-base pic 9.
           05 g100-rec-from pic x(:auditrec-name-max:).
           05 g100-rec-to pic x(:auditrec-name-max:).
           05 g100-rec-dist pic 9(5).
           05 g100-rec-status pic 99.
           05 g100-rec-version pic 9(6).
           05 g100-ver-col pic 9.
           05 g100-rec-flag pic x.
           88 g100-rec-usable value space.
           88 g100-rec-bad value 'B'.
                  g100-rec-dist    DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  g100-rec-status  DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  g100-rec-version DELIMITED BY SIZE
             into h100-output WITH POINTER h100-output-ptr
           end-string
           write fd-histout-rec from h100-output
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
              perform g120-parse-graph-version
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
       g120-parse-graph-version section.
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
                 if c100-in-str (c100-out-start-ptr(g100-ver-col)
                                :c100-out-len(g100-ver-col))
                       is not numeric
                    set g100-rec-bad to true
                 else
                    move c100-in-str
                           (c100-out-start-ptr(g100-ver-col)
                           :c100-out-len(g100-ver-col))
                      to g100-rec-version
                 end-if
              end-if
           end-if
           continue.
      ******************************************************************
      *    consolidation report
