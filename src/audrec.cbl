       replace ==:err-audit-read:==          by ==023==
               ==:err-out-of-balance:==      by ==026==
               ==:auditrec-name-max:==       by ==36==
               ==:recon-max-lines:==         by ==99999==
               ==:max-csv-cols:==            by ==7==
               .
      **
      *    audit / manifest / billing reconciliation
      *    the routing program leaves three records of every request:
      *    the audit log line, the manifest 'L' legs closed by a 'T'
      *    trailer, and -- when it could be priced -- a billing
      *    extract record. all three carry the sysin line number of
      *    the request card, and this job matches them on it.
      *    a restarted run can leave the same line twice in one file
      *    and once in another; finance only finds that when an
      *    invoice is doubled. reported per line are:
      *      - duplicates (a line seen more than once in one file)
      *      - missing partners (a line present in one file but not
      *        in another it must accompany)
      *      - manifest legs that do not add up to the trailer count
      *      - audit distance/status differing from the trailer
      *      - billed units differing from the trailer total, or a
      *        bill against a trailer that closed with a failure
      *    the billing extract is optional -- a run without a rate
      *    table writes none -- but audit log and manifest are not.
      *    anything out of balance ends the job with a non-zero
      *    return code so the nightly stream stops before billing
      *
      *    audit record, 80 bytes csv:
      *      from,to,dist,status,sysin-line
      *    records of an older log without the line number column
      *    cannot be matched and count as unusable
      **
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDREC.
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT auditin  ASSIGN TO AUDITIN
                           FILE STATUS IS PROG-STATUS.
           SELECT manifest ASSIGN TO MANIFEST
                           FILE STATUS IS PROG-STATUS.
           SELECT billfile ASSIGN TO BILLFILE
                           FILE STATUS IS PROG-STATUS.
           SELECT recrpt   ASSIGN TO RECRPT
                           FILE STATUS IS PROG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD auditin RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-auditin-REC PIC X(80).

       FD manifest RECORD CONTAINS 80 CHARACTERS
                   RECORDING MODE IS F.
       01 fd-manifest-REC PIC X(80).

       FD billfile RECORD CONTAINS 80 CHARACTERS
                   RECORDING MODE IS F.
       01 fd-billfile-REC PIC X(80).

       FD recrpt RECORD CONTAINS 80 CHARACTERS
                 RECORDING MODE IS F.
       01 fd-recrpt-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 PROG-STATUS PIC 99 VALUE 0.

       01 FILE-STATUS PIC XXX VALUE SPACES.
       88 FILE-STATUS-EOF VALUE 'EOF'.

       01 g100-read-audit-data.
           05 g100-recno pic 9(7) value 0.
           05 g100-used pic 9(7) value 0.
           05 g100-lineno pic 9(5).
           05 g100-rec-dist pic 9(5).
           05 g100-rec-status pic 99.
           05 g100-rec-flag pic x.
           88 g100-rec-usable value space.
           88 g100-rec-bad value 'B'.

      *    manifest records as the routing program writes them
       01 g200-read-manifest-data.
           05 g200-recno pic 9(7) value 0.
           05 g200-legs-read pic 9(7) value 0.
           05 g200-trailers-read pic 9(7) value 0.
           05 g200-rec.
              10 g200-type pic x.
              88 g200-type-leg value 'L'.
              88 g200-type-trailer value 'T'.
              10 g200-lineno pic 9(5).
              10 filler pic x(74).
           05 g200-leg-rec redefines g200-rec.
              10 filler pic x(6).
              10 g200-l-seq pic 9(3).
              10 g200-l-from-id pic 9(4).
              10 g200-l-to-id pic 9(4).
              10 g200-l-weight pic 9(3).
              10 g200-l-time pic 9(3).
              10 g200-l-cum pic 9(5).
              10 filler pic x(52).
           05 g200-trailer-rec redefines g200-rec.
              10 filler pic x(6).
              10 g200-t-legs pic 9(3).
              10 g200-t-total pic 9(5).
              10 g200-t-status pic 99.
              10 filler pic x(64).

      *    billing extract records as the routing program writes them
       01 g300-read-billing-data.
           05 g300-recno pic 9(7) value 0.
           05 g300-used pic 9(7) value 0.
           05 g300-bill-flag pic x value 'N'.
           88 g300-bill-read value 'Y'.
           05 g300-rec.
              10 g300-b-type pic x.
              10 g300-b-lineno pic 9(5).
              10 g300-b-class pic x(8).
              10 g300-b-crit pic x.
              10 g300-b-units pic 9(5).
              10 g300-b-rate pic 9(5).
              10 g300-b-min pic 9(7).
              10 g300-b-charge pic 9(9).
              10 filler pic x(39).

      *    one slot per sysin line number, counts and first-seen
      *    values from each of the three files
       01 rcl-lines-data.
           05 rcl-max-lineno pic 9(5) value 0.
           05 rcl-line occurs :recon-max-lines:.
              10 rcl-aud-count pic 9(3).
              10 rcl-aud-dist pic 9(5).
              10 rcl-aud-status pic 99.
              10 rcl-trl-count pic 9(3).
              10 rcl-trl-legs pic 9(3).
              10 rcl-trl-total pic 9(5).
              10 rcl-trl-status pic 99.
              10 rcl-leg-count pic 9(5).
              10 rcl-bill-count pic 9(3).
              10 rcl-bill-units pic 9(5).

       01 v100-verify-data.
           05 v100-i pic 9(5).
           *> one digit over the line number, so the sweep can step
           *> past line 99999 and stop
           05 v100-n pic 9(6).
           05 v100-lines-seen pic 9(5) value 0.
           05 v100-leg-expect pic 9(7).
           05 v100-duplicates pic 9(5) value 0.
           05 v100-missing pic 9(5) value 0.
           05 v100-mismatches pic 9(5) value 0.
           05 v100-unusable pic 9(7) value 0.
           05 v100-exception-total pic 9(7) value 0.
           05 v100-count pic 9(7).
           05 v100-value-1 pic 9(5).
           05 v100-value-2 pic 9(5).
           05 v100-text pic x(40).
           05 v100-output pic x(80).
           05 v100-output-ptr pic 99.

       01 c100-parse-csv-line-data.
           10 c100-in-attirbs.
              15 c100-in-str pic x(80).
           10 c100-out-attribs.
              15 c100-out-tab occurs :max-csv-cols:
                              indexed c100-cidx
                                      c100-max-cidx.
                 20 c100-out-start-ptr pic 99.
                 20 c100-out-len pic 99.
           10 c100-locals.
              15 c100-instr-ptr pic 99.
              15 c100-i pic 99.
              15 c100-l pic 99.

       01 z400-trim-string-data.
          05 z400-args.
             15 z400-in-string pic x(80).
             15 z400-out-start-ptr pic 99.
             15 z400-out-len pic 99.
          05 z400-locals.
             15 z400-left-trim-pos pic 99.
             15 z400-total-len pic 99.

       01 m000-run-data.
           05 m000-run-status pic 99 value 0.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
       m000-main section.
           move 0 to m000-run-status
           INITIALIZE rcl-lines-data

           open output recrpt
           if PROG-STATUS = 0
              move "AUDIT / MANIFEST / BILLING RECONCILIATION"
                to fd-recrpt-rec
              write fd-recrpt-rec
              move "-----------------------------------------"
                to fd-recrpt-rec
              write fd-recrpt-rec
              open input auditin
              if PROG-STATUS = 0
                 perform g100-read-audit-log
                 close auditin
              else
                 display "AUDREC: audit log not readable, status "
                         PROG-STATUS
                 move :err-audit-read: to m000-run-status
              end-if
              if m000-run-status = 0
                 open input manifest
                 if PROG-STATUS = 0
                    perform g200-read-manifest
                    close manifest
                 else
                    display "AUDREC: manifest not readable, status "
                            PROG-STATUS
                    move :err-audit-read: to m000-run-status
                 end-if
              end-if
              if m000-run-status = 0
                 open input billfile
                 if PROG-STATUS = 0
                    set g300-bill-read to true
                    perform g300-read-billing
                    close billfile
                 else
                    *> a run without a rate table writes no extract
                    display "AUDREC: no billing extract, "
                            "billing not reconciled"
                    move "NO BILLING EXTRACT, BILLING NOT RECONCILED"
                      to fd-recrpt-rec
                    write fd-recrpt-rec
                 end-if
                 perform v100-verify-lines
                 perform v190-write-summary
              end-if
              close recrpt
           else
              move prog-status to m000-run-status
           end-if

           if m000-run-status = 0 and v100-exception-total > 0
              move :err-out-of-balance: to m000-run-status
           end-if

           MOVE m000-run-status TO RETURN-CODE

           goback.
      *    ** END of MAIN **
      ******************************************************************
      *    audit log: same column checks the analysis program
      *    applies, plus the trailing sysin line number
      ******************************************************************
       g100-read-audit-log section.
           INITIALIZE FILE-STATUS
           perform until FILE-STATUS-EOF
              read auditin into fd-auditin-rec
                 at end
                    set FILE-STATUS-EOF to true
                 not at end
                    add 1 to g100-recno
                    perform g110-parse-audit-record
                    if g100-rec-usable
                       add 1 to g100-used
                       perform g120-post-audit-record
                    else
                       move "AUDIT LOG" to v100-text
                       move g100-recno to v100-count
                       perform v180-write-unusable-line
                    end-if
              end-read
           end-perform
           display "AUDREC: " g100-recno " audit records read, "
                   g100-used " used"
           continue.

       g110-parse-audit-record section.
           set g100-rec-usable to true
           move fd-auditin-rec to c100-in-str
           perform c100-parse-csv-line
           if c100-max-cidx < 5
              set g100-rec-bad to true
           else
              if c100-out-len(1) = 0
                    or c100-out-len(1) > :auditrec-name-max:
                    or c100-out-len(2) = 0
                    or c100-out-len(2) > :auditrec-name-max:
                    or c100-out-len(3) = 0
                    or c100-out-len(3) > 5
                    or c100-out-len(4) = 0
                    or c100-out-len(4) > 2
                    or c100-out-len(5) = 0
                    or c100-out-len(5) > 5
                 set g100-rec-bad to true
              else
                 if fd-auditin-rec (c100-out-start-ptr(3)
                                   :c100-out-len(3)) is not numeric
                       or fd-auditin-rec (c100-out-start-ptr(4)
                                         :c100-out-len(4))
                            is not numeric
                       or fd-auditin-rec (c100-out-start-ptr(5)
                                         :c100-out-len(5))
                            is not numeric
                    set g100-rec-bad to true
                 else
                    move fd-auditin-rec (c100-out-start-ptr(3)
                                        :c100-out-len(3))
                      to g100-rec-dist
                    move fd-auditin-rec (c100-out-start-ptr(4)
                                        :c100-out-len(4))
                      to g100-rec-status
                    move fd-auditin-rec (c100-out-start-ptr(5)
                                        :c100-out-len(5))
                      to g100-lineno
                    if g100-lineno = 0
                       set g100-rec-bad to true
                    end-if
                 end-if
              end-if
           end-if
           continue.

       g120-post-audit-record section.
           if rcl-aud-count(g100-lineno) = 0
              move g100-rec-dist to rcl-aud-dist(g100-lineno)
              move g100-rec-status to rcl-aud-status(g100-lineno)
           end-if
           add 1 to rcl-aud-count(g100-lineno)
           if g100-lineno > rcl-max-lineno
              move g100-lineno to rcl-max-lineno
           end-if
           continue.
      ******************************************************************
      *    manifest: 'L' legs counted per line, 'T' trailers carry
      *    the leg count, total and final status
      ******************************************************************
       g200-read-manifest section.
           INITIALIZE FILE-STATUS
           perform until FILE-STATUS-EOF
              read manifest into g200-rec
                 at end
                    set FILE-STATUS-EOF to true
                 not at end
                    add 1 to g200-recno
                    perform g210-post-manifest-record
              end-read
           end-perform
           display "AUDREC: " g200-recno " manifest records read, "
                   g200-legs-read " legs, "
                   g200-trailers-read " trailers"
           continue.

       g210-post-manifest-record section.
           if (not g200-type-leg and not g200-type-trailer)
                 or g200-lineno is not numeric
                 or g200-lineno = 0
              move "MANIFEST" to v100-text
              move g200-recno to v100-count
              perform v180-write-unusable-line
           else
              if g200-type-leg
                 add 1 to g200-legs-read
                 add 1 to rcl-leg-count(g200-lineno)
              else
                 if g200-t-legs is not numeric
                       or g200-t-total is not numeric
                       or g200-t-status is not numeric
                    move "MANIFEST" to v100-text
                    move g200-recno to v100-count
                    perform v180-write-unusable-line
                 else
                    add 1 to g200-trailers-read
                    if rcl-trl-count(g200-lineno) = 0
                       move g200-t-legs to rcl-trl-legs(g200-lineno)
                       move g200-t-total
                         to rcl-trl-total(g200-lineno)
                       move g200-t-status
                         to rcl-trl-status(g200-lineno)
                    end-if
                    add 1 to rcl-trl-count(g200-lineno)
                 end-if
              end-if
              if g200-lineno > rcl-max-lineno
                 move g200-lineno to rcl-max-lineno
              end-if
           end-if
           continue.
      ******************************************************************
      *    billing extract: one 'B' record per priced request
      ******************************************************************
       g300-read-billing section.
           INITIALIZE FILE-STATUS
           perform until FILE-STATUS-EOF
              read billfile into g300-rec
                 at end
                    set FILE-STATUS-EOF to true
                 not at end
                    add 1 to g300-recno
                    perform g310-post-billing-record
              end-read
           end-perform
           display "AUDREC: " g300-recno " billing records read, "
                   g300-used " used"
           continue.

       g310-post-billing-record section.
           if g300-b-type not = 'B'
                 or g300-b-lineno is not numeric
                 or g300-b-lineno = 0
                 or g300-b-units is not numeric
              move "BILLING EXTRACT" to v100-text
              move g300-recno to v100-count
              perform v180-write-unusable-line
           else
              add 1 to g300-used
              if rcl-bill-count(g300-b-lineno) = 0
                 move g300-b-units to rcl-bill-units(g300-b-lineno)
              end-if
              add 1 to rcl-bill-count(g300-b-lineno)
              if g300-b-lineno > rcl-max-lineno
                 move g300-b-lineno to rcl-max-lineno
              end-if
           end-if
           continue.
      ******************************************************************
      *    judge every line number any of the files mentioned
      ******************************************************************
       v100-verify-lines section.
           perform varying v100-n from 1 by 1
                     until rcl-max-lineno < v100-n
              move v100-n to v100-i
              if rcl-aud-count(v100-i) > 0
                    or rcl-trl-count(v100-i) > 0
                    or rcl-leg-count(v100-i) > 0
                    or rcl-bill-count(v100-i) > 0
                 add 1 to v100-lines-seen
                 perform v110-check-duplicates
                 perform v120-check-partners
                 perform v130-check-values
              end-if
           end-perform
           compute v100-exception-total
                 = v100-duplicates + v100-missing + v100-mismatches
                 + v100-unusable
           continue.

       v110-check-duplicates section.
           if rcl-aud-count(v100-i) > 1
              move "DUPLICATE AUDIT RECORDS" to v100-text
              move rcl-aud-count(v100-i) to v100-count
              perform v150-write-count-line
              add 1 to v100-duplicates
           end-if
           if rcl-trl-count(v100-i) > 1
              move "DUPLICATE MANIFEST TRAILERS" to v100-text
              move rcl-trl-count(v100-i) to v100-count
              perform v150-write-count-line
              add 1 to v100-duplicates
           end-if
           if rcl-bill-count(v100-i) > 1
              move "DUPLICATE BILLING RECORDS" to v100-text
              move rcl-bill-count(v100-i) to v100-count
              perform v150-write-count-line
              add 1 to v100-duplicates
           end-if
           continue.

      *    every request audits once and closes with a trailer; legs
      *    and bills only exist for a line that also has both
       v120-check-partners section.
           if rcl-aud-count(v100-i) = 0
              move "NO AUDIT RECORD" to v100-text
              perform v160-write-text-line
              add 1 to v100-missing
           end-if
           if rcl-trl-count(v100-i) = 0
              move "NO MANIFEST TRAILER" to v100-text
              perform v160-write-text-line
              add 1 to v100-missing
           else
              compute v100-leg-expect
                    = rcl-trl-legs(v100-i) * rcl-trl-count(v100-i)
              if rcl-leg-count(v100-i) not = v100-leg-expect
                 move "MANIFEST LEGS / TRAILER LEG COUNT"
                   to v100-text
                 move rcl-leg-count(v100-i) to v100-value-1
                 move v100-leg-expect to v100-value-2
                 perform v170-write-value-line
                 add 1 to v100-mismatches
              end-if
           end-if
           continue.

       v130-check-values section.
           if rcl-aud-count(v100-i) > 0 and rcl-trl-count(v100-i) > 0
              if rcl-aud-status(v100-i) not = rcl-trl-status(v100-i)
                 move "STATUS AUDIT / TRAILER" to v100-text
                 move rcl-aud-status(v100-i) to v100-value-1
                 move rcl-trl-status(v100-i) to v100-value-2
                 perform v170-write-value-line
                 add 1 to v100-mismatches
              end-if
              if rcl-aud-dist(v100-i) not = rcl-trl-total(v100-i)
                 move "TOTAL AUDIT / TRAILER" to v100-text
                 move rcl-aud-dist(v100-i) to v100-value-1
                 move rcl-trl-total(v100-i) to v100-value-2
                 perform v170-write-value-line
                 add 1 to v100-mismatches
              end-if
           end-if
           if rcl-bill-count(v100-i) > 0 and rcl-trl-count(v100-i) > 0
              if rcl-trl-status(v100-i) not = 0
                 move "BILLED BUT TRAILER STATUS" to v100-text
                 move rcl-trl-status(v100-i) to v100-count
                 perform v150-write-count-line
                 add 1 to v100-mismatches
              end-if
              if rcl-bill-units(v100-i) not = rcl-trl-total(v100-i)
                 move "BILLED UNITS / TRAILER TOTAL" to v100-text
                 move rcl-bill-units(v100-i) to v100-value-1
                 move rcl-trl-total(v100-i) to v100-value-2
                 perform v170-write-value-line
                 add 1 to v100-mismatches
              end-if
           end-if
           continue.
      ******************************************************************
      *    exception lines
      ******************************************************************
       v150-write-count-line section.
           move spaces to z400-in-string
           move v100-text to z400-in-string
           perform z400-trim-string
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "LINE "          DELIMITED BY SIZE
                  v100-i           DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  z400-in-string(z400-out-start-ptr:z400-out-len)
                                   DELIMITED BY SIZE
                  ": "             DELIMITED BY SIZE
                  v100-count       DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-recrpt-rec from v100-output
           continue.

       v160-write-text-line section.
           move spaces to z400-in-string
           move v100-text to z400-in-string
           perform z400-trim-string
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "LINE "          DELIMITED BY SIZE
                  v100-i           DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  z400-in-string(z400-out-start-ptr:z400-out-len)
                                   DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-recrpt-rec from v100-output
           continue.

       v170-write-value-line section.
           move spaces to z400-in-string
           move v100-text to z400-in-string
           perform z400-trim-string
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "LINE "          DELIMITED BY SIZE
                  v100-i           DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  z400-in-string(z400-out-start-ptr:z400-out-len)
                                   DELIMITED BY SIZE
                  ": "             DELIMITED BY SIZE
                  v100-value-1     DELIMITED BY SIZE
                  " / "            DELIMITED BY SIZE
                  v100-value-2     DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-recrpt-rec from v100-output
           continue.

      *    a record that cannot be matched at all is out of balance
      *    by definition; report where it sits in its file
       v180-write-unusable-line section.
           add 1 to v100-unusable
           move spaces to z400-in-string
           move v100-text to z400-in-string
           perform z400-trim-string
           move spaces to v100-output
           move 1 to v100-output-ptr
           string z400-in-string(z400-out-start-ptr:z400-out-len)
                                   DELIMITED BY SIZE
                  " RECORD "       DELIMITED BY SIZE
                  v100-count       DELIMITED BY SIZE
                  " UNUSABLE"      DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-recrpt-rec from v100-output
           display "AUDREC: unusable record " v100-count " in "
                   v100-text
           continue.

       v190-write-summary section.
           move "-----------------------------------------"
             to fd-recrpt-rec
           write fd-recrpt-rec
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "AUDIT RECORDS:     "   DELIMITED BY SIZE
                  g100-recno              DELIMITED BY SIZE
                  "  REQUEST LINES: "     DELIMITED BY SIZE
                  v100-lines-seen         DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-recrpt-rec from v100-output
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "MANIFEST TRAILERS: "   DELIMITED BY SIZE
                  g200-trailers-read      DELIMITED BY SIZE
                  "  LEGS: "              DELIMITED BY SIZE
                  g200-legs-read          DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-recrpt-rec from v100-output
           if g300-bill-read
              move spaces to v100-output
              move 1 to v100-output-ptr
              string "BILLING RECORDS:   "   DELIMITED BY SIZE
                     g300-recno              DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
              write fd-recrpt-rec from v100-output
           end-if
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "DUPLICATES: "          DELIMITED BY SIZE
                  v100-duplicates         DELIMITED BY SIZE
                  "  MISSING: "           DELIMITED BY SIZE
                  v100-missing            DELIMITED BY SIZE
                  "  MISMATCHES: "        DELIMITED BY SIZE
                  v100-mismatches         DELIMITED BY SIZE
                  "  UNUSABLE: "          DELIMITED BY SIZE
                  v100-unusable           DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-recrpt-rec from v100-output
           if v100-exception-total = 0
              move "IN BALANCE" to fd-recrpt-rec
              write fd-recrpt-rec
              display "AUDREC: in balance"
           else
              move spaces to v100-output
              move 1 to v100-output-ptr
              string "OUT OF BALANCE: "     DELIMITED BY SIZE
                     v100-exception-total   DELIMITED BY SIZE
                     " EXCEPTIONS"          DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
              write fd-recrpt-rec from v100-output
              display "AUDREC: out of balance, "
                      v100-exception-total " exceptions"
           end-if
           continue.
      ******************************************************************
      *    csv parser -- same splitter the routing program uses
      ******************************************************************
       c100-parse-csv-line section.
           *> trim the input line
           move c100-in-str to z400-in-string
           perform z420-right-trim-string
           move z400-out-start-ptr to c100-instr-ptr

           *> split
           set c100-cidx to 1
           set c100-max-cidx to 1
           move 1 to c100-i
           if z400-out-len > 0
              perform until c100-i > z400-out-len
                move 0 to c100-l
                if c100-cidx <= :max-csv-cols:
                   move c100-i to c100-out-start-ptr(c100-cidx)
                end-if

                *> search next , position
                perform until c100-in-str(c100-instr-ptr:1) = ','
                           or c100-i > z400-out-len
                  add 1 to c100-l
                  add 1 to c100-instr-ptr
                  add 1 to c100-i
                end-perform
                *> overread separator
                add 1 to c100-instr-ptr
                add 1 to c100-i

                *> remember len of column
                if c100-cidx <= :max-csv-cols:
                   move c100-l to c100-out-len(c100-cidx)
                end-if

                *> next column
                set c100-max-cidx to c100-cidx
                set c100-cidx up by 1
              end-perform
           end-if

           continue.
      ******************************************************************
      *    helpers
      ******************************************************************
       z400-trim-string section.
           *> in:
           *>      z400-in-string
           *> out:
           *>      z400-out-start-ptr
           *>      z400-out-len
           perform z410-left-trim-string
           if z400-out-start-ptr > z400-total-len
              *> only spaces found => empty string
              move 1 to z400-out-start-ptr
              move 0 to z400-out-len
           else
              perform z421-right-trim-string
           end-if
           continue.
       z410-left-trim-string section.
           move LENGTH OF z400-in-string to z400-total-len
           move 1 to z400-out-start-ptr
           perform varying z400-out-start-ptr from 1 by 1
                     until z400-out-start-ptr > z400-total-len
                     or z400-in-string(z400-out-start-ptr:1) not = space
              continue
           end-perform
           if z400-out-start-ptr > z400-total-len
             *> only spaces found => empty string
             move 1 to z400-out-start-ptr
             move 0 to z400-out-len
           else
             compute z400-out-len
                   = z400-total-len - z400-out-start-ptr + 1
           end-if

           continue.
       z420-right-trim-string section.
           move 1 to z400-out-start-ptr
           perform z421-right-trim-string
           continue.

       z421-right-trim-string section.
           move LENGTH OF z400-in-string to z400-total-len
           perform varying z400-left-trim-pos
                      from z400-total-len by -1
                     until z400-in-string(z400-left-trim-pos:1)
                           not = space
                        or z400-left-trim-pos < z400-out-start-ptr
              continue
           end-perform
           if z400-left-trim-pos < z400-out-start-ptr
              *> only spaces found => empty string
              move 1 to z400-out-start-ptr
              move 0 to z400-out-len
           else
              compute z400-out-len =
                      z400-left-trim-pos - z400-out-start-ptr + 1
           end-if

           continue.
      ******************************************************************
       End program AUDREC.
