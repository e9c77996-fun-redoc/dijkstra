       replace ==:err01-invalid-node-name:==  by ==001==
               ==:err-sysin-line-too-long:==  by ==014==
               ==:err-ambiguous-name:==       by ==020==
               ==:err-graph-read:==           by ==021==
               ==:err-keyed-io:==             by ==024==
               ==:err-rate-class:==           by ==027==
               ==:err-cards-rejected:==       by ==04==
               ==:node-name-len:==            by ==76==
               ==:node-id-len:==              by ==4==
               ==:graph-max-nodes:==          by ==9999==
               ==:graph-max-aliases:==        by ==999==
               ==:max-csv-cols:==             by ==9==
               ==:sysin-max-vias:==           by ==3==
               ==:nodes-region:==             by =="[nodes]"==
               ==:alias-region:==             by =="[alias]"==
               ==:edges-region:==             by =="[edges]"==
               ==:end-region:==               by =="[end]  "==
               ==:graph-region:==             by =="[graph]"==
               ==:rpt-card-max:==             by ==50==
               .
      **
      *    request deck pre-check
      *    dispatch builds the routing deck during the day, but a bad
      *    card only shows up when the nightly routing run reaches it
      *    and fails it with 014/001/020. this job runs the deck
      *    through the same card rules ahead of time:
      *      - the column rules of the routing card: from, to, mode
      *        (R/A/C/N/B/E), k (numeric, not zero) or, on an
      *        earliest-arrival card, the ready time (hhmm),
      *        criterion (D/T), up to three via columns and the rate
      *        class column
      *      - vias combined with k > 1, a round trip combined with
      *        vias or k > 1, and an earliest-arrival card without a
      *        ready time or with vias or the D criterion, are
      *        rejected as the routing run rejects them
      *      - every name the request's mode resolves (from, to and
      *        vias for a route, from and to for a round trip or an
      *        earliest arrival, from for a nearest request) must
      *        resolve to exactly one node through the node names or
      *        the [alias] names
      *      - a rate class on a route, round trip or earliest-
      *        arrival card must have a rate in force in the rate
      *        table on the run date
      *    cards passing every rule are copied unchanged to the clean
      *    deck the nightly run reads; the others go to the reject
      *    deck with the sysin line number, the status the routing
      *    run would have ended them with and the reason, and are
      *    listed on the summary report. any reject ends the job with
      *    return code 04
      *
      *    the graph is the flat csv file, or the keyed repository
      *    with GRAPH=K in the parm; DATE=yyyymmdd in the parm checks
      *    the rate classes as of the night the deck will run instead
      *    of today. without a rate table the classes are not checked
      *
      *    reject deck record, 120 bytes:
      *      card x(80), sysin line 9(5), status 9(2), reason x(33)
      **
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQCHK.
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reqin    ASSIGN TO REQIN
                           FILE STATUS IS PROG-STATUS.
           SELECT graphin  ASSIGN TO GRAPHIN
                           FILE STATUS IS PROG-STATUS.
           SELECT graphksd ASSIGN TO GRAPHKSD
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS grk-key
                           ALTERNATE RECORD KEY IS grk-node-name
                                     WITH DUPLICATES
                           FILE STATUS IS PROG-STATUS.
           SELECT ratefile ASSIGN TO RATEFILE
                           FILE STATUS IS PROG-STATUS.
           SELECT cleanout ASSIGN TO CLEANOUT
                           FILE STATUS IS PROG-STATUS.
           SELECT rejout   ASSIGN TO REJOUT
                           FILE STATUS IS PROG-STATUS.
           SELECT reqrpt   ASSIGN TO REQRPT
                           FILE STATUS IS PROG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD reqin RECORD CONTAINS 80 CHARACTERS
                RECORDING MODE IS F.
       01 fd-reqin-REC PIC X(80).

       FD graphin RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-graphin-REC PIC X(80).

       FD graphksd RECORD CONTAINS 93 CHARACTERS.
       01 fd-graphksd-REC.
          05 grk-key.
             10 grk-rec-type pic x.
             88 grk-type-node value 'N'.
             88 grk-type-edge value 'E'.
             88 grk-type-alias value 'A'.
             10 grk-from-id pic 9(4).
             10 grk-to-id   pic 9(4).
          05 grk-node-name pic x(:node-name-len:).
          05 grk-data.
             10 grk-node-seq pic 9(4).
             10 grk-node-handling pic 9(3).
             10 filler pic x.

       FD ratefile RECORD CONTAINS 80 CHARACTERS
                   RECORDING MODE IS F.
       01 fd-ratefile-REC PIC X(80).

       FD cleanout RECORD CONTAINS 80 CHARACTERS
                   RECORDING MODE IS F.
       01 fd-cleanout-REC PIC X(80).

       FD rejout RECORD CONTAINS 120 CHARACTERS
                 RECORDING MODE IS F.
       01 fd-rejout-REC PIC X(120).

       FD reqrpt RECORD CONTAINS 80 CHARACTERS
                 RECORDING MODE IS F.
       01 fd-reqrpt-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 PROG-STATUS PIC 99 VALUE 0.

       01 FILE-STATUS PIC XXX VALUE SPACES.
       88 FILE-STATUS-EOF VALUE 'EOF'.

      *    the routing card, column for column as the routing run
      *    parses it
       01  sysin.
           02 sysin-from pic x(:node-name-len:).
           02 sysin-to pic x(:node-name-len:).
           02 sysin-mode pic x value 'R'.
           88 sysin-mode-route value 'R' 'r' space.
           88 sysin-mode-allpairs value 'A' 'a'.
           88 sysin-mode-components value 'C' 'c'.
           88 sysin-mode-nearest value 'N' 'n'.
           88 sysin-mode-roundtrip value 'B' 'b'.
           88 sysin-mode-earliest value 'E' 'e'.
           02 sysin-k pic 9(3) value 1.
           02 sysin-criterion pic x value space.
           88 sysin-crit-unset value space.
           88 sysin-crit-distance value 'D' 'd'.
           88 sysin-crit-time value 'T' 't'.
           02 sysin-via-count pic 9 value 0.
           02 sysin-via-name pic x(:node-name-len:)
                             occurs :sysin-max-vias:.
           02 sysin-rate-class pic x(8).
           02 sysin-ready-time pic 9(4).
           02 sysin-ready-parts redefines sysin-ready-time.
              03 sysin-ready-hh pic 99.
              03 sysin-ready-mm pic 99.
           02 sysin-ready-flag pic x.
           88 sysin-ready-given value 'Y'.

       01 infile-defs.
           10 infile-rec pic x(80).
           10 infile-label-region redefines infile-rec.
              15 infile-label pic x(7).
              15 dummy        pic x(73).

       01 graph-read-states.
          10 graph-read-state pic X.
          88 graph-read-state-start value 'X'.
          88 graph-read-state-version value 'V'.
          88 graph-read-state-nodes value 'N'.
          88 graph-read-state-alias value 'A'.
          88 graph-read-state-edge  value 'E'.
          88 graph-read-state-ready value 'R'.
          88 graph-read-state-error value 'F'.

       01 g100-read-graph-data.
           05 g100-locals.
              10 g100-lineno pic 9(5).

      *    only what name resolution needs: node ids and names and
      *    the alias names; the edges play no part in a card check
       01 graph.
           15 num-nodes pic 9(5).
           15 graph-nodes OCCURS :graph-max-nodes: INDEXED BY nidx.
              20 graph-node-id   pic 9(:node-id-len:).
              20 graph-node-name pic x(:node-name-len:).
           15 num-aliases pic 9(4).
           15 graph-aliases occurs 999 INDEXED BY axidx.
              20 graph-alias-name    pic x(:node-name-len:).
              20 graph-alias-node-id pic 9(4).

       01 k100-read-keyed-data.
           05 k100-read-flag pic x.
           88 k100-read-done value 'X'.

       01 p100-rate-data.
           05 p100-table-flag pic x value 'N'.
           88 p100-table-loaded value 'Y'.
           05 p100-curdate pic x(21).
           05 p100-run-date pic 9(8).
           05 p100-lineno pic 9(5).
           05 p100-count pic 9(3) value 0.
           05 p100-rate-tab occurs 99.
              10 p100-class pic x(8).
              10 p100-effdate pic 9(8).
           05 p100-i pic 9(3).
           05 p100-found pic 9(3).
           05 p100-rec-status pic x.
           88 p100-rec-usable value space.
           88 p100-rec-bad value 'B'.

       01 x100-check-data.
           05 x100-lineno pic 9(5) value 0.
           05 x100-read-count pic 9(5) value 0.
           05 x100-clean-count pic 9(5) value 0.
           05 x100-rejected-count pic 9(5) value 0.
           05 x100-col pic 99.
           05 x100-via-no pic 9.
           05 x100-card-status pic 99.
           88 x100-card-ok value 0.
           05 x100-reject-reason pic x(33).
           05 x100-col-name pic x(12).

       01 r100-report-data.
           05 r100-output pic x(80).
           05 r100-output-ptr pic 99.
           05 r100-card pic x(:rpt-card-max:).
           05 r100-reject-rec.
              10 r100-rj-card pic x(80).
              10 r100-rj-lineno pic 9(5).
              10 r100-rj-status pic 99.
              10 r100-rj-reason pic x(33).

       01 z100-search-node-by-name.
          05 z100-search-nd-nme pic x(:node-name-len:).
          05 z100-i pic 9(5).
          05 z100-match-count pic 9(4).
          05 z100-match-id pic 9(4).
          05 z100-cand-id pic 9(4).

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

       01 m010-options.
           05 m010-opt-graph pic x value 'F'.
           88 m010-opt-graph-keyed value 'K' 'k'.
           05 m010-opt-date pic x(8) value spaces.
           05 m010-key pic x(20).
           05 m010-val pic x(20).

       LINKAGE SECTION.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).

       PROCEDURE DIVISION using PARM-BUFFER.
      *----------------------------------------------------------------
       m000-main section.
           move 0 to m000-run-status
           perform m010-parse-parm

           if m010-opt-graph-keyed
              open input graphksd
              if PROG-STATUS = 0
                 perform k100-read-keyed-graph
                 if graph-read-state-error
                    move prog-status to m000-run-status
                 end-if
                 close graphksd
              else
                 display "ERROR: keyed graph repository not readable, "
                         "status " PROG-STATUS
                 move :err-keyed-io: to m000-run-status
              end-if
           else
              open input graphin
              if PROG-STATUS = 0
                 perform g100-read-graph
                 if graph-read-state-error
                    move prog-status to m000-run-status
                 end-if
                 close graphin
              else
                 move prog-status to m000-run-status
              end-if
           end-if

           if m000-run-status = 0
              perform p100-load-rate-table
              open input reqin
              if PROG-STATUS = 0
                 open output cleanout
                 if PROG-STATUS = 0
                    open output rejout
                    if PROG-STATUS = 0
                       open output reqrpt
                       if PROG-STATUS = 0
                          perform x100-check-deck
                          close reqrpt
                       else
                          move prog-status to m000-run-status
                       end-if
                       close rejout
                    else
                       move prog-status to m000-run-status
                    end-if
                    close cleanout
                 else
                    move prog-status to m000-run-status
                 end-if
                 close reqin
              else
                 move prog-status to m000-run-status
              end-if
           end-if

           if m000-run-status = 0
                 and x100-rejected-count > 0
              move :err-cards-rejected: to m000-run-status
           end-if

           MOVE m000-run-status TO RETURN-CODE

           goback.
      *    ** END of MAIN **
      ******************************************************************
      *    parse run options out of PARM-DATA: GRAPH=K checks the
      *    names against the keyed repository, DATE=yyyymmdd sets the
      *    date the rate classes must be in force on
      ******************************************************************
       m010-parse-parm section.
           if PARM-LENGTH > 0
              move spaces to c100-in-str
              move PARM-DATA(1:80) to c100-in-str
              perform c100-parse-csv-line
              perform VARYING c100-cidx from 1 by 1
                        until c100-cidx > c100-max-cidx
                           or c100-cidx > :max-csv-cols:
                 move spaces to m010-key
                 move spaces to m010-val
                 unstring c100-in-str (c100-out-start-ptr(c100-cidx)
                                       :c100-out-len(c100-cidx))
                    delimited by "="
                    into m010-key m010-val
                 end-unstring
                 evaluate true
                    when m010-key(1:5) = "GRAPH"
                       move m010-val(1:1) to m010-opt-graph
                    when m010-key(1:4) = "DATE"
                       move m010-val(1:8) to m010-opt-date
                    when other
                       continue
                 end-evaluate
              end-perform
           end-if
           continue.
      ******************************************************************
      *    read graph -- same state automaton as the routing program;
      *    the [graph] version stamp and the edge records are only
      *    passed over
      ******************************************************************
       g100-read-graph section.
           set graph-read-state-start to true
           INITIALIZE FILE-STATUS
           move 0 to num-nodes
           move 0 to num-aliases
           move 1 to g100-lineno
           perform until FILE-STATUS-EOF
                      or graph-read-state-error
                      or graph-read-state-ready
              read graphin into INFILE-REC
               at end
                 set FILE-STATUS-EOF to true
               not at END
                 EVALUATE true
                     WHEN graph-read-state-start and
                          infile-label = :graph-region:
                        set graph-read-state-version to true
                     WHEN (graph-read-state-start
                             or graph-read-state-version) and
                          infile-label = :nodes-region:
                        set graph-read-state-nodes to true
                     When graph-read-state-nodes AND
                          infile-label = :alias-region:
                        set graph-read-state-alias to true
                     When (graph-read-state-nodes
                             or graph-read-state-alias) AND
                          infile-label = :edges-region:
                        set graph-read-state-edge to true
                     When graph-read-state-edge AND
                          infile-label = :end-region:
                        set graph-read-state-ready to true
                     When graph-read-state-version
                        continue
                     When graph-read-state-nodes
                        if num-nodes >= :graph-max-nodes:
                           perform g190-err-graph-read
                        else
                           perform g110-read-graph-node
                        end-if
                     When graph-read-state-alias
                        if num-aliases >= :graph-max-aliases:
                           perform g190-err-graph-read
                        else
                           perform g115-read-graph-alias
                        end-if
                     When graph-read-state-edge
                        continue
                     WHEN OTHER
                        set graph-read-state-error to true
                        CONTINUE
                 END-EVALUATE
              END-READ
              add 1 to g100-lineno
           end-perform
           if graph-read-state-error and prog-status = 0
              move :err-graph-read: to prog-status
           end-if
           continue.

       g110-read-graph-node section.
           move infile-rec to c100-in-str
           perform c100-parse-csv-line
           if c100-max-cidx < 2
                 or c100-out-len(1) = 0
                 or c100-out-len(1) > :node-id-len:
              perform g190-err-graph-read
           else
              add 1 to num-nodes
              set nidx to num-nodes
              move infile-rec (c100-out-start-ptr(1)
                              :c100-out-len(1))
                to graph-node-id(nidx)
              move spaces to graph-node-name(nidx)
              move infile-rec (c100-out-start-ptr(2)
                              :c100-out-len(2))
                to graph-node-name(nidx)
           end-if
           continue.

       g115-read-graph-alias section.
           move infile-rec to c100-in-str
           perform c100-parse-csv-line
           if c100-max-cidx < 2
                 or c100-out-len(2) = 0
                 or c100-out-len(2) > :node-id-len:
              perform g190-err-graph-read
           else
              add 1 to num-aliases
              set axidx to num-aliases
              move spaces to graph-alias-name(axidx)
              move infile-rec (c100-out-start-ptr(1)
                              :c100-out-len(1))
                to graph-alias-name(axidx)
              move infile-rec (c100-out-start-ptr(2)
                              :c100-out-len(2))
                to graph-alias-node-id(axidx)
           end-if
           continue.

       g190-err-graph-read section.
           set graph-read-state-error to true
           move :err-graph-read: to prog-status
           display "ERROR: graph file not readable "
           display "       in line " g100-lineno
           continue.
      ******************************************************************
      *    read the node and alias records of the keyed repository
      *    into the same tables the flat-file read fills
      ******************************************************************
       k100-read-keyed-graph section.
           set graph-read-state-start to true
           move 0 to num-nodes
           move 0 to num-aliases

           set grk-type-node to true
           move 0 to grk-from-id
           move 0 to grk-to-id
           start graphksd key not < grk-key
           if PROG-STATUS = 0
              move space to k100-read-flag
              perform until k100-read-done
                        or graph-read-state-error
                 read graphksd next
                    at end
                       set k100-read-done to true
                    not at end
                       if grk-type-node
                          perform k110-load-keyed-node
                       else
                          set k100-read-done to true
                       end-if
                 end-read
              end-perform
           end-if

           if not graph-read-state-error
              set grk-type-alias to true
              move 0 to grk-from-id
              move 0 to grk-to-id
              start graphksd key not < grk-key
              if PROG-STATUS = 0
                 move space to k100-read-flag
                 perform until k100-read-done
                           or graph-read-state-error
                    read graphksd next
                       at end
                          set k100-read-done to true
                       not at end
                          if grk-type-alias
                             perform k120-load-keyed-alias
                          else
                             set k100-read-done to true
                          end-if
                    end-read
                 end-perform
              end-if
           end-if

           if not graph-read-state-error
              if num-nodes = 0
                 set graph-read-state-error to true
                 move :err-graph-read: to prog-status
                 display "ERROR: keyed graph repository is empty"
              else
                 set graph-read-state-ready to true
                 move 0 to prog-status
              end-if
           end-if
           continue.

       k110-load-keyed-node section.
           if num-nodes >= :graph-max-nodes:
              set graph-read-state-error to true
              move :err-graph-read: to prog-status
              display "ERROR: too many nodes in the repository"
           else
              add 1 to num-nodes
              set nidx to num-nodes
              move grk-from-id to graph-node-id(nidx)
              move grk-node-name to graph-node-name(nidx)
           end-if
           continue.

       k120-load-keyed-alias section.
           if num-aliases >= :graph-max-aliases:
              set graph-read-state-error to true
              move :err-graph-read: to prog-status
              display "ERROR: too many aliases in the repository"
           else
              add 1 to num-aliases
              set axidx to num-aliases
              move grk-node-name to graph-alias-name(axidx)
              move grk-from-id to graph-alias-node-id(axidx)
           end-if
           continue.
      ******************************************************************
      *    rate table -- same record rules as the routing program's
      *    costing; only the class and effective date matter here
      ******************************************************************
       p100-load-rate-table section.
           move 'N' to p100-table-flag
           move 0 to p100-count
           move 0 to p100-lineno
           if m010-opt-date not = spaces
                 and m010-opt-date is numeric
              move m010-opt-date to p100-run-date
           else
              move FUNCTION CURRENT-DATE to p100-curdate
              move p100-curdate(1:8) to p100-run-date
           end-if
           open input ratefile
           if PROG-STATUS = 0
              set p100-table-loaded to true
              INITIALIZE FILE-STATUS
              perform until FILE-STATUS-EOF
                 read ratefile into fd-ratefile-rec
                    at end
                       set FILE-STATUS-EOF to true
                    not at end
                       add 1 to p100-lineno
                       perform p105-load-rate-record
                 end-read
              end-perform
              close ratefile
              display "RATES LOADED: " p100-count
           else
              display "NO RATE TABLE, RATE CLASSES NOT CHECKED"
           end-if
           move 0 to prog-status
           continue.

       p105-load-rate-record section.
           set p100-rec-usable to true
           move fd-ratefile-rec to c100-in-str
           perform c100-parse-csv-line
           if c100-max-cidx < 4
                 or c100-out-len(1) = 0
                 or c100-out-len(1) > 8
                 or c100-out-len(2) = 0
                 or c100-out-len(2) > 5
                 or c100-out-len(3) = 0
                 or c100-out-len(3) > 7
                 or c100-out-len(4) not = 8
              set p100-rec-bad to true
           else
              if fd-ratefile-rec (c100-out-start-ptr(2)
                                 :c100-out-len(2)) is not numeric
                    or fd-ratefile-rec (c100-out-start-ptr(3)
                                       :c100-out-len(3))
                         is not numeric
                    or fd-ratefile-rec (c100-out-start-ptr(4):8)
                         is not numeric
                 set p100-rec-bad to true
              end-if
           end-if
           if p100-rec-bad
              display "WARNING: unusable rate record "
                      "in line " p100-lineno
           else
              if p100-count >= 99
                 display "WARNING: rate table full, "
                         "line " p100-lineno " ignored"
              else
                 add 1 to p100-count
                 move spaces to p100-class(p100-count)
                 move fd-ratefile-rec (c100-out-start-ptr(1)
                                      :c100-out-len(1))
                   to p100-class(p100-count)
                 move fd-ratefile-rec (c100-out-start-ptr(4):8)
                   to p100-effdate(p100-count)
              end-if
           end-if
           continue.
      ******************************************************************
      *    deck loop -- one routing card per request deck line
      ******************************************************************
       x100-check-deck section.
           move 0 to x100-lineno
           move 0 to x100-read-count
           move 0 to x100-clean-count
           move 0 to x100-rejected-count
           perform r110-write-report-header
           INITIALIZE FILE-STATUS
           perform until FILE-STATUS-EOF
              read reqin into fd-reqin-rec
                 at end
                    set FILE-STATUS-EOF to true
                 not at end
                    add 1 to x100-lineno
                    add 1 to x100-read-count
                    perform x110-check-card
              end-read
           end-perform
           perform r120-write-report-footer
           display "REQCHK: " x100-read-count " cards read, "
                   x100-clean-count " clean, "
                   x100-rejected-count " rejected"
           continue.

       x110-check-card section.
           move 0 to x100-card-status
           move spaces to x100-reject-reason
           if fd-reqin-rec = spaces
              move :err01-invalid-node-name: to x100-card-status
              move "blank request card" to x100-reject-reason
           else
              perform x120-parse-card
           end-if
           if x100-card-ok
              perform x130-check-combinations
           end-if
           if x100-card-ok
              perform x140-resolve-names
           end-if
           if x100-card-ok
              perform x150-check-rate-class
           end-if
           if x100-card-ok
              add 1 to x100-clean-count
              write fd-cleanout-rec from fd-reqin-rec
           else
              add 1 to x100-rejected-count
              move fd-reqin-rec to r100-rj-card
              move x100-lineno to r100-rj-lineno
              move x100-card-status to r100-rj-status
              move x100-reject-reason to r100-rj-reason
              write fd-rejout-rec from r100-reject-rec
              perform r140-write-rejected-line
           end-if
           continue.

      *    column rules of the routing card; unlike the routing run,
      *    which moves the k column as it stands, a k that is not
      *    numeric is rejected here as well
       x120-parse-card section.
           move fd-reqin-rec to c100-in-str
           perform c100-parse-csv-line
           move spaces to sysin-from
           move spaces to sysin-to
           move 'R' to sysin-mode
           move 1 to sysin-k
           move space to sysin-criterion
           move 0 to sysin-via-count
           move spaces to sysin-rate-class
           move 0 to sysin-ready-time
           move 'N' to sysin-ready-flag
           if c100-max-cidx > :max-csv-cols:
              move :err-sysin-line-too-long: to x100-card-status
              move "too many columns" to x100-reject-reason
           end-if
           move 1 to x100-col
           perform varying c100-cidx from 1 by 1
                     until c100-cidx > c100-max-cidx
                        or not x100-card-ok
              evaluate x100-col
                 when 1 *> from-name column
                   if c100-out-len(c100-cidx) <= :node-name-len:
                      move fd-reqin-rec (c100-out-start-ptr(c100-cidx)
                                        :c100-out-len(c100-cidx))
                        to sysin-from
                   else
                      move "from" to x100-col-name
                      perform x190-reject-column
                   end-if
                 when 2 *> to-name column
                   if c100-out-len(c100-cidx) <= :node-name-len:
                      move fd-reqin-rec (c100-out-start-ptr(c100-cidx)
                                        :c100-out-len(c100-cidx))
                        to sysin-to
                   else
                      move "to" to x100-col-name
                      perform x190-reject-column
                   end-if
                 when 3 *> mode column
                   if c100-out-len(c100-cidx) = 1
                      move fd-reqin-rec (c100-out-start-ptr(c100-cidx)
                                        :c100-out-len(c100-cidx))
                        to sysin-mode
                      if not sysin-mode-route
                            and not sysin-mode-allpairs
                            and not sysin-mode-components
                            and not sysin-mode-nearest
                            and not sysin-mode-roundtrip
                            and not sysin-mode-earliest
                         move "mode" to x100-col-name
                         perform x190-reject-column
                      end-if
                   else
                      move "mode" to x100-col-name
                      perform x190-reject-column
                   end-if
                 when 4 *> k column, the ready time (hhmm) on an
                        *> earliest-arrival card
                   if sysin-mode-earliest
                      if c100-out-len(c100-cidx) = 4
                            and fd-reqin-rec
                                  (c100-out-start-ptr(c100-cidx):4)
                                is numeric
                         move fd-reqin-rec
                                (c100-out-start-ptr(c100-cidx):4)
                           to sysin-ready-time
                         if sysin-ready-hh > 23 or sysin-ready-mm > 59
                            move "ready time" to x100-col-name
                            perform x190-reject-column
                         else
                            set sysin-ready-given to true
                         end-if
                      else
                         move "ready time" to x100-col-name
                         perform x190-reject-column
                      end-if
                   else
                   if c100-out-len(c100-cidx) > 0
                         and c100-out-len(c100-cidx) <= 3
                         and fd-reqin-rec
                               (c100-out-start-ptr(c100-cidx)
                               :c100-out-len(c100-cidx)) is numeric
                      move fd-reqin-rec (c100-out-start-ptr(c100-cidx)
                                        :c100-out-len(c100-cidx))
                        to sysin-k
                      if sysin-k = 0
                         move "k" to x100-col-name
                         perform x190-reject-column
                      end-if
                   else
                      move "k" to x100-col-name
                      perform x190-reject-column
                   end-if
                   end-if
                 when 5 *> criterion column
                   if c100-out-len(c100-cidx) = 1
                      move fd-reqin-rec (c100-out-start-ptr(c100-cidx)
                                        :c100-out-len(c100-cidx))
                        to sysin-criterion
                      if not sysin-crit-distance
                            and not sysin-crit-time
                         move "criterion" to x100-col-name
                         perform x190-reject-column
                      end-if
                   else
                      move "criterion" to x100-col-name
                      perform x190-reject-column
                   end-if
                 when 6 thru 8 *> optional via columns, empty allowed
                   if c100-out-len(c100-cidx) = 0
                      continue
                   else
                   if c100-out-len(c100-cidx) <= :node-name-len:
                      add 1 to sysin-via-count
                      move fd-reqin-rec (c100-out-start-ptr(c100-cidx)
                                        :c100-out-len(c100-cidx))
                        to sysin-via-name(sysin-via-count)
                   else
                      move "via" to x100-col-name
                      perform x190-reject-column
                   end-if
                   end-if
                 when 9 *> optional carrier rate class column
                   if c100-out-len(c100-cidx) = 0
                      continue
                   else
                   if c100-out-len(c100-cidx) <= 8
                      move fd-reqin-rec (c100-out-start-ptr(c100-cidx)
                                        :c100-out-len(c100-cidx))
                        to sysin-rate-class
                   else
                      move "rate class" to x100-col-name
                      perform x190-reject-column
                   end-if
                   end-if
                 when other
                      move :err-sysin-line-too-long:
                        to x100-card-status
                      move "too many columns" to x100-reject-reason
              end-evaluate
              add 1 to x100-col
           end-perform
           continue.

       x130-check-combinations section.
           if sysin-via-count > 0 and sysin-k > 1
              move :err-sysin-line-too-long: to x100-card-status
              move "vias cannot combine with k > 1"
                to x100-reject-reason
           else
              if sysin-mode-roundtrip
                    and (sysin-via-count > 0 or sysin-k > 1)
                 move :err-sysin-line-too-long: to x100-card-status
                 move "round trip takes no vias or k > 1"
                   to x100-reject-reason
              else
                 if sysin-mode-earliest and not sysin-ready-given
                    move :err-sysin-line-too-long: to x100-card-status
                    move "earliest arrival needs ready time"
                      to x100-reject-reason
                 else
                    if sysin-mode-earliest
                          and (sysin-via-count > 0
                               or sysin-crit-distance)
                       move :err-sysin-line-too-long:
                         to x100-card-status
                       move "earliest arrival: no vias or D"
                         to x100-reject-reason
                    end-if
                 end-if
              end-if
           end-if
           continue.

      *    resolve only the names the request's mode makes the
      *    routing run look up; all-pairs and components cards name
      *    no node that matters
       x140-resolve-names section.
           evaluate true
              when sysin-mode-route
                 perform x141-resolve-from
                 if x100-card-ok
                    perform x142-resolve-to
                 end-if
                 perform varying x100-via-no from 1 by 1
                           until x100-via-no > sysin-via-count
                              or not x100-card-ok
                    perform x143-resolve-via
                 end-perform
              when sysin-mode-roundtrip
              when sysin-mode-earliest
                 perform x141-resolve-from
                 if x100-card-ok
                    perform x142-resolve-to
                 end-if
              when sysin-mode-nearest
                 perform x141-resolve-from
              when other
                 continue
           end-evaluate
           continue.

       x141-resolve-from section.
           move sysin-from to z100-search-nd-nme
           perform z100-search-node-by-name-proc
           evaluate true
              when z100-match-count = 0
                 move :err01-invalid-node-name: to x100-card-status
                 move "from name not found" to x100-reject-reason
              when z100-match-count > 1
                 move :err-ambiguous-name: to x100-card-status
                 move "from name is ambiguous" to x100-reject-reason
              when other
                 continue
           end-evaluate
           continue.

       x142-resolve-to section.
           move sysin-to to z100-search-nd-nme
           perform z100-search-node-by-name-proc
           evaluate true
              when z100-match-count = 0
                 move :err01-invalid-node-name: to x100-card-status
                 move "to name not found" to x100-reject-reason
              when z100-match-count > 1
                 move :err-ambiguous-name: to x100-card-status
                 move "to name is ambiguous" to x100-reject-reason
              when other
                 continue
           end-evaluate
           continue.

       x143-resolve-via section.
           move sysin-via-name(x100-via-no) to z100-search-nd-nme
           perform z100-search-node-by-name-proc
           evaluate true
              when z100-match-count = 0
                 move :err01-invalid-node-name: to x100-card-status
                 move spaces to x100-reject-reason
                 string "via " x100-via-no " name not found"
                        DELIMITED BY SIZE
                   into x100-reject-reason
                 end-string
              when z100-match-count > 1
                 move :err-ambiguous-name: to x100-card-status
                 move spaces to x100-reject-reason
                 string "via " x100-via-no " name is ambiguous"
                        DELIMITED BY SIZE
                   into x100-reject-reason
                 end-string
              when other
                 continue
           end-evaluate
           continue.

      *    a card without a class is not an error -- the routing run
      *    only flags it unpriced -- and only route, round trip and
      *    earliest-arrival cards are ever priced
       x150-check-rate-class section.
           if p100-table-loaded
                 and sysin-rate-class not = spaces
                 and (sysin-mode-route or sysin-mode-roundtrip
                      or sysin-mode-earliest)
              move 0 to p100-found
              perform varying p100-i from 1 by 1
                        until p100-count < p100-i
                           or p100-found not = 0
                 if p100-class(p100-i) = sysin-rate-class
                       and p100-effdate(p100-i) <= p100-run-date
                    move p100-i to p100-found
                 end-if
              end-perform
              if p100-found = 0
                 move :err-rate-class: to x100-card-status
                 move "rate class not in force"
                   to x100-reject-reason
              end-if
           end-if
           continue.

       x190-reject-column section.
           move :err-sysin-line-too-long: to x100-card-status
           move spaces to x100-reject-reason
           string "bad "           DELIMITED BY SIZE
                  x100-col-name    DELIMITED BY "  "
                  " column"        DELIMITED BY SIZE
             into x100-reject-reason
           end-string
           continue.
      ******************************************************************
      *    summary report
      ******************************************************************
       r110-write-report-header section.
           move "REQUEST DECK PRE-CHECK REPORT" to fd-reqrpt-rec
           write fd-reqrpt-rec
           move "-----------------------------" to fd-reqrpt-rec
           write fd-reqrpt-rec
           if m010-opt-graph-keyed
              move "NAMES CHECKED AGAINST: KEYED REPOSITORY"
                to fd-reqrpt-rec
           else
              move "NAMES CHECKED AGAINST: FLAT GRAPH FILE"
                to fd-reqrpt-rec
           end-if
           write fd-reqrpt-rec
           move spaces to r100-output
           move 1 to r100-output-ptr
           if p100-table-loaded
              string "RATE CLASSES CHECKED FOR: " DELIMITED BY SIZE
                     p100-run-date                DELIMITED BY SIZE
                into r100-output WITH POINTER r100-output-ptr
              end-string
           else
              string "NO RATE TABLE, RATE CLASSES NOT CHECKED"
                                                  DELIMITED BY SIZE
                into r100-output WITH POINTER r100-output-ptr
              end-string
           end-if
           write fd-reqrpt-rec from r100-output
           move "-----------------------------" to fd-reqrpt-rec
           write fd-reqrpt-rec
           continue.

       r120-write-report-footer section.
           move "-----------------------------" to fd-reqrpt-rec
           write fd-reqrpt-rec
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "READ: "             DELIMITED BY SIZE
                  x100-read-count      DELIMITED BY SIZE
                  "  CLEAN: "          DELIMITED BY SIZE
                  x100-clean-count     DELIMITED BY SIZE
                  "  REJECTED: "       DELIMITED BY SIZE
                  x100-rejected-count  DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           write fd-reqrpt-rec from r100-output
           if x100-rejected-count = 0
              move "DECK IS CLEAN" to fd-reqrpt-rec
           else
              move "FIX THE REJECTED CARDS BEFORE THE ROUTING RUN"
                to fd-reqrpt-rec
           end-if
           write fd-reqrpt-rec
           continue.

       r140-write-rejected-line section.
           move fd-reqin-rec(1::rpt-card-max:) to r100-card
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "REJECTED line " DELIMITED BY SIZE
                  x100-lineno      DELIMITED BY SIZE
                  ": "             DELIMITED BY SIZE
                  r100-card        DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           write fd-reqrpt-rec from r100-output
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "         status "  DELIMITED BY SIZE
                  x100-card-status    DELIMITED BY SIZE
                  ", reason: "        DELIMITED BY SIZE
                  x100-reject-reason  DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           write fd-reqrpt-rec from r100-output
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
                *> remember start pos of column -- only while there is
                *> still room left in c100-out-tab; a column past
                *> :max-csv-cols: is counted below (c100-max-cidx) so
                *> the caller's own "too many columns" check still
                *> fires, but it is never written into the table
                if c100-cidx <= :max-csv-cols:
                   move c100-i to c100-out-start-ptr(c100-cidx)
                end-if

                *> search next , position
                perform until c100-in-str(c100-instr-ptr:1) = ','
                           or c100-i > z400-out-len
                  add 1 to c100-l         *> increse len
                  add 1 to c100-instr-ptr *> move foreward in raw line
                  add 1 to c100-i         *> move foreward in trimmed line
                end-perform
                *> overread separator
                add 1 to c100-instr-ptr  *> move foreward in raw line
                add 1 to c100-i          *> move foreward in trimmed line

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
      *    a name resolves when the node names and alias names it
      *    matches all point at one node id -- the routing program's
      *    rule, which fails a name resolving to two nodes as
      *    ambiguous
       z100-search-node-by-name-proc section.
           move 0 to z100-match-count
           move 0 to z100-match-id
           perform varying z100-i from 1 by 1
                     until num-nodes < z100-i
              if graph-node-name(z100-i) = z100-search-nd-nme
                 move graph-node-id(z100-i) to z100-cand-id
                 perform z115-tally-name-match
              end-if
           end-perform
           perform varying z100-i from 1 by 1
                     until num-aliases < z100-i
              if graph-alias-name(z100-i) = z100-search-nd-nme
                 move graph-alias-node-id(z100-i) to z100-cand-id
                 perform z115-tally-name-match
              end-if
           end-perform
           continue.

       z115-tally-name-match section.
           if z100-match-count = 0
              move z100-cand-id to z100-match-id
              move 1 to z100-match-count
           else
              if z100-cand-id not = z100-match-id
                 add 1 to z100-match-count
              end-if
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
       End program REQCHK.
