               ==:node-name-len:==           by ==76==
               ==:node-id-len:==             by ==4==
               ==:edge-weight-len:==         by ==3==
               ==:graph-max-nodes:==         by ==9999==
               ==:graph-max-edges:==         by ==19999==
               ==:max-csv-cols:==            by ==8==
               ==:nodes-region:==            by =="[nodes]"==
               ==:alias-region:==            by =="[alias]"==
               ==:edges-region:==            by =="[edges]"==
               ==:end-region:==              by =="[end]  "==
               ==:graph-region:==            by =="[graph]"==
               ==:graph-max-aliases:==       by ==999==
               ==:rpt-card-max:==            by ==50==
               ==:image-len:==               by ==87==
               .
      **
      *    graph maintenance transactions
      *    applies ADD-NODE / DELETE-NODE / ADD-EDGE / DELETE-EDGE /
      *    CHANGE-WEIGHT / CHANGE-HANDLING / ADD-ALIAS / DELETE-ALIAS
      *    cards from tranfile against the graph read
      *    from graphin, enforcing the same rules the dijkstra
      *    program validates (duplicate node ids, self-loops,
      *    dangling edge endpoints), then writes the fresh graph to
      *    graphout and an applied/rejected report to tranrpt
      *
      *    a node may carry a terminal handling time (the optional
      *    third [nodes] column, a third ADD-NODE operand, changed
      *    later with CHANGE-HANDLING,id,time); it is written back
      *    only for nodes where it is not zero
      *
      *    a card may carry a trailing yyyymmdd effective date; a
      *    card not yet due is staged on the pendout carry-forward
      *    file (which the next run reads back in ahead of the new
      *    there directly as a keyed write/rewrite/delete (the same
      *    record layout the loader program writes), so a one-edge
      *    change no longer needs a full unload and reload
      *
      *    every applied transaction, a staged card falling due from
      *    pendin as well, is appended to the journal file with the
      *    run's date and time, the card, and the before and after
      *    images of the node, edge or alias it touched; the backout
      *    program reads the journal to reverse a chosen run
      *
      *    the graph carries a version number and build date -- the
      *    optional [graph] region ahead of [nodes] in the flat file
      *    (version,yyyymmdd), the 'V' record in the repository; a
      *    run that applies any change advances the version and
      *    stamps today's date, so every routing output can name the
      *    network it was computed on
      **
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAPHMNT.
                           FILE STATUS IS PROG-STATUS.
           SELECT pendout  ASSIGN TO PENDOUT
                           FILE STATUS IS PROG-STATUS.
           SELECT journal  ASSIGN TO JOURNAL
                           FILE STATUS IS PROG-STATUS.
           SELECT graphksd ASSIGN TO GRAPHKSD
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                  RECORDING MODE IS F.
       01 fd-pendout-REC PIC X(80).

      *    one record per applied transaction; an image the action
      *    has no use for (the before image of an add, the after
      *    image of a delete) is spaces
       FD journal RECORD CONTAINS 300 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-journal-rec.
          05 jr-run-date pic 9(8).
          05 jr-run-time pic 9(6).
          05 jr-lineno pic 9(5).
          05 jr-source pic x.
          88 jr-from-pending  value 'P'.
          88 jr-from-tranfile value 'T'.
          88 jr-from-backout  value 'B'.
          05 jr-target pic x.
          88 jr-target-flat  value 'F'.
          88 jr-target-keyed value 'K'.
          05 jr-object pic x.
          88 jr-obj-node  value 'N'.
          88 jr-obj-edge  value 'E'.
          88 jr-obj-alias value 'A'.
          05 jr-action pic x.
          88 jr-act-add    value 'A'.
          88 jr-act-delete value 'D'.
          88 jr-act-change value 'C'.
          05 jr-before pic x(:image-len:).
          05 jr-after  pic x(:image-len:).
          05 jr-card pic x(80).
          05 filler pic x(23).

       FD graphksd RECORD CONTAINS 93 CHARACTERS.
       01 fd-graphksd-REC.
          05 grk-key.
             88 grk-type-node value 'N'.
             88 grk-type-edge value 'E'.
             88 grk-type-alias value 'A'.
             *> the one graph version record, 'V' + zero ids
             88 grk-type-version value 'V'.
             10 grk-from-id pic 9(4).
             10 grk-to-id   pic 9(4).
          05 grk-node-name pic x(:node-name-len:).
          05 grk-version-data redefines grk-node-name.
             10 grk-graph-version pic 9(6).
             10 grk-graph-built pic 9(8).
             10 filler pic x(62).
          05 grk-data.
             10 grk-node-seq pic 9(4).
             10 grk-node-handling pic 9(:edge-weight-len:).
             10 filler pic x.
          05 grk-edge-data redefines grk-data.
             10 grk-edge-weight pic 9(:edge-weight-len:).
             10 grk-edge-dir pic x.
       01 graph-read-states.
          10 graph-read-state pic X.
          88 graph-read-state-start value 'X'.
          88 graph-read-state-version value 'V'.
          88 graph-read-state-nodes value 'N'.
          88 graph-read-state-alias value 'A'.
          88 graph-read-state-edge  value 'E'.
          88 graph-read-state-ready value 'R'.
          88 graph-read-state-error value 'F'.

      *    version and build date the graph carries -- the [graph]
      *    region of the flat file, the 'V' record of the repository;
      *    zero on a graph no maintenance run has stamped yet
       01 graph-stamp.
           05 graph-version pic 9(6) value 0.
           05 graph-built pic 9(8) value 0.

       01 g100-read-graph-data.
           05 g100-locals.
              10 g100-col pic 99.
              10 g100-lineno pic 9(5).

       01 graph.
           15 num-nodes pic 9(5).
           15 num-edges pic 9(5).
           15 graph-nodes OCCURS :graph-max-nodes: INDEXED BY nidx.
              20 graph-node-id   pic 9(:node-id-len:).
              20 graph-node-name pic x(:node-name-len:).
              20 graph-node-handling pic 9(:edge-weight-len:).
              20 graph-node-state pic x.
              88 graph-node-active  value 'A'.
              88 graph-node-deleted value 'X'.
              *> repository sequence of the node record, only
              *> maintained while running against the keyed target
              20 graph-node-seq  pic 9(4).
           15 graph-edges occurs :graph-max-edges: INDEXED BY eidx.
              20 graph-edge-from-id  pic 9(4).
              20 graph-edge-to-id    pic 9(4).
              20 graph-edge-weight   pic 9(:edge-weight-len:).
           88 x100-verb-add-edge      value 'ADD-EDGE'.
           88 x100-verb-delete-edge   value 'DELETE-EDGE'.
           88 x100-verb-change-weight value 'CHANGE-WEIGHT'.
           88 x100-verb-change-handling value 'CHANGE-HANDLING'.
           88 x100-verb-add-alias     value 'ADD-ALIAS'.
           88 x100-verb-delete-alias  value 'DELETE-ALIAS'.
           05 x100-op-count pic 99.
           05 x100-to-id pic 9(4).
           05 x100-weight pic 9(:edge-weight-len:).
           05 x100-time pic 9(:edge-weight-len:).
           05 x100-handling pic 9(:edge-weight-len:).
           05 x100-direction pic x.
           88 x100-dir-undirected value 'U'.
           88 x100-dir-directed   value 'D'.
           05 x100-pending-count pic 9(5) value 0.
           05 x100-curdate pic x(21).
           05 x100-run-date pic 9(8).
           05 x100-run-time pic 9(6).
           05 x100-source pic x.

      *    journal images, one layout per object; the change verbs
      *    park the old values here before they overwrite them
       01 j100-journal-data.
           05 j100-written pic 9(5) value 0.
           05 j100-old-weight pic 9(:edge-weight-len:).
           05 j100-old-time pic 9(:edge-weight-len:).
           05 j100-old-handling pic 9(:edge-weight-len:).
           05 j100-image pic x(:image-len:).
           05 j100-node-image redefines j100-image.
              10 j100-node-id pic 9(4).
              10 j100-node-name pic x(:node-name-len:).
              10 j100-node-handling pic 9(:edge-weight-len:).
              10 j100-node-seq pic 9(4).
           05 j100-edge-image redefines j100-image.
              10 j100-edge-from pic 9(4).
              10 j100-edge-to pic 9(4).
              10 j100-edge-weight pic 9(:edge-weight-len:).
              10 j100-edge-dir pic x.
              10 j100-edge-time pic 9(:edge-weight-len:).
              10 filler pic x(72).
           05 j100-alias-image redefines j100-image.
              10 j100-alias-name pic x(:node-name-len:).
              10 j100-alias-node-id pic 9(4).
              10 j100-alias-seq pic 9(4).
              10 filler pic x(3).

       01 r100-report-data.
           05 r100-output pic x(80).
           05 w100-output pic x(80).
           05 w100-output-ptr pic 99.
           05 w100-written-nodes pic 9(4).
           05 w100-written-edges pic 9(5).
           05 w100-written-aliases pic 9(4).

       01 c100-parse-csv-line-data.
       01 z300-search-edge-by-ids.
          05 z300-search-from-id pic 9(4).
          05 z300-search-to-id pic 9(4).
          05 z300-res-edge-subscript pic 9(5).
          05 z300-i pic 9(5).

       01 z400-trim-string-data.
          05 z400-args.
           05 k100-seq pic 9(4).
           05 k100-i pic 9(4).
           05 k100-worst pic 99 value 0.
           05 k100-version-flag pic x value 'N'.
           88 k100-version-on-file value 'Y'.

       LINKAGE SECTION.
       01  PARM-BUFFER.
                 if PROG-STATUS = 0
                    open output pendout
                    if PROG-STATUS = 0
                       perform j050-open-journal
                       if PROG-STATUS = 0
                          perform x100-process-transactions
                          close journal
                       else
                          move prog-status to m000-run-status
                       end-if
                       close pendout
                    else
                       move prog-status to m000-run-status
           move 0 to num-nodes
           move 0 to num-edges
           move 0 to num-aliases
           move 0 to graph-version
           move 0 to graph-built
           move 1 to g100-lineno
           perform until FILE-STATUS-EOF
                      or graph-read-state-error
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
                     When graph-read-state-edge AND
                          infile-label = :end-region:
                        set graph-read-state-ready to true
                     When graph-read-state-version
                        perform g105-read-graph-version
                     When graph-read-state-nodes
                        if num-nodes >= :graph-max-nodes:
                           perform g190-err-graph-read
           end-if
           continue.

      *    the optional [graph] region holds one record,
      *    version,build-date, ahead of the [nodes] region
       g105-read-graph-version section.
           move infile-rec to c100-in-str
           perform c100-parse-csv-line
           if c100-max-cidx not = 2
                 or graph-built not = 0
                 or c100-out-len(1) = 0
                 or c100-out-len(1) > 6
                 or c100-out-len(2) not = 8
              perform g190-err-graph-read
           else
              if infile-rec (c100-out-start-ptr(1)
                            :c100-out-len(1)) is not numeric
                    or infile-rec (c100-out-start-ptr(2):8)
                         is not numeric
                    or infile-rec (c100-out-start-ptr(2):8)
                         = "00000000"
                 perform g190-err-graph-read
              else
                 move infile-rec (c100-out-start-ptr(1)
                                 :c100-out-len(1))
                   to graph-version
                 move infile-rec (c100-out-start-ptr(2):8)
                   to graph-built
              end-if
           end-if
           continue.

       g110-read-graph-node section.
           move infile-rec to c100-in-str
           perform c100-parse-csv-line
              move infile-rec (c100-out-start-ptr(2)
                              :c100-out-len(2))
                to graph-node-name(nidx)
              move 0 to graph-node-handling(nidx)
              if c100-max-cidx >= 3
                 if c100-out-len(3) = 0
                       or c100-out-len(3) > :edge-weight-len:
                       or infile-rec (c100-out-start-ptr(3)
                                     :c100-out-len(3)) is not numeric
                    perform g190-err-graph-read
                 else
                    move infile-rec (c100-out-start-ptr(3)
                                    :c100-out-len(3))
                      to graph-node-handling(nidx)
                 end-if
              end-if
              set graph-node-active(nidx) to true
           end-if
           continue.
           move 0 to k100-node-count
           move 0 to k100-alias-count

           *> the version record; a repository loaded before graphs
           *> were stamped has none and reads as version zero
           move 0 to graph-version
           move 0 to graph-built
           move 'N' to k100-version-flag
           move spaces to fd-graphksd-rec
           set grk-type-version to true
           move 0 to grk-from-id
           move 0 to grk-to-id
           read graphksd
           if PROG-STATUS = 0
              set k100-version-on-file to true
              move grk-graph-version to graph-version
              move grk-graph-built to graph-built
           end-if
           move 0 to prog-status

           set grk-type-node to true
           move 0 to grk-from-id
           move 0 to grk-to-id
              set nidx to num-nodes
              move grk-from-id to graph-node-id(nidx)
              move grk-node-name to graph-node-name(nidx)
              if grk-node-handling is numeric
                 move grk-node-handling to graph-node-handling(nidx)
              else
                 move 0 to graph-node-handling(nidx)
              end-if
              set graph-node-active(nidx) to true
              move grk-node-seq to graph-node-seq(nidx)
              if grk-node-seq > k100-node-count
                 perform k240-delete-keyed-edge
              when x100-verb-change-weight
                 perform k250-rewrite-keyed-edge
              when x100-verb-change-handling
                 perform k255-rewrite-keyed-node
              when x100-verb-add-alias
                 perform k260-write-keyed-alias
              when x100-verb-delete-alias
           move x100-op2 to grk-node-name
           move spaces to grk-data
           move k100-seq to grk-node-seq
           move x100-handling to grk-node-handling
           write fd-graphksd-rec
           if PROG-STATUS = 0
              move k100-seq to k100-node-count
           end-if
           continue.

       k255-rewrite-keyed-node section.
           move spaces to fd-graphksd-rec
           set grk-type-node to true
           move x100-node-id to grk-from-id
           move 0 to grk-to-id
           read graphksd
           if PROG-STATUS = 0
              move x100-handling to grk-node-handling
              rewrite fd-graphksd-rec
              if PROG-STATUS not = 0
                 perform k290-keyed-io-error
              end-if
           else
              perform k290-keyed-io-error
           end-if
           continue.

       k260-write-keyed-alias section.
           compute k100-seq = k100-alias-count + 1
           set axidx to num-aliases
           move 0 to x100-pending-count
           move FUNCTION CURRENT-DATE to x100-curdate
           move x100-curdate(1:8) to x100-run-date
           move x100-curdate(9:6) to x100-run-time
           perform r110-write-report-header
           *> cards staged by an earlier run come first, so a change
           *> falling due today is applied ahead of today's new deck
           open input pendin
           if PROG-STATUS = 0
              move 'P' to x100-source
              INITIALIZE FILE-STATUS
              perform until FILE-STATUS-EOF
                 read pendin into fd-tranfile-rec
              display "GRAPHMNT: no pending carry-forward file"
           end-if
           move 0 to prog-status
           move 'T' to x100-source
           INITIALIZE FILE-STATUS
           perform until FILE-STATUS-EOF
              read tranfile into fd-tranfile-rec
                    perform x110-apply-transaction
              end-read
           end-perform
           if x100-applied-count > 0
              perform v100-advance-graph-version
           end-if
           perform r120-write-report-footer
           continue.

                       perform x160-apply-delete-edge
                    when x100-verb-change-weight
                       perform x170-apply-change-weight
                    when x100-verb-change-handling
                       perform x176-apply-change-handling
                    when x100-verb-add-alias
                       perform x172-apply-add-alias
                    when x100-verb-delete-alias
              if x100-trans-ok and m010-opt-target-keyed
                 perform k200-mirror-transaction
              end-if
              if x100-trans-ok
                 perform j100-journal-transaction
              end-if
              if x100-trans-ok
                 add 1 to x100-applied-count
                 perform r130-write-applied-line
              *> verb can use; a name operand may itself be 8 digits
              *> (ADD-NODE,17,20260101), so width alone cannot decide
              evaluate true
                 when x100-verb-add-node      move 3 to x100-max-ops
                 when x100-verb-delete-node   move 1 to x100-max-ops
                 when x100-verb-add-edge      move 5 to x100-max-ops
                 when x100-verb-delete-edge   move 2 to x100-max-ops
                 when x100-verb-change-weight move 4 to x100-max-ops
                 when x100-verb-change-handling
                                              move 2 to x100-max-ops
                 when x100-verb-add-alias     move 2 to x100-max-ops
                 when x100-verb-delete-alias  move 1 to x100-max-ops
                 when other
                    *> through and are rejected by the verb evaluate
                    move 99 to x100-max-ops
              end-evaluate
              *> ADD-NODE's handling time is optional and at most 3
              *> digits, so an 8-digit fourth column on a card
              *> without it is still the effective date
              if (x100-cols = x100-max-ops + 2
                     or (x100-verb-add-node
                           and x100-cols = x100-max-ops + 1))
                    and c100-out-len(x100-cols) = 8
                    and fd-tranfile-rec
                          (c100-out-start-ptr(x100-cols):8)
           end-if
           continue.

      *    ADD-NODE,id,name[,handling] -- rejected when the id is
      *    already taken, the same duplicate-id rule the dijkstra
      *    validation aborts on
       x130-apply-add-node section.
           if x100-op-count < 2 or x100-op2-len = 0
              move "ADD-NODE needs id and name" to x100-reject-reason
                 end-if
              end-if
           end-if
           if x100-trans-ok
              move 0 to x100-handling
              if x100-op-count >= 3
                 if x100-op3-len = 0
                       or x100-op3-len > :edge-weight-len:
                       or x100-op3(1:x100-op3-len) is not numeric
                    move "handling time is not numeric"
                      to x100-reject-reason
                    set x100-trans-rejected to true
                 else
                    move x100-op3(1:x100-op3-len) to x100-handling
                 end-if
              end-if
           end-if
           if x100-trans-ok
              move x100-node-id to z200-search-nd-id
              perform z200-search-node-by-id-proc
                 set nidx to num-nodes
                 move x100-node-id to graph-node-id(nidx)
                 move x100-op2 to graph-node-name(nidx)
                 move x100-handling to graph-node-handling(nidx)
                 set graph-node-active(nidx) to true
              end-if
           end-if
           *> rejected transaction must leave the output graph alone
           if x100-trans-ok
              set eidx to z300-res-edge-subscript
              move graph-edge-weight(eidx) to j100-old-weight
              move graph-edge-time(eidx) to j100-old-time
              move x100-weight to graph-edge-weight(eidx)
              move x100-time to graph-edge-time(eidx)
           end-if
           end-if
           continue.

      *    CHANGE-HANDLING,id,time -- the terminal handling time a
      *    time-criterion route pays at the node as an intermediate
      *    stop
       x176-apply-change-handling section.
           if x100-op-count < 2
              move "CHANGE-HANDLING needs id and time"
                to x100-reject-reason
              set x100-trans-rejected to true
           else
              if x100-op1-len = 0
                    or x100-op1-len > :node-id-len:
                    or x100-op1(1:x100-op1-len) is not numeric
                 move "node id is not numeric" to x100-reject-reason
                 set x100-trans-rejected to true
              else
                 move x100-op1(1:x100-op1-len) to x100-node-id
              end-if
           end-if
           if x100-trans-ok
              move x100-node-id to z200-search-nd-id
              perform z200-search-node-by-id-proc
              if z200-res-node-subscript = 0
                 move "node id not found" to x100-reject-reason
                 set x100-trans-rejected to true
              end-if
           end-if
           if x100-trans-ok
              if x100-op2-len = 0
                    or x100-op2-len > :edge-weight-len:
                    or x100-op2(1:x100-op2-len) is not numeric
                 move "handling time is not numeric"
                   to x100-reject-reason
                 set x100-trans-rejected to true
              else
                 move x100-op2(1:x100-op2-len) to x100-handling
              end-if
           end-if
           if x100-trans-ok
              set nidx to z200-res-node-subscript
              move graph-node-handling(nidx) to j100-old-handling
              move x100-handling to graph-node-handling(nidx)
           end-if
           continue.

      *    shared endpoint checks for ADD-EDGE: numeric ids, no
      *    self-loop, both endpoints resolve to active nodes
       x180-resolve-edge-endpoints section.
           end-if
           continue.
      ******************************************************************
      *    change journal
      *    the journal is permanent: each run appends to it, and the
      *    first run creates it. only a journal that is not there yet
      *    is created -- any other open failure ends the run rather
      *    than start the history over
      ******************************************************************
       j050-open-journal section.
           move 0 to j100-written
           open extend journal
           if PROG-STATUS = 35
              open output journal
           end-if
           if PROG-STATUS not = 0
              display "ERROR: journal not writable, status "
                      PROG-STATUS
              move :err-graph-write: to PROG-STATUS
           end-if
           continue.

      *    the applied transaction's images, taken after the apply
      *    (and after the repository mirror, which assigns the keyed
      *    sequence numbers) from the table entries it touched
       j100-journal-transaction section.
           move spaces to fd-journal-rec
           move x100-run-date to jr-run-date
           move x100-run-time to jr-run-time
           move x100-lineno to jr-lineno
           move x100-source to jr-source
           if m010-opt-target-keyed
              set jr-target-keyed to true
           else
              set jr-target-flat to true
           end-if
           move fd-tranfile-rec to jr-card
           evaluate true
              when x100-verb-add-node
                 set jr-obj-node to true
                 set jr-act-add to true
                 set nidx to num-nodes
                 perform j110-node-image
                 move j100-image to jr-after
              when x100-verb-delete-node
                 set jr-obj-node to true
                 set jr-act-delete to true
                 set nidx to z200-res-node-subscript
                 perform j110-node-image
                 move j100-image to jr-before
              when x100-verb-change-handling
                 set jr-obj-node to true
                 set jr-act-change to true
                 set nidx to z200-res-node-subscript
                 perform j110-node-image
                 move j100-image to jr-after
                 move j100-old-handling to j100-node-handling
                 move j100-image to jr-before
              when x100-verb-add-edge
                 set jr-obj-edge to true
                 set jr-act-add to true
                 set eidx to num-edges
                 perform j120-edge-image
                 move j100-image to jr-after
              when x100-verb-delete-edge
                 set jr-obj-edge to true
                 set jr-act-delete to true
                 set eidx to z300-res-edge-subscript
                 perform j120-edge-image
                 move j100-image to jr-before
              when x100-verb-change-weight
                 set jr-obj-edge to true
                 set jr-act-change to true
                 set eidx to z300-res-edge-subscript
                 perform j120-edge-image
                 move j100-image to jr-after
                 move j100-old-weight to j100-edge-weight
                 move j100-old-time to j100-edge-time
                 move j100-image to jr-before
              when x100-verb-add-alias
                 set jr-obj-alias to true
                 set jr-act-add to true
                 set axidx to num-aliases
                 perform j130-alias-image
                 move j100-image to jr-after
              when x100-verb-delete-alias
                 set jr-obj-alias to true
                 set jr-act-delete to true
                 set axidx to x100-alias-subs
                 perform j130-alias-image
                 move j100-image to jr-before
           end-evaluate
           write fd-journal-rec
           if PROG-STATUS = 0
              add 1 to j100-written
           else
              display "ERROR: journal write failed, status "
                      PROG-STATUS " on transaction line " x100-lineno
              move :err-graph-write: to m000-run-status
              move 0 to prog-status
           end-if
           continue.

       j110-node-image section.
           move spaces to j100-image
           move graph-node-id(nidx) to j100-node-id
           move graph-node-name(nidx) to j100-node-name
           move graph-node-handling(nidx) to j100-node-handling
           if m010-opt-target-keyed
              move graph-node-seq(nidx) to j100-node-seq
           else
              move 0 to j100-node-seq
           end-if
           continue.

       j120-edge-image section.
           move spaces to j100-image
           move graph-edge-from-id(eidx) to j100-edge-from
           move graph-edge-to-id(eidx) to j100-edge-to
           move graph-edge-weight(eidx) to j100-edge-weight
           move graph-edge-direction(eidx) to j100-edge-dir
           move graph-edge-time(eidx) to j100-edge-time
           continue.

       j130-alias-image section.
           move spaces to j100-image
           move graph-alias-name(axidx) to j100-alias-name
           move graph-alias-node-id(axidx) to j100-alias-node-id
           move graph-alias-seq(axidx) to j100-alias-seq
           continue.
      ******************************************************************
      *    applied/rejected report
      ******************************************************************
       r110-write-report-header section.
           move "------------------------------------"
             to fd-tranrpt-rec
           write fd-tranrpt-rec
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "RUN "             DELIMITED BY SIZE
                  x100-run-date      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  x100-run-time      DELIMITED BY SIZE
                  " (JOURNAL RUN STAMP)" DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           write fd-tranrpt-rec from r100-output
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "GRAPH VERSION IN:  " DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           perform v120-append-version
           write fd-tranrpt-rec from r100-output
           continue.

       r120-write-report-footer section.
                  x100-pending-count DELIMITED BY SIZE
                  "  REJECTED: "     DELIMITED BY SIZE
                  x100-rejected-count DELIMITED BY SIZE
                  "  JOURNALED: "    DELIMITED BY SIZE
                  j100-written       DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           write fd-tranrpt-rec from r100-output
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "GRAPH VERSION OUT: " DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           perform v120-append-version
           write fd-tranrpt-rec from r100-output
           continue.

       r130-write-applied-line section.
           move 0 to w100-written-nodes
           move 0 to w100-written-edges
           move 0 to w100-written-aliases
           *> the [graph] region is optional on the way in, so a
           *> graph no run has stamped yet round-trips without it
           if graph-version not = 0
              move :graph-region: to fd-graphout-rec
              write fd-graphout-rec
              move spaces to w100-output
              move 1 to w100-output-ptr
              string graph-version DELIMITED BY SIZE
                     ","           DELIMITED BY SIZE
                     graph-built   DELIMITED BY SIZE
                into w100-output WITH POINTER w100-output-ptr
              end-string
              write fd-graphout-rec from w100-output
           end-if
           move :nodes-region: to fd-graphout-rec
           write fd-graphout-rec
           perform varying nidx from 1 by 1 until num-nodes < nidx
                                       DELIMITED BY SIZE
             into w100-output WITH POINTER w100-output-ptr
           end-string
           *> the handling column is optional on the way in, so a
           *> node without one round-trips without it
           if graph-node-handling(nidx) not = 0
              string ","                       DELIMITED BY SIZE
                     graph-node-handling(nidx) DELIMITED BY SIZE
                into w100-output WITH POINTER w100-output-ptr
              end-string
           end-if
           write fd-graphout-rec from w100-output
           continue.

           write fd-graphout-rec from w100-output
           continue.
      ******************************************************************
      *    graph version stamp
      *    a run that applied any change gives the graph the next
      *    version and today as its build date; the flat target
      *    carries it in the [graph] region, the keyed target in the
      *    'V' record
      ******************************************************************
       v100-advance-graph-version section.
           if graph-version >= 999999
              move 1 to graph-version
           else
              add 1 to graph-version
           end-if
           move x100-run-date to graph-built
           if m010-opt-target-keyed
              perform v110-write-keyed-version
           end-if
           continue.

       v110-write-keyed-version section.
           move spaces to fd-graphksd-rec
           set grk-type-version to true
           move 0 to grk-from-id
           move 0 to grk-to-id
           move spaces to grk-data
           move graph-version to grk-graph-version
           move graph-built to grk-graph-built
           if k100-version-on-file
              rewrite fd-graphksd-rec
           else
              write fd-graphksd-rec
           end-if
           if PROG-STATUS = 0
              set k100-version-on-file to true
           else
              display "ERROR: graph version record not written, "
                      "status " PROG-STATUS
              move :err-keyed-io: to k100-worst
           end-if
           move 0 to prog-status
           continue.

      *    append the stamp to the report line being built
       v120-append-version section.
           if graph-version = 0
              string "NOT STAMPED"     DELIMITED BY SIZE
                into r100-output WITH POINTER r100-output-ptr
              end-string
           else
              string graph-version     DELIMITED BY SIZE
                     " BUILT "         DELIMITED BY SIZE
                     graph-built       DELIMITED BY SIZE
                into r100-output WITH POINTER r100-output-ptr
              end-string
           end-if
           continue.
      ******************************************************************
      *    csv parser -- same splitter the dijkstra program uses
      ******************************************************************
       c100-parse-csv-line section.
