               ==:node-name-len:==           by ==76==
               ==:node-id-len:==             by ==4==
               ==:edge-weight-len:==         by ==3==
               ==:graph-max-nodes:==         by ==9999==
               ==:graph-max-edges:==         by ==19999==
               ==:id-table-size:==           by ==10000==
               ==:max-csv-cols:==            by ==6==
               ==:nodes-region:==            by =="[nodes]"==
               ==:alias-region:==            by =="[alias]"==
               ==:edges-region:==            by =="[edges]"==
               ==:end-region:==              by =="[end]  "==
               ==:graph-region:==            by =="[graph]"==
               ==:graph-max-aliases:==       by ==999==
               .
      **
      *    through the same [nodes]/[edges] state machine the other
      *    programs use, the repository through its 'N'/'E' keys --
      *    and reports every node, alias or edge present in one but
      *    not the other, plus any node whose name or handling time
      *    differs and any edge whose weight, direction flag or time
      *    cost differs, so a stale repository is caught in the
      *    nightly stream before it mis-prices a dispatch. the graph
      *    version and build date of both copies are shown, and a
      *    repository carrying another stamp than the flat file
      *    counts as drift too.
      *    both copies are indexed by node id before the compare, so
      *    a network of several thousand nodes and edges is matched
      *    in one pass over each table instead of every pair
      **
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAPHCHK.
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
              10 g100-lineno pic 9(5).

       01 graph.
           15 num-nodes pic 9(5).
           15 num-edges pic 9(5).
           15 graph-nodes OCCURS :graph-max-nodes: INDEXED BY nidx.
              20 graph-node-id   pic 9(:node-id-len:).
              20 graph-node-name pic x(:node-name-len:).
              20 graph-node-handling pic 9(:edge-weight-len:).
           15 graph-edges occurs :graph-max-edges: INDEXED BY eidx.
              20 graph-edge-from-id  pic 9(4).
              20 graph-edge-to-id    pic 9(4).
              20 graph-edge-weight   pic 9(:edge-weight-len:).
              20 graph-alias-node-id pic 9(4).

       01 krep.
           15 krep-num-nodes pic 9(5).
           15 krep-num-edges pic 9(5).
           15 krep-nodes OCCURS :graph-max-nodes: INDEXED BY knidx.
              20 krep-node-id   pic 9(:node-id-len:).
              20 krep-node-name pic x(:node-name-len:).
              20 krep-node-handling pic 9(:edge-weight-len:).
           15 krep-edges occurs :graph-max-edges: INDEXED BY keidx.
              20 krep-edge-from-id  pic 9(4).
              20 krep-edge-to-id    pic 9(4).
              20 krep-edge-weight   pic 9(:edge-weight-len:).
              20 krep-edge-direction pic x.
              20 krep-edge-time     pic 9(:edge-weight-len:).
           15 krep-num-aliases pic 9(4).
           15 krep-graph-version pic 9(6).
           15 krep-graph-built pic 9(8).
           15 krep-aliases occurs 999 INDEXED BY kaidx.
              20 krep-alias-name    pic x(:node-name-len:).
              20 krep-alias-node-id pic 9(4).
           88 k100-read-done value 'X'.

       01 v100-verify-data.
           05 v100-i pic 9(5).
           05 v100-j pic 9(5).
           05 v100-found pic 9(5).
           *> per node id (slot = id + 1, id 0 included): the first
           *> node of that id in each copy, and the head of a chain
           *> of that id's outgoing edges in table order
           05 v100-slot pic 9(5).
           05 v100-to-id pic 9(4).
           05 v100-walk-flag pic x.
           88 v100-walk-done value 'X'.
           05 v100-id-index occurs :id-table-size:.
              10 v100-flat-node-seq pic 9(5).
              10 v100-krep-node-seq pic 9(5).
              10 v100-flat-first-edge pic 9(5).
              10 v100-krep-first-edge pic 9(5).
           05 v100-flat-next-edge pic 9(5) occurs :graph-max-edges:.
           05 v100-krep-next-edge pic 9(5) occurs :graph-max-edges:.
           05 v100-flat-only-nodes pic 9(5) value 0.
           05 v100-repos-only-nodes pic 9(5) value 0.
           05 v100-name-diffs pic 9(5) value 0.
           05 v100-hand-diffs pic 9(5) value 0.
           05 v100-flat-only-edges pic 9(5) value 0.
           05 v100-repos-only-edges pic 9(5) value 0.
           05 v100-edge-diffs pic 9(5) value 0.
           05 v100-flat-only-aliases pic 9(5) value 0.
           05 v100-repos-only-aliases pic 9(5) value 0.
           05 v100-alias-diffs pic 9(5) value 0.
           05 v100-version-diffs pic 9(5) value 0.
           05 v100-drift-total pic 9(6) value 0.
           05 v100-output pic x(80).
           05 v100-output-ptr pic 99.
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
           end-if
           continue.

           move 0 to krep-num-edges
           move 0 to krep-num-aliases

           *> the version record; a repository loaded before graphs
           *> were stamped has none and reads as version zero
           move 0 to krep-graph-version
           move 0 to krep-graph-built
           move spaces to fd-graphksd-rec
           set grk-type-version to true
           move 0 to grk-from-id
           move 0 to grk-to-id
           read graphksd
           if PROG-STATUS = 0
              move grk-graph-version to krep-graph-version
              move grk-graph-built to krep-graph-built
           end-if
           move 0 to prog-status

           set grk-type-node to true
           move 0 to grk-from-id
           move 0 to grk-to-id
              set knidx to krep-num-nodes
              move grk-from-id to krep-node-id(knidx)
              move grk-node-name to krep-node-name(knidx)
              if grk-node-handling is numeric
                 move grk-node-handling to krep-node-handling(knidx)
              else
                 move 0 to krep-node-handling(knidx)
              end-if
           end-if
           continue.

           write fd-chkrpt-rec
           move "---------------------------" to fd-chkrpt-rec
           write fd-chkrpt-rec
           perform v170-compare-versions
           perform v105-index-by-node-id
           perform v110-compare-nodes
           perform v130-compare-edges
           perform v150-compare-aliases
           compute v100-drift-total
                 = v100-flat-only-nodes + v100-repos-only-nodes
                 + v100-name-diffs + v100-hand-diffs
                 + v100-flat-only-edges + v100-repos-only-edges
                 + v100-edge-diffs
                 + v100-flat-only-aliases + v100-repos-only-aliases
                 + v100-alias-diffs
                 + v100-version-diffs
           perform v190-write-summary
           continue.

      *    id slots for both copies; the edge chains are built
      *    from the back so each one runs in table order and a
      *    walk meets the first of any duplicate pair first, as
      *    a scan of the table would
       v105-index-by-node-id section.
           perform varying v100-slot from 1 by 1
                     until :id-table-size: < v100-slot
              move 0 to v100-flat-node-seq(v100-slot)
              move 0 to v100-krep-node-seq(v100-slot)
              move 0 to v100-flat-first-edge(v100-slot)
              move 0 to v100-krep-first-edge(v100-slot)
           end-perform
           perform varying v100-i from 1 by 1
                     until num-nodes < v100-i
              compute v100-slot = graph-node-id(v100-i) + 1
              if v100-flat-node-seq(v100-slot) = 0
                 move v100-i to v100-flat-node-seq(v100-slot)
              end-if
           end-perform
           perform varying v100-j from 1 by 1
                     until krep-num-nodes < v100-j
              compute v100-slot = krep-node-id(v100-j) + 1
              if v100-krep-node-seq(v100-slot) = 0
                 move v100-j to v100-krep-node-seq(v100-slot)
              end-if
           end-perform
           perform varying v100-i from num-edges by -1
                     until v100-i < 1
              compute v100-slot = graph-edge-from-id(v100-i) + 1
              move v100-flat-first-edge(v100-slot)
                to v100-flat-next-edge(v100-i)
              move v100-i to v100-flat-first-edge(v100-slot)
           end-perform
           perform varying v100-j from krep-num-edges by -1
                     until v100-j < 1
              compute v100-slot = krep-edge-from-id(v100-j) + 1
              move v100-krep-first-edge(v100-slot)
                to v100-krep-next-edge(v100-j)
              move v100-j to v100-krep-first-edge(v100-slot)
           end-perform
           continue.

       v110-compare-nodes section.
           perform varying v100-i from 1 by 1
                     until num-nodes < v100-i
              compute v100-slot = graph-node-id(v100-i) + 1
              move v100-krep-node-seq(v100-slot) to v100-found
              if v100-found = 0
                 add 1 to v100-flat-only-nodes
                 perform v115-write-node-drift-line
                    add 1 to v100-name-diffs
                    perform v120-write-name-diff-line
                 end-if
                 if krep-node-handling(v100-found)
                       not = graph-node-handling(v100-i)
                    add 1 to v100-hand-diffs
                    perform v122-write-hand-diff-line
                 end-if
              end-if
           end-perform
           perform varying v100-j from 1 by 1
                     until krep-num-nodes < v100-j
              compute v100-slot = krep-node-id(v100-j) + 1
              move v100-flat-node-seq(v100-slot) to v100-found
              if v100-found = 0
                 add 1 to v100-repos-only-nodes
                 perform v125-write-repos-node-line
           write fd-chkrpt-rec from v100-output
           continue.

       v122-write-hand-diff-line section.
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "NODE "                  DELIMITED BY SIZE
                  graph-node-id(v100-i)    DELIMITED BY SIZE
                  " HANDLING DIFFERS FLAT " DELIMITED BY SIZE
                  graph-node-handling(v100-i)
                                           DELIMITED BY SIZE
                  " REPOS "                DELIMITED BY SIZE
                  krep-node-handling(v100-found)
                                           DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-chkrpt-rec from v100-output
           continue.

       v125-write-repos-node-line section.
           move spaces to z400-in-string
           move krep-node-name(v100-j) to z400-in-string
       v130-compare-edges section.
           perform varying v100-i from 1 by 1
                     until num-edges < v100-i
              compute v100-slot = graph-edge-from-id(v100-i) + 1
              move graph-edge-to-id(v100-i) to v100-to-id
              move v100-krep-first-edge(v100-slot) to v100-j
              move space to v100-walk-flag
              perform until v100-j = 0 or v100-walk-done
                 if krep-edge-to-id(v100-j) = v100-to-id
                    set v100-walk-done to true
                 else
                    move v100-krep-next-edge(v100-j) to v100-j
                 end-if
              end-perform
              move v100-j to v100-found
              if v100-found = 0
                 add 1 to v100-flat-only-edges
                 perform v135-write-edge-drift-line
           end-perform
           perform varying v100-j from 1 by 1
                     until krep-num-edges < v100-j
              compute v100-slot = krep-edge-from-id(v100-j) + 1
              move krep-edge-to-id(v100-j) to v100-to-id
              move v100-flat-first-edge(v100-slot) to v100-i
              move space to v100-walk-flag
              perform until v100-i = 0 or v100-walk-done
                 if graph-edge-to-id(v100-i) = v100-to-id
                    set v100-walk-done to true
                 else
                    move v100-flat-next-edge(v100-i) to v100-i
                 end-if
              end-perform
              move v100-i to v100-found
              if v100-found = 0
                 add 1 to v100-repos-only-edges
                 perform v145-write-repos-edge-line
           write fd-chkrpt-rec from v100-output
           continue.

      *    both copies name the graph they hold; a repository that
      *    carries another version or build date than the flat file
      *    was loaded from some other graph, even when every record
      *    happens to match
       v170-compare-versions section.
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "GRAPH VERSION FLAT: "   DELIMITED BY SIZE
                  graph-version            DELIMITED BY SIZE
                  " BUILT "                DELIMITED BY SIZE
                  graph-built              DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-chkrpt-rec from v100-output
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "GRAPH VERSION REPOS: "  DELIMITED BY SIZE
                  krep-graph-version       DELIMITED BY SIZE
                  " BUILT "                DELIMITED BY SIZE
                  krep-graph-built         DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-chkrpt-rec from v100-output
           move 0 to v100-version-diffs
           if graph-version not = krep-graph-version
                 or graph-built not = krep-graph-built
              move 1 to v100-version-diffs
              move "VERSION DIFFERS: REPOSITORY HOLDS ANOTHER GRAPH"
                to fd-chkrpt-rec
              write fd-chkrpt-rec
           end-if
           continue.

       v190-write-summary section.
           move "---------------------------" to fd-chkrpt-rec
           write fd-chkrpt-rec
                  v100-repos-only-nodes    DELIMITED BY SIZE
                  "  NAME-DIFFS: "         DELIMITED BY SIZE
                  v100-name-diffs          DELIMITED BY SIZE
                  "  HAND-DIFFS: "         DELIMITED BY SIZE
                  v100-hand-diffs          DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-chkrpt-rec from v100-output
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-chkrpt-rec from v100-output
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "GRAPH VERSION DIFFS: "  DELIMITED BY SIZE
                  v100-version-diffs       DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-chkrpt-rec from v100-output
           if v100-drift-total = 0
              move "NO DRIFT FOUND" to fd-chkrpt-rec
              write fd-chkrpt-rec
