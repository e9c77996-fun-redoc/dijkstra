               ==:node-name-len:==           by ==76==
               ==:node-id-len:==             by ==4==
               ==:edge-weight-len:==         by ==3==
               ==:graph-max-nodes:==         by ==9999==
               ==:graph-max-edges:==         by ==19999==
               ==:max-csv-cols:==            by ==6==
               ==:nodes-region:==            by =="[nodes]"==
               ==:alias-region:==            by =="[alias]"==
               ==:edges-region:==            by =="[edges]"==
               ==:end-region:==              by =="[end]  "==
               ==:graph-region:==            by =="[graph]"==
               ==:graph-max-aliases:==       by ==999==
               .
      **
      *    reads the flat csv graph file and loads it into the keyed
      *    graph repository the routing program can read by key:
      *    node records keyed 'N' + id carry the node's table
      *    sequence, terminal handling time (an optional third
      *    [nodes] column, zero when absent) and name (the name is
      *    an alternate key), edge records keyed 'E' + from + to
      *    carry weight, direction and time cost, alias records
      *    keyed 'A' + node id + sequence carry an alternate request
      *    name for the node; edges or aliases naming unknown node
      *    ids fail the load. the network may run to the full node
      *    id range (9999 nodes) and 19999 edges. the version and
      *    build date of the optional [graph] region go into the one
      *    version record keyed 'V' + zeros
      **
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAPHLDR.
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

       01 w100-write-keyed-data.
           05 w100-id-to-seq pic 9(4) occurs :graph-max-nodes:.
           05 w100-i pic 9(5).
           05 w100-written-nodes pic 9(4).
           05 w100-written-edges pic 9(5).
           05 w100-written-aliases pic 9(4).

       01 c100-parse-csv-line-data.
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

                 perform w120-write-keyed-edge
              end-perform
           end-if
           if prog-status = 0
              perform w130-write-keyed-version
           end-if
           if prog-status = 0
              display "GRAPHLDR: loaded " w100-written-nodes
                      " nodes, " w100-written-aliases
                      " aliases and " w100-written-edges " edges"
              display "GRAPHLDR: graph version " graph-version
                      " built " graph-built
           end-if
           continue.

              move graph-node-name(nidx) to grk-node-name
              move spaces to grk-data
              move w100-i to grk-node-seq
              move graph-node-handling(nidx) to grk-node-handling
              write fd-graphksd-rec
              if prog-status = 0
                 move w100-i to w100-id-to-seq(graph-node-id(nidx))
              end-if
           end-if
           continue.

      *    the version record carries the flat file's stamp across
      *    (zeros for a graph no maintenance run has stamped), so the
      *    repository names the graph it was loaded from
       w130-write-keyed-version section.
           move spaces to fd-graphksd-rec
           set grk-type-version to true
           move 0 to grk-from-id
           move 0 to grk-to-id
           move graph-version to grk-graph-version
           move graph-built to grk-graph-built
           move spaces to grk-data
           write fd-graphksd-rec
           if prog-status not = 0
              display "ERROR: graph version record not written, "
                      "status " prog-status
           end-if
           continue.
      ******************************************************************
      *    csv parser -- same splitter the routing program uses
      ******************************************************************
