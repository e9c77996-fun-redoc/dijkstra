               ==:err-dest-unreachable:==     by ==019==
               ==:err-ambiguous-name:==       by ==020==
               ==:outrec-name-max:==          by ==71==
               ==:outrec-hand-name-max:==     by ==67==
               ==:auditrec-name-max:==        by ==28==
               ==:outrec-sched-name-max:==    by ==48==
               ==:auditrec-sched-name-max:==  by ==21==
               ==:outrec-order-name-max:==    by ==54==
               ==:auditrec-order-name-max:==  by ==21==
               ==:tt-max-departures:==        by ==9999==
               ==:minutes-per-day:==          by ==1440==
               ==:graph-max-edges:==          by ==19999==
               ==:adj-max-entries:==          by ==39998==
               ==:tree-max-entries:==         by ==39999==
               ==:nodes-region:==             by =="[nodes]"==
               ==:alias-region:==             by =="[alias]"==
               ==:edges-region:==             by =="[edges]"==
               ==:end-region:==               by =="[end]  "==
               ==:graph-region:==             by =="[graph]"==
               ==:graph-max-aliases:==        by ==999==
               ==:node-name-len:==            by ==76==
               ==:node-id-len:==              by ==4==
               ==:edge-weight-len:==          by ==3==
               ==:maxlen:==                   by ==4==
               ==:maxval:==                   by ==99999==
               ==:max-csv-cols:==             by ==9==
               ==:sysin-max-vias:==          by ==3==
               ==:graph-max-nodes:==          by ==9999==
               ==:node-id-type:==             by ==999==
               ==:start-dest-distance-type:== by ==9(5)==
               ==:unreachable-dist:==         by ==99999==
               ==:dijkstra-max-iterations:==  by ==99999==
               ==:spof-incr-buckets:==        by ==100000==
               .
      **
      *    dijkstra algorithm in colbol
                          FILE STATUS IS PROG-STATUS.
           SELECT billfile ASSIGN TO BILLFILE
                          FILE STATUS IS PROG-STATUS.
           SELECT timetable ASSIGN TO TIMETABL
                          FILE STATUS IS PROG-STATUS.
           SELECT spofrpt ASSIGN TO SPOFRPT
                          FILE STATUS IS PROG-STATUS.
           SELECT orderin ASSIGN TO ORDERIN
                          FILE STATUS IS PROG-STATUS.
           SELECT ordresp ASSIGN TO ORDRESP
                          FILE STATUS IS PROG-STATUS.
           SELECT slatable ASSIGN TO SLATABLE
                          FILE STATUS IS PROG-STATUS.
           SELECT slarpt  ASSIGN TO SLARPT
                          FILE STATUS IS PROG-STATUS.
           SELECT graphksd ASSIGN TO GRAPHKSD
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                   RECORDING MODE IS F.
       01 fd-billfile-REC PIC X(80).

       FD timetable RECORD CONTAINS 80 CHARACTERS
                    RECORDING MODE IS F.
       01 fd-timetable-REC PIC X(80).

       FD spofrpt RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-spofrpt-REC PIC X(80).

       FD orderin RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-orderin-REC PIC X(80).

       FD ordresp RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-ordresp-REC PIC X(80).

       FD slatable RECORD CONTAINS 80 CHARACTERS
                   RECORDING MODE IS F.
       01 fd-slatable-REC PIC X(80).

       FD slarpt RECORD CONTAINS 80 CHARACTERS
                 RECORDING MODE IS F.
       01 fd-slarpt-REC PIC X(80).

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
           88 sysin-mode-components value 'C' 'c'.
           88 sysin-mode-nearest value 'N' 'n'.
           88 sysin-mode-roundtrip value 'B' 'b'.
           88 sysin-mode-earliest value 'E' 'e'.
           02 sysin-k pic 9(3) value 1.
           02 sysin-criterion pic x value space.
           88 sysin-crit-unset value space.
           02 sysin-via-name pic x(:node-name-len:)
                             occurs :sysin-max-vias:.
           02 sysin-rate-class pic x(8).
           *> earliest-arrival card: the clock time (hhmm) the
           *> consignment is ready at the origin, in the k column
           02 sysin-ready-time pic 9(4).
           02 sysin-ready-parts redefines sysin-ready-time.
              03 sysin-ready-hh pic 99.
              03 sysin-ready-mm pic 99.
           02 sysin-ready-flag pic x.
           88 sysin-ready-given value 'Y'.
           02 sysin-ready-min pic 9(5).
           *> dispatch order request: the order number carried onto
           *> every output of the request, the ship date the rate
           *> is taken on, and origin/destination by node id rather
           *> than by name
           02 sysin-order pic x(12).
           02 sysin-ship-date pic 9(8).
           02 sysin-id-flag pic x.
           88 sysin-ids-given value 'Y'.
           02 sysin-from-id pic 9(4).
           02 sysin-to-id pic 9(4).

       01 run-criterion.
           05 run-criterion-val pic x value 'D'.
           88 run-crit-distance value 'D' 'd' space.
           88 run-crit-time value 'T' 't'.
           *> earliest arrival against the timetable, in minutes
           88 run-crit-earliest value 'E' 'e'.
           *> the criteria that charge terminal handling time
           88 run-crit-handling value 'T' 't' 'E' 'e'.

       01 infile-defs.
           10 infile-rec pic x(80).
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
      *    zero on a graph no maintenance run has stamped yet. the
      *    version goes onto every audit, manifest trailer and
      *    billing record so a result can be tied to its network
       01 graph-stamp.
           05 graph-version pic 9(6) value 0.
           05 graph-built pic 9(8) value 0.

       01 b100-read-graph-data.
           05 b100-locals.
              10 b100-col pic 99.
              10 b100-lineno pic 9(5).
              10 b100-walk-flag pic x.
              88 b100-walk-done value 'X'.
              10 b100-pair-flag pic x.
              88 b100-pair-listed value 'Y'.

       01 b200-validate-data.
           05 b200-i pic 9(5).
           05 b200-id pic 9(4).
           05 b200-dup-count pic 9(4) value 0.
           05 b200-selfloop-count pic 9(4) value 0.
           05 b200-zeroweight-count pic 9(4) value 0.
           05 b200-orphan-count pic 9(4) value 0.
           05 b200-node-used pic x occurs :graph-max-nodes:.
           88 b200-node-is-used value 'Y'.
           05 b200-id-seen pic x occurs :graph-max-nodes:.
           88 b200-id-is-seen value 'Y'.

       01 dijkstra-algorith-states.
          10 dijkstra-state pic X.
           15 max-node-idx usage index.
           15 max-edge-idx usage index.
           15 num-nodes pic 9(4).
           15 graph-nodes OCCURS :graph-max-nodes: INDEXED BY nidx.
              20 graph-node-id   pic 9(:node-id-len:).
              20 graph-node-name pic x(:node-name-len:).
              *> terminal handling (sort/transfer) time, charged
              *> to a time-criterion route at every intermediate stop
              20 graph-node-handling pic 9(:edge-weight-len:).
           15 num-aliases pic 9(4).
           15 graph-aliases occurs 999 INDEXED BY aidx.
              20 graph-alias-name    pic x(:node-name-len:).
              20 graph-alias-node-id pic 9(4).
           15 graph-edges occurs :graph-max-edges: INDEXED BY eidx.
              20 graph-edge-from-idx usage index.
              20 graph-edge-from-id  pic 9(4).
              20 graph-edge-to-idx   usage index.
              88 graph-edge-undirected value 'U'.
              88 graph-edge-directed   value 'D'.
              20 graph-edge-time     pic 9(:edge-weight-len:).
           *> successor lists instead of a nodes x nodes matrix: one
           *> chain of entries per node, in ascending successor
           *> order so the relax step meets them in the order the
           *> old matrix row scan did
           15 graph-adjacency-lists.
              20 from-i pic 9(5).
              20 to-i pic 9(5).
              20 adj-i pic 9(5).
              20 adj-prev pic 9(5).
              20 num-adj-entries pic 9(5).
              20 adj-first-entry pic 9(5) occurs :graph-max-nodes:.
              20 adj-entries occurs :adj-max-entries:.
                 25 adj-to-subs pic 9(4).
                 25 adj-next-entry pic 9(5).
                 25 edge-idx usage index.
                 25 edge-existance pic x.
                 88 edge-exists value 'X'.
                 88 edge-doesnt-exists value space.
                 *> first timetabled departure on this direction of
                 *> the edge, zero for a link that is always open
                 25 adj-tt-first pic 9(5).

       01 d100-dijkstra-struc.
          10 d100-dijkstra-result.
                             indexed by d100-path-idx d100-max-path-idx.
              20 d100-res-id   pic 9(4).
              20 d100-res-name pic x(:node-name-len:).
              *> weight (or time) of the leg arriving at this entry
              20 d100-res-dist pic 9(:edge-weight-len:).
              20 d100-res-hand pic 9(:edge-weight-len:).
          *> clock times of an earliest-arrival result, entry for
          *> entry beside d100-res-path, in minutes from midnight of
          *> the ready day
          10 d100-res-sched occurs :graph-max-nodes:.
             15 d100-res-arr  pic 9(5).
             15 d100-res-wait pic 9(5).
             15 d100-res-dep  pic 9(5).
          *> one running distance and predecessor per node; a relax
          *> step only ever lowers them, so no history is kept
          10 d100-node occurs :graph-max-nodes:.
             15 d100-dist pic :start-dest-distance-type:.
             15 d100-pred-subs pic 9(4).
             *> departure taken on the leg into the node, under
             *> the earliest-arrival criterion
             15 d100-dep pic 9(5).
             15 d100-ready-flag pic x.
             88 d100-node-is-ready value 'Y'.
          10 d100-ready-nodes occurs :graph-max-nodes:
                              indexed by d100-ready-idx 
                                         d100-max-ready-idx.
             15 d100-ready-node-subs pic 9(4).
          *> one adjacency entry per direction per pair, so a node
          *> never has more successors than the graph has nodes
          10 d100-successor-nodes occurs :graph-max-nodes:
                              indexed d100-succ-idx d100-max-succ-idx.
             15 d100-succ-node-subs pic 9(4).
          10 d100-current-node-subs pic 9(4).
          10 d100-subs pic 9(5).
          10 d100-next-iteration pic :dijkstra-max-iterations:.

          10 d300-dijkstra-prep.

          10 d400-dijkstra-run-data.
             15 d400-dist      pic :start-dest-distance-type:.
             *> one digit over, so a sum past the largest distance
             *> is seen as no improvement instead of wrapping
             15 d400-new-dist  pic 9(6).
             15 d400-last-dist pic :start-dest-distance-type:.
             15 d400-tota-dist pic :start-dest-distance-type:.
             15 d400-last-subs pic 9(4).

          *> earliest-arrival relax step: every time is in minutes
          *> from midnight of the ready day; a timetabled departure
          *> runs every day at its clock time
          10 d410-timetable-relax-data.
             15 d410-ready     pic 9(6).
             15 d410-day       pic 9(3).
             15 d410-clock     pic 9(4).
             15 d410-dep       pic 9(6).
             15 d410-arr       pic 9(6).
             15 d410-cand-dep  pic 9(6).
             15 d410-cand-arr  pic 9(6).
             15 d410-tt-i      pic 9(5).

          10 d500-write-result-data.
             15 d500-output pic x(80).
             15 d500-output-ptr pic 99.
             15 d500-wait pic 9(4).

          10 d900-dijkstra-trace-local.
             15 d900-node-no pic 9(4).
             15 d900-node-name pic x(:node-name-len:).
             15 d900-output pic x(80).
             15 d900-out-dist pic zzzz9.
             15 d900-output-ptr pic 99.
             15 d900-output-ptr1 pic 99.
             15 d900-subs pic 9(4).

       01 d600-all-pairs-data.
          05 d600-source-idx pic 9(5).
          05 d600-worst-status pic 99.
          05 d600-saved-from pic x(:node-name-len:).
          05 d600-saved-to   pic x(:node-name-len:).

       01 d650-nearest-data.
          05 d650-count pic 9(3).
          05 d650-found pic 9(3).
          05 d650-i pic 9(5).
          05 d650-best-subs pic 9(4).
          05 d650-best-dist pic :start-dest-distance-type:.
          05 d650-cand-dist pic :start-dest-distance-type:
          05 d700-status pic x value space.
          88 d700-done value 'D'.
          05 d700-removed-edges
                     occurs :adj-max-entries:
                     indexed d700-rm-idx d700-max-rm-idx.
             10 d700-removed-entry pic 9(5).
          *> path 1, the plain shortest route, parked in the shape of
          *> d100-dijkstra-result before the later paths overwrite it
          05 d700-first-max pic 9(5).
          05 d700-first-result.
             10 d700-first-entry occurs :graph-max-nodes:.
                15 d700-first-id   pic 9(4).
                15 d700-first-name pic x(:node-name-len:).
                15 d700-first-leg  pic 9(:edge-weight-len:).
                15 d700-first-hand pic 9(:edge-weight-len:).

       01 b400-keyed-graph-data.
           05 b400-id-to-seq pic 9(4) occurs :graph-max-nodes:.
           05 b400-i pic 9(5).
           05 b400-seq pic 9(4).
           05 b400-read-flag pic x.
           88 b400-read-done value 'X'.
           05 b300-rec-status pic x.
           88 b300-rec-usable value space.
           88 b300-rec-bad value 'B'.
           05 b300-from-subs pic 9(4).
           05 b300-to-subs pic 9(4).
           05 b300-entry-flag pic x.
           88 b300-entry-open value 'Y'.
           *> the adjacency entries the closures in force took out
           *> of service, so a route can be tried again without them
           05 b300-closed-count pic 9(5).
           05 b300-closed-entry pic 9(5) occurs :adj-max-entries:.

       01 b500-timetable-data.
           05 b500-lineno pic 9(5).
           05 b500-from-id pic 9(4).
           05 b500-to-id pic 9(4).
           05 b500-dep-time pic 9(4).
           05 b500-dep-parts redefines b500-dep-time.
              10 b500-dep-hh pic 99.
              10 b500-dep-mm pic 99.
           05 b500-run pic 9(:edge-weight-len:).
           05 b500-rec-status pic x.
           88 b500-rec-usable value space.
           88 b500-rec-bad value 'B'.
           05 b500-dep-count pic 9(5).
           05 b500-departures occurs :tt-max-departures:.
              *> minute of the day the departure leaves at
              10 b500-tt-clock pic 9(4).
              10 b500-tt-run pic 9(:edge-weight-len:).
              10 b500-tt-next pic 9(5).

       01 d800-components-data.
          05 d800-comp-count pic 9(4).
          05 d800-i pic 9(5).
          05 d800-j pic 9(5).
          *> component numbers as reported, four digits
          05 d800-comp-a pic 9(4).
          05 d800-comp-b pic 9(4).
          05 d800-member-count pic 9(4).
          05 d800-changed pic x.
          88 d800-spread value 'Y'.
           05 q110-new-entry.
              *> refactor queue and tree the type is too strict
              10 q110-new-entry-id pic 9(4). *> pay attation on the type 
              10 q110-new-entry-weight pic :start-dest-distance-type:.
           05 q120-result-struc.
              15 q120-result pic x.
              88 q120-result-ok value 'x'.
              88 q120-result-q-empty value 'e'.
              15 q120-next-entry.
                 25 q120-next-entry-id pic 9(4).
                 25 q120-next-entry-weight
                                  pic :start-dest-distance-type:.

       01 z100-search-node-by-name.
          05 z100-search-nd-nme pic x(:node-name-len:).
          05 z100-i pic 9(5).
          05 z100-res-node-id pic 9(4).
          05 z100-res-node-subscript pic 9(4).
          05 z100-res-node-idx usage index.
          05 z100-match-count pic 9(4).
          05 z100-match-id pic 9(4).

       01 z200-search-node-by-id.
          05 z200-search-nd-id pic 9(4).
          05 z200-res-node-subscript pic 9(4).
          05 z200-res-node-idx usage index.

       01 z300-display-adj-lists.
          05 z300-output pic x(80).
          05 z300-name   pic x(5).
          05 z300-weight pic 9(5) usage display.
          05 z300-ptr pic 99.
          05 z300-hline-len pic 99.
       
             15 z400-total-len pic 99.


      *    minutes from midnight of the ready day as ddhhmm
       01 z600-format-clock-data.
          05 z600-minutes pic 9(5).
          05 z600-day pic 99.
          05 z600-rest pic 9(4).
          05 z600-hh pic 99.
          05 z600-mm pic 99.
          05 z600-clock pic 9(6).

       01 z900-display-hline-struc.
          10 z900-interface-vars.
             15 z900-line-len pic 99.
             15 z900-output pic x(80).
       
       01 s100-stack-struc.
           05 s100-stack occurs :tree-max-entries:
                         indexed s100-top-idx s100-bottom-idx. 
              10 s100-stack-elem pic 9(5).
       01 s110-elem pic 9(5).
       01 s120-elem pic 9(5).
       01 s130-stack-empty-val pic x.
       88 s130-stack-empty value 'Y'.
       88 s130-stack-not-empty value 'N'.
             15 r110-ret-irnd pic 9(:maxlen:) value zeroes.

       01 t100-binary-tree-struc.
           05 t100-root pic 9(5).
           05 t100-next-free-pos pic 9(5) value 0.
           *> every relax step may enqueue, so the tree is sized to
           *> the adjacency entries, not to the nodes
           05 t100-bt occurs :tree-max-entries:.
              10 t100-bt-entry.
                 15 t100-entry-id pic 9(4).
                 15 t100-entry-weight pic :start-dest-distance-type:.
              10 t100-bt-left pic 9(5) value 0.
              10 t100-bt-right pic 9(5) value 0.
              
       01 t110-bt-insert-struc.
          10 t110-bt-in-parms.
             15 t110-entry-id pic 9(4).
             15 t110-entry-weight pic :start-dest-distance-type:.
          10 t110-bt-local.
             15 t110-cur-nd pic 9(5).
             15 t110-last-nd pic 9(5).
             15 t110-do-insert-flag pic x.
             88 t110-do-insert value 'x'.
             88 t110-dont-insert value '-'.
             88 t120-result-ok value 'x'.
             88 t120-result-not-found value 'n'.
          10 t120-bt-locals.
             15 t120-cur-pos pic 9(5).
             15 t120-del-elem-pos pic 9(5).
             15 t120-next-pos pic 9(5).
             15 t120-found-pos pic 9(5).
             10 t120-bt-node.
               20 t120-bt-entry.
                  25 t120-entry-id pic 9(4).
                  25 t120-entry-weight pic :start-dest-distance-type:.
               20 t120-bt-left pic 9(5) value 0.
               20 t120-bt-right pic 9(5) value 0.

       01 t130-bt-pop-min-struc.
          10 t130-bt-pop-min-result-data.
             15 t130-entry-id pic 9(4).
             15 t130-entry-weight pic :start-dest-distance-type:.
          10 t130-bt-pop-min-result pic x.
          88 t130-bt-pop-min-res-ok value 'x'.
          88 t130-bt-pop-min-res-not-found value 'n'.
          10 t130-bt-locals.
             15 t130-cur-pos pic 9(5).
             15 t130-prev-pos pic 9(5).
             15 t130-found-pos pic 9(5).

       01 t910-pos pic 9(5).

       01 t990-pos pic 9(5).

       01 a010-options.
           05 a010-opt-trace pic x value 'N'.
           88 a010-opt-compare-on value 'Y' 'y'.
           05 a010-opt-forecast pic 99 value 0.
           88 a010-opt-forecast-on value 1 thru 99.
           05 a010-opt-spof pic x value 'N'.
           88 a010-opt-spof-on value 'Y'.
           05 a010-opt-spof-tol pic 9(5) value 0.
           05 a010-opt-orders pic x value 'N'.
           88 a010-opt-orders-on value 'Y' 'y'.
           05 a010-key pic x(20).
           05 a010-val pic x(20).

       01 a075-via-data.
           05 a075-leg pic 9.
           05 a075-leg-count pic 9.
           05 a075-total-dist pic 9(6).
           05 a075-saved-from pic x(:node-name-len:).
           05 a075-saved-to   pic x(:node-name-len:).
           05 a075-leg-from pic x(:node-name-len:).
           05 a075-leg-to   pic x(:node-name-len:).
           05 a075-n pic 9(5).
           05 a075-i pic 9(5).
           05 a075-j pic 9(5).
           05 a075-comb-count pic 9(4).
           05 a075-comb occurs :graph-max-nodes:.
              10 a075-comb-id   pic 9(4).
              10 a075-comb-name pic x(:node-name-len:).
              10 a075-comb-dist pic 9(:edge-weight-len:).
              10 a075-comb-hand pic 9(:edge-weight-len:).

       01 a078-roundtrip-data.
           05 a078-out-dist pic :start-dest-distance-type:.
           05 a078-ret-dist pic :start-dest-distance-type:.
           05 a078-comb-dist pic 9(6).
           05 a078-saved-from pic x(:node-name-len:).
           05 a078-saved-to   pic x(:node-name-len:).
           05 a078-out-max pic 9(5).
           05 a078-ret-max pic 9(5).
           *> same shape as d100-dijkstra-result, so each direction's
           *> path can be parked and handed back as a group move
           05 a078-out-result.
              10 a078-out-entry occurs :graph-max-nodes:.
                 15 a078-out-id   pic 9(4).
                 15 a078-out-name pic x(:node-name-len:).
                 15 a078-out-leg  pic 9(:edge-weight-len:).
                 15 a078-out-hand pic 9(:edge-weight-len:).
           05 a078-ret-result.
              10 a078-ret-entry occurs :graph-max-nodes:.
                 15 a078-ret-id   pic 9(4).
                 15 a078-ret-name pic x(:node-name-len:).
                 15 a078-ret-leg  pic 9(:edge-weight-len:).
                 15 a078-ret-hand pic 9(:edge-weight-len:).
           05 a078-output pic x(80).
           05 a078-output-ptr pic 99.

           05 a300-work-sig pic x(40).
           05 a300-sig-ptr pic 99.
           05 a300-verdict pic x(15).
           05 a300-i pic 9(5).
           05 a300-output pic x(80).
           05 a300-output-ptr pic 99.
           05 a300-live-version pic 9(6).
           05 a300-live-built pic 9(8).

       01 f100-forecast-data.
           05 f100-run-int pic 9(7).
           05 f100-horizon-date pic 9(8).
           05 f100-closure-count pic 9(4).
           05 f100-impact-count pic 9(4).
           05 f100-edge-subs pic 9(5).
           05 f100-i pic 9(5).
           05 f100-n pic 9(5).
           05 f100-fwd-entry pic 9(5).
           05 f100-rev-entry pic 9(5).
           05 f100-fwd-flag pic x.
           05 f100-rev-flag pic x.
           05 f100-output pic x(80).
           05 f100-output-ptr pic 99.

      *    critical-link analysis: an undirected view of the links
      *    in service for the cut search, the search's per-node
      *    state, and what each link's or node's loss costs
       01 v100-critical-link-data.
           05 v100-pass-flag pic x value 'N'.
           88 v100-pass-active value 'Y'.
           05 v100-search-flag pic x.
           88 v100-search-done value 'Y'.
           05 v100-from-subs pic 9(4).
           05 v100-targets-left pic 9(5).
           05 v100-i pic 9(5).
           05 v100-e pic 9(5).
           05 v100-j pic 9(5).
           05 v100-k pic 9(5).
           05 v100-m pic 9(5).
           05 v100-n pic 9(5).
           05 v100-edge-count pic 9(5).
           05 v100-touched-count pic 9(5).
           05 v100-a pic 9(4).
           05 v100-b pic 9(4).
           05 v100-r pic 9(4).
           05 v100-u pic 9(4).
           05 v100-w pic 9(4).
           05 v100-p pic 9(4).
           05 v100-x pic 9(4).
           05 v100-cost pic 9(6).
           05 v100-cost-in pic 9(6).
           05 v100-incr pic 9(5).
           05 v100-detour-flag pic x.
           88 v100-no-detour value 'Y'.
           05 v100-time pic 9(5).
           05 v100-sp pic 9(5).
           05 v100-inc-count pic 9(5).
           05 v100-piece-count pic 9(5).
           05 v100-rm-count pic 9(5).
           05 v100-num-links pic 9(5).
           05 v100-bridge-count pic 9(5).
           05 v100-artic-count pic 9(5).
           05 v100-over-links pic 9(5).
           05 v100-over-nodes pic 9(5).
           05 v100-zero-count pic 9(5).
           05 v100-comp-size pic 9(5).
           05 v100-side pic 9(5).
           05 v100-rest pic 9(5).
           05 v100-largest pic 9(5).
           05 v100-skip-child pic 9(4).
           05 v100-lo pic 9(5).
           05 v100-hi pic 9(5).
           05 v100-in-piece-flag pic x.
           88 v100-in-piece value 'Y'.
           05 v100-pairs pic 9(9).
           05 v100-listed pic 9(5).
           05 v100-more pic 9(5).
           05 v100-rank pic 9(5).
           05 v100-best pic 9(5).
           05 v100-bucket pic 9(6).
           05 v100-name-a pic x(20).
           05 v100-name-b pic x(20).
           05 v100-output pic x(80).
           05 v100-output-ptr pic 99.
           05 v100-node occurs :graph-max-nodes:.
              10 v100-target-flag pic x.
              88 v100-is-target value 'Y'.
              10 v100-through pic 9(6).
              10 v100-inc-first pic 9(5).
              *> the cut search: discovery number, lowest number
              *> reachable from the subtree, tree parent and the link
              *> to it, subtree size, and the next incidence to try
              10 v100-disc pic 9(5).
              10 v100-low pic 9(5).
              10 v100-parent pic 9(4).
              10 v100-parent-edge pic 9(5).
              10 v100-size pic 9(5).
              10 v100-root pic 9(4).
              10 v100-iter pic 9(5).
              *> subtrees that hang on this node alone
              10 v100-piece-first pic 9(5).
              10 v100-pieces pic 9(5).
              10 v100-artic-flag pic x.
              88 v100-is-artic value 'Y'.
              10 v100-piece-sum pic 9(5).
              10 v100-piece-sumsq pic 9(9).
              10 v100-node-incr pic 9(5).
              10 v100-node-flag pic x.
              88 v100-node-no-detour value 'Y'.
              *> node subscript by discovery number, and the stack
              10 v100-order pic 9(4).
              10 v100-stack pic 9(4).
              *> nodes the last search reached, reset for the next
              10 v100-touched pic 9(4).
           05 v100-inc occurs :adj-max-entries:.
              10 v100-inc-node pic 9(4).
              10 v100-inc-edge pic 9(5).
              10 v100-inc-next pic 9(5).
           05 v100-piece occurs :graph-max-nodes:.
              10 v100-piece-child pic 9(4).
              10 v100-piece-next pic 9(5).
           05 v100-edge occurs :graph-max-edges:.
              *> the adjacency entries riding on the edge, one per
              *> direction in service, and its end node subscripts
              10 v100-arc1 pic 9(5).
              10 v100-arc2 pic 9(5).
              10 v100-edge-a pic 9(4).
              10 v100-edge-b pic 9(4).
              10 v100-bridge-child pic 9(4).
              10 v100-edge-incr pic 9(5).
              10 v100-edge-flag pic x.
              88 v100-edge-no-detour value 'Y'.
              10 v100-incr-next pic 9(5).
           *> links chained by distance increase, for the ranking
           05 v100-incr-first pic 9(5) occurs :spof-incr-buckets:.
           05 v100-removed occurs :adj-max-entries:.
              10 v100-rm-entry pic 9(5).
              10 v100-rm-from pic 9(4).
           05 v100-crit-count pic 9(5).
           05 v100-crit occurs :adj-max-entries:.
              10 v100-crit-kind pic x.
              88 v100-crit-link value 'L'.
              88 v100-crit-node value 'N'.
              10 v100-crit-item pic 9(5).
              10 v100-crit-pairs pic 9(9).
              10 v100-crit-incr pic 9(5).
              10 v100-crit-done pic x.
              88 v100-crit-ranked value 'Y'.

       01 a090-summary-data.
           05 a090-requests-read pic 9(5) value 0.
           05 a090-requests-ok pic 9(5) value 0.
       01 a080-audit-data.
           05 a080-output pic x(80).
           05 a080-output-ptr pic 99.
           05 a080-name-max pic 99.
           05 a080-dep-clock pic 9(6).
           05 a080-arr-clock pic 9(6).

       01 a100-locals.
           05 a100-i pic 9(3).
                                occurs :graph-max-edges:.
           05 u100-done-flag pic x occurs :graph-max-edges:.
           88 u100-edge-done value 'Y'.
           *> the edges the deck rode on, in edge order; only these
           *> are ranked, a big network mostly sits idle in a run
           05 u100-used-edge pic 9(5) occurs :graph-max-edges:.
           05 u100-used-count pic 9(5).
           05 u100-j pic 9(5).
           05 u100-n pic 9(5).
           05 u100-i pic 9(5).
           05 u100-rank pic 9(5).
           05 u100-best pic 9(5).
           05 u100-best-count pic 9(5).
           05 u100-hits pic 9(5).
           05 u100-output pic x(80).
           05 u100-output-ptr pic 99.

              10 m100-l-weight pic 9(:edge-weight-len:).
              10 m100-l-time pic 9(:edge-weight-len:).
              10 m100-l-cum pic 9(5).
              *> handling time at the leg's origin stop, counted in
              *> the cumulative figure under the T criterion
              10 m100-l-handling pic 9(:edge-weight-len:).
              *> earliest-arrival legs only: departure and arrival
              *> as ddhhmm (day of travel, clock) and the wait at the
              *> leg's origin stop before the departure, in minutes
              10 m100-l-dep pic 9(6).
              10 m100-l-arr pic 9(6).
              10 m100-l-wait pic 9(4).
              10 m100-l-order pic x(12).
              10 filler pic x(21).
           05 m100-trailer-rec.
              10 m100-t-type pic x.
              10 m100-t-lineno pic 9(5).
              10 m100-t-legs pic 9(3).
              10 m100-t-total pic 9(5).
              10 m100-t-status pic 99.
              10 m100-t-version pic 9(6).
              10 m100-t-order pic x(12).
              10 filler pic x(46).

      *    carrier rate table and billing extract: rates and minimum
      *    charges are whole cents, priced off the request's total
           88 p100-bill-open value 'Y'.
           05 p100-curdate pic x(21).
           05 p100-run-date pic 9(8).
           05 p100-price-date pic 9(8).
           05 p100-lineno pic 9(5).
           05 p100-count pic 9(3) value 0.
           05 p100-rate-tab occurs 99.
              10 p100-b-rate pic 9(5).
              10 p100-b-min pic 9(7).
              10 p100-b-charge pic 9(9).
              10 p100-b-version pic 9(6).
              10 p100-b-order pic x(12).
              10 filler pic x(21).

      *    dispatch order interface: one fixed-layout order per
      *    record in place of the csv request card, and one
      *    accept/reject response per order back to dispatch
       01 o100-order-data.
           05 o100-order-rec.
              10 o100-o-order pic x(12).
              10 o100-o-ship-date pic x(8).
              10 o100-o-ship-num redefines o100-o-ship-date
                                 pic 9(8).
              10 o100-o-ship-parts redefines o100-o-ship-date.
                 15 o100-o-ship-yyyy pic 9(4).
                 15 o100-o-ship-mm pic 99.
                 15 o100-o-ship-dd pic 99.
              10 o100-o-from-id pic x(4).
              10 o100-o-from-num redefines o100-o-from-id pic 9(4).
              10 o100-o-to-id pic x(4).
              10 o100-o-to-num redefines o100-o-to-id pic 9(4).
              10 o100-o-rate-class pic x(8).
              10 o100-o-criterion pic x.
              10 filler pic x(43).
           05 o100-resp-rec.
              10 o100-r-order pic x(12).
              10 o100-r-lineno pic 9(5).
              *> A accepted and routed, R rejected
              10 o100-r-action pic x.
              10 o100-r-status pic 99.
              10 o100-r-crit pic x.
              10 o100-r-total pic 9(5).
              10 o100-r-version pic 9(6).
              10 o100-r-reason pic x(40).
              10 filler pic x(8).
           05 o100-reason pic x(30).
           05 o100-len pic 99.
           05 o100-spaces pic 99.
           05 o100-commas pic 99.
           05 o100-open-status pic 99.
           05 o100-from-status pic 99.
           05 o100-to-status pic 99.
           05 o100-accepted pic 9(5) value 0.
           05 o100-rejected pic 9(5) value 0.

      *    service-level commitments: the committed distance and/or
      *    time per origin/destination lane, several records per lane
      *    allowed by effective date as in the rate table, and what a
      *    routed request measured against the one in force
       01 l100-sla-data.
           05 l100-table-flag pic x value 'N'.
           88 l100-table-loaded value 'Y'.
           05 l100-rpt-flag pic x value 'N'.
           88 l100-rpt-open value 'Y'.
           05 l100-curdate pic x(21).
           05 l100-run-date pic 9(8).
           05 l100-check-date pic 9(8).
           05 l100-lineno pic 9(5).
           05 l100-count pic 9(4) value 0.
           05 l100-lane-tab occurs 999.
              10 l100-from-id pic 9(4).
              10 l100-to-id pic 9(4).
              10 l100-from-name pic x(12).
              10 l100-to-name pic x(12).
              10 l100-dist-flag pic x.
              88 l100-has-dist value 'Y'.
              10 l100-dist pic 9(5).
              10 l100-time-flag pic x.
              88 l100-has-time value 'Y'.
              10 l100-time pic 9(5).
              10 l100-effdate pic 9(8).
              10 l100-seen-flag pic x.
              88 l100-lane-seen value 'Y'.
           *> one digit over the table size, so a sweep of a full
           *> table can step past the last entry and stop
           05 l100-i pic 9(4).
           05 l100-j pic 9(4).
           05 l100-k pic 9(5).
           05 l100-found pic 9(4).
           05 l100-best-date pic 9(8).
           05 l100-req-from-id pic 9(4).
           05 l100-req-to-id pic 9(4).
           05 l100-lane-flag pic x.
           88 l100-lane-known value 'Y'.
           05 l100-swap-id pic 9(4).
           05 l100-leg-flag pic x.
           88 l100-leg-return value 'R'.
           05 l100-saved-from pic x(:node-name-len:).
           05 l100-saved-to pic x(:node-name-len:).
           05 l100-walk-dist pic 9(6).
           05 l100-walk-time pic 9(6).
           05 l100-act-dist pic 9(6).
           05 l100-act-time pic 9(6).
           05 l100-open-dist pic 9(6).
           05 l100-open-time pic 9(6).
           05 l100-dist-breach-flag pic x.
           88 l100-dist-breached value 'Y'.
           05 l100-time-breach-flag pic x.
           88 l100-time-breached value 'Y'.
           05 l100-measure pic x(4).
           05 l100-commit pic 9(5).
           05 l100-actual pic 9(6).
           05 l100-open pic 9(6).
           05 l100-over pic 9(6).
           05 l100-closure pic x(3).
           05 l100-checked pic 9(5) value 0.
           05 l100-breaches pic 9(5) value 0.
           05 l100-unrequested pic 9(4).
           05 l100-rec-status pic x.
           88 l100-rec-usable value space.
           88 l100-rec-bad value 'B'.
           05 l100-output pic x(80).
           05 l100-output-ptr pic 99.

       LINKAGE SECTION. 
       01  PARM-BUFFER.
                       perform a900-write-read-error
                       move prog-status to a000-run-status
                    else
                       perform a087-write-graph-version
      *                perform z300-display-adj-lists-proc
                       perform b300-apply-closures
                       perform b500-load-timetable
                       perform p100-load-rate-table
                       perform l100-load-sla-table
                       perform a051-open-request-input
                       if PROG-STATUS = 0
                          if a010-opt-restart-on
                             open extend auditlog
                             perform a050-process-requests
                             move prog-status to a000-run-status
                             perform a200-write-run-summary
                             if l100-rpt-open
                                perform l300-write-sla-summary
                             end-if
                             close auditlog
                             if a010-opt-forecast-on
                                *> must run while the live graph is
                                *> proposed one
                                perform f100-forecast-pass
                             end-if
                             if a010-opt-spof-on
                                *> the live graph as well, with the
                                *> closures in force today
                                perform v100-critical-link-pass
                             end-if
                             if a010-opt-compare-on
                                perform a300-compare-pass
                             end-if
                          else
                             move prog-status to a000-run-status
                          end-if
                          perform a059-close-request-input
                       else
                          move prog-status to a000-run-status
                       end-if
                 if p100-bill-open
                    close billfile
                 end-if
                 if l100-rpt-open
                    close slarpt
                 end-if
                 close manifest
                 close outfile
              else
                          display "WARNING: FORECAST= wants 1 to 99 "
                                  "days, option ignored"
                       end-if
                    when a010-key(1:6) = "ORDERS"
                       move a010-val(1:1) to a010-opt-orders
                    when a010-key(1:4) = "SPOF"
                       move spaces to z400-in-string
                       move a010-val to z400-in-string
                       perform z400-trim-string
                       if z400-out-len > 0 and z400-out-len <= 5
                             and z400-in-string(z400-out-start-ptr
                                               :z400-out-len)
                                 is numeric
                          move z400-in-string(z400-out-start-ptr
                                             :z400-out-len)
                            to a010-opt-spof-tol
                          set a010-opt-spof-on to true
                       else
                          display "WARNING: SPOF= wants a tolerance "
                                  "of 0 to 99999, option ignored"
                       end-if
                    when other
                       continue
                 end-evaluate
           move 1 to a090-output-ptr
           string "LINE "          DELIMITED BY SIZE
                  a050-lineno      DELIMITED BY SIZE
             into a090-output WITH POINTER a090-output-ptr
           end-string
           if sysin-order not = spaces
              string " ORDER "     DELIMITED BY SIZE
                     sysin-order   DELIMITED BY SPACE
                into a090-output WITH POINTER a090-output-ptr
              end-string
           end-if
           string " FROM "         DELIMITED BY SIZE
             into a090-output WITH POINTER a090-output-ptr
           end-string
           move spaces to z400-in-string
           end-if
           INITIALIZE FILE-STATUS
           perform until FILE-STATUS-EOF
              perform a052-read-request
              if FILE-STATUS-EOF
                 continue
              else
                 add 1 to a050-lineno
                 if a050-lineno <= a045-restart-lineno
                    *> already completed by the run that failed
                    continue
                 else
                    set a050-request-ok to true
                    move 0 to prog-status
                    move 0 to d400-tota-dist
                    move 0 to m100-leg-seq
                    add 1 to a090-requests-read
                    move 'N' to a090-err-flag
                    perform a053-parse-request
                    if a050-request-ok
                       perform a070-run-request
                    end-if
                    move prog-status to a050-status-code
                    if a050-status-code > 0
                       add 1 to a090-requests-failed
                       if a050-status-code <= 99
                          add 1 to a090-status-count
                                   (a050-status-code)
                       end-if
                       perform a910-dikstra-error
                    else
                       add 1 to a090-requests-ok
                    end-if
                    perform a080-write-audit-record
                    perform m120-write-manifest-trailer
                    move spaces to p100-msg
                    if p100-table-loaded
                       perform p110-price-request
                    end-if
                    if a010-opt-orders-on
                       perform o130-write-order-response
                    end-if
                    if a010-opt-compare-on or a010-opt-forecast-on
                       perform a305-capture-request
                    end-if
                    if l100-table-loaded
                       perform l200-check-sla
                    end-if
                    if a050-status-code > a050-worst-status
                       move a050-status-code to a050-worst-status
                    end-if
                    perform a055-write-checkpoint
                 end-if
              end-if
           end-perform
           move a050-worst-status to prog-status
           continue.

      *    the requests come from the csv card deck, or under
      *    ORDERS=Y from the dispatch order file, which answers with
      *    a response file of its own
       a051-open-request-input section.
           if a010-opt-orders-on
              open input orderin
              if PROG-STATUS = 0
                 if a010-opt-restart-on
                    open extend ordresp
                 else
                    open output ordresp
                 end-if
                 if PROG-STATUS not = 0
                    display "ERROR: order response file not "
                            "writable, status " PROG-STATUS
                    move PROG-STATUS to o100-open-status
                    close orderin
                    move o100-open-status to PROG-STATUS
                 end-if
              end-if
           else
              open input sysin-file
           end-if
           continue.

       a052-read-request section.
           if a010-opt-orders-on
              read orderin into o100-order-rec
                 at end
                    set FILE-STATUS-EOF to true
              end-read
           else
              read sysin-file into fd-sysin-rec
                 at end
                    set FILE-STATUS-EOF to true
              end-read
           end-if
           continue.

       a053-parse-request section.
           if a010-opt-orders-on
              perform o110-parse-order-request
           else
              perform a060-parse-sysin-request
           end-if
           continue.

      *    the planning passes read the requests a second time
       a056-reopen-request-input section.
           if a010-opt-orders-on
              close orderin
              open input orderin
           else
              close sysin-file
              open input sysin-file
           end-if
           continue.

       a059-close-request-input section.
           if a010-opt-orders-on
              close orderin
              close ordresp
           else
              close sysin-file
           end-if
           continue.

      *    pick up the last completed sysin line number and the worst
      *    status sofar from the checkpoint a failed run left behind;
      *    a missing checkpoint file simply means a cold start
           move 0 to prog-status
           continue.

      *    the network the run is computed on, as its maintenance
      *    run stamped it
       a087-write-graph-version section.
           display "GRAPH VERSION " graph-version " BUILT " graph-built
           if a090-rpt-open
              move spaces to a090-output
              move 1 to a090-output-ptr
              if graph-version = 0
                 string "GRAPH VERSION: NOT STAMPED" DELIMITED BY SIZE
                   into a090-output WITH POINTER a090-output-ptr
                 end-string
              else
                 string "GRAPH VERSION: "   DELIMITED BY SIZE
                        graph-version       DELIMITED BY SIZE
                        "  BUILT "          DELIMITED BY SIZE
                        graph-built         DELIMITED BY SIZE
                   into a090-output WITH POINTER a090-output-ptr
                 end-string
              end-if
              write fd-runrpt-rec from a090-output
           end-if
           continue.

      *    readable text for the status code family so operations
      *    does not have to grep sysout for the matching display
       a098-format-status-message section.
                into a090-output WITH POINTER a090-output-ptr
              end-string
              write fd-runrpt-rec from a090-output
              if a010-opt-orders-on
                 move spaces to a090-output
                 move 1 to a090-output-ptr
                 string "ORDERS ACCEPTED:    " DELIMITED BY SIZE
                        o100-accepted          DELIMITED BY SIZE
                   into a090-output WITH POINTER a090-output-ptr
                 end-string
                 write fd-runrpt-rec from a090-output
                 move spaces to a090-output
                 move 1 to a090-output-ptr
                 string "ORDERS REJECTED:    " DELIMITED BY SIZE
                        o100-rejected          DELIMITED BY SIZE
                   into a090-output WITH POINTER a090-output-ptr
                 end-string
                 write fd-runrpt-rec from a090-output
              end-if
              if l100-table-loaded
                 move spaces to a090-output
                 move 1 to a090-output-ptr
                 string "SLA ROUTES CHECKED: " DELIMITED BY SIZE
                        l100-checked           DELIMITED BY SIZE
                   into a090-output WITH POINTER a090-output-ptr
                 end-string
                 write fd-runrpt-rec from a090-output
                 move spaces to a090-output
                 move 1 to a090-output-ptr
                 string "SLA BREACHES:       " DELIMITED BY SIZE
                        l100-breaches          DELIMITED BY SIZE
                   into a090-output WITH POINTER a090-output-ptr
                 end-string
                 write fd-runrpt-rec from a090-output
              end-if
              if a090-requests-failed > 0
                 move "FAILURES BY STATUS:" to fd-runrpt-rec
                 write fd-runrpt-rec
           if u100-n > 0
              subtract 1 from u100-n
           end-if
           move 0 to u100-used-count
           perform varying u100-i from 1 by 1
                     until u100-n < u100-i
              move space to u100-done-flag(u100-i)
              if u100-use-count(u100-i) > 0
                 add 1 to u100-used-count
                 move u100-i to u100-used-edge(u100-used-count)
              end-if
           end-perform
           move 0 to u100-hits
           perform varying u100-rank from 1 by 1
                     until u100-rank > u100-used-count
              move 0 to u100-best
              move 0 to u100-best-count
              perform varying u100-j from 1 by 1
                        until u100-used-count < u100-j
                 move u100-used-edge(u100-j) to u100-i
                 if not u100-edge-done(u100-i)
                       and u100-use-count(u100-i) > u100-best-count
                    move u100-use-count(u100-i) to u100-best-count
              display "COMPARE: proposed graph file not available, "
                      "status " PROG-STATUS
           else
              *> the proposed file brings its own stamp; keep the
              *> live one for the delta report heading
              move graph-version to a300-live-version
              move graph-built to a300-live-built
              set a300-graph2-active to true
              perform b100-read-graph
              close infile2
                    display "COMPARE: proposed graph fails validation"
                 else
                    perform b300-apply-closures
                    perform b500-load-timetable
                    perform a310-compare-requests
                 end-if
              end-if
              write fd-cmprpt-rec
              move "--------------------------" to fd-cmprpt-rec
              write fd-cmprpt-rec
              move spaces to a300-output
              move 1 to a300-output-ptr
              string "LIVE GRAPH VERSION "     DELIMITED BY SIZE
                     a300-live-version         DELIMITED BY SIZE
                     " BUILT "                 DELIMITED BY SIZE
                     a300-live-built           DELIMITED BY SIZE
                into a300-output WITH POINTER a300-output-ptr
              end-string
              write fd-cmprpt-rec from a300-output
              move spaces to a300-output
              move 1 to a300-output-ptr
              string "PROPOSED GRAPH VERSION " DELIMITED BY SIZE
                     graph-version             DELIMITED BY SIZE
                     " BUILT "                 DELIMITED BY SIZE
                     graph-built               DELIMITED BY SIZE
                into a300-output WITH POINTER a300-output-ptr
              end-string
              write fd-cmprpt-rec from a300-output
              perform a056-reopen-request-input
              if PROG-STATUS = 0
                 *> the request error hook already reported pass one;
                 *> a planning pass must not add to the run report
                 move 0 to a050-lineno
                 INITIALIZE FILE-STATUS
                 perform until FILE-STATUS-EOF
                    perform a052-read-request
                    if not FILE-STATUS-EOF
                       add 1 to a050-lineno
                       perform a315-compare-one-request
                    end-if
                 end-perform
              else
                 display "COMPARE: request deck not re-readable, "
           set a050-request-ok to true
           move 0 to prog-status
           move 0 to d400-tota-dist
           perform a053-parse-request
           move spaces to a300-verdict
           if a050-lineno > :graph-max-nodes:
                 or not a300-req-is-route(a050-lineno)
           continue.

      *    one upcoming closure: knock its edge out of the adjacency
      *    lists, re-route the deck, then put the edge back
       f110-forecast-one-closure section.
           *> judge existence against the loaded edge table, not the
           *> adjacency lists: a closure already in force today has
           *> its adjacency entry suppressed, and a future window on
           *> the same edge (a closure extension) must still be forecast
           perform f115-find-closure-edge
           if f100-edge-subs not = 0
              add 1 to f100-closure-count
              *> park the current entry flags so the restore puts
              *> back exactly what today's closures left in place
              perform b325-find-closure-entry
              move adj-i to f100-fwd-entry
              if f100-fwd-entry not = 0
                 move edge-existance(f100-fwd-entry) to f100-fwd-flag
                 set edge-doesnt-exists(f100-fwd-entry) to true
              end-if
              move 0 to f100-rev-entry
              if graph-edge-undirected(f100-edge-subs)
                 move b300-to-subs to from-i
                 move b300-from-subs to to-i
                 perform z500-find-adj-entry
                 move adj-i to f100-rev-entry
                 if f100-rev-entry not = 0
                    move edge-existance(f100-rev-entry)
                      to f100-rev-flag
                    set edge-doesnt-exists(f100-rev-entry) to true
                 end-if
              end-if
              move spaces to f100-output
              move 1 to f100-output-ptr
              end-string
              write fd-fcstrpt-rec from f100-output
              perform f120-forecast-deck
              *> restore the entries before the next closure is
              *> tried; the entry numbers survive the deck pass
              if f100-fwd-entry not = 0
                 move f100-fwd-flag to edge-existance(f100-fwd-entry)
              end-if
              if f100-rev-entry not = 0
                 move f100-rev-flag to edge-existance(f100-rev-entry)
              end-if
           else
              display "FORECAST: upcoming closure names unknown edge "
           continue.

       f120-forecast-deck section.
           perform a056-reopen-request-input
           if PROG-STATUS = 0
              *> the request error hook already reported pass one;
              *> a forecast pass must not add to the run report
              move 0 to a050-lineno
              INITIALIZE FILE-STATUS
              perform until FILE-STATUS-EOF
                 perform a052-read-request
                 if not FILE-STATUS-EOF
                    add 1 to a050-lineno
                    perform f130-forecast-one-request
                 end-if
              end-perform
           else
              display "FORECAST: request deck not re-readable, "
           set a050-request-ok to true
           move 0 to prog-status
           move 0 to d400-tota-dist
           perform a053-parse-request
           move spaces to a300-verdict
           if a050-lineno <= :graph-max-nodes:
                 and a300-req-is-route(a050-lineno)
           move space to sysin-criterion
           move 0 to sysin-via-count
           move spaces to sysin-rate-class
           move 0 to sysin-ready-time
           move 0 to sysin-ready-min
           move 'N' to sysin-ready-flag
           move spaces to sysin-order
           move 0 to sysin-ship-date
           move 'N' to sysin-id-flag
           move 0 to sysin-from-id
           move 0 to sysin-to-id
           move 1 to a060-col
           perform varying c100-cidx from 1 by 1
                     until c100-cidx > c100-max-cidx
                      perform a065-err-sysin-request-invalid
                   end-if
                 when 3 *> mode column: R=route (default), A=all-pairs,
                        *> C=connected components, E=earliest arrival
                        *> by the timetable
                   if c100-out-len(c100-cidx) = 1
                      move fd-sysin-rec (c100-out-start-ptr(c100-cidx)
                                        :c100-out-len(c100-cidx))
                            and not sysin-mode-components
                            and not sysin-mode-nearest
                            and not sysin-mode-roundtrip
                            and not sysin-mode-earliest
                         perform a065-err-sysin-request-invalid
                      end-if
                   else
                      perform a065-err-sysin-request-invalid
                   end-if
                 when 4 *> k column: number of distinct paths wanted;
                        *> on an earliest-arrival card the ready time
                   if sysin-mode-earliest
                      if c100-out-len(c100-cidx) = 4
                            and fd-sysin-rec
                                  (c100-out-start-ptr(c100-cidx):4)
                                is numeric
                         move fd-sysin-rec
                                (c100-out-start-ptr(c100-cidx):4)
                           to sysin-ready-time
                         if sysin-ready-hh > 23 or sysin-ready-mm > 59
                            perform a065-err-sysin-request-invalid
                         else
                            set sysin-ready-given to true
                         end-if
                      else
                         perform a065-err-sysin-request-invalid
                      end-if
                   else
                   if c100-out-len(c100-cidx) <= 3
                      move fd-sysin-rec (c100-out-start-ptr(c100-cidx)
                                        :c100-out-len(c100-cidx))
                   else
                      perform a065-err-sysin-request-invalid
                   end-if
                   end-if
                 when 5 *> criterion column: D=distance (default), T=time
                   if c100-out-len(c100-cidx) = 1
                      move fd-sysin-rec (c100-out-start-ptr(c100-cidx)
              display "       via nodes or k > 1"
              display "       in request line " a050-lineno
           end-if
           if a050-request-ok and sysin-mode-earliest
              if not sysin-ready-given
                 set a050-request-error to true
                 move :err-sysin-line-too-long: to prog-status
                 display "ERROR: earliest arrival wants a ready time"
                 display "       (hhmm) in column 4"
                 display "       in request line " a050-lineno
              else
              if sysin-via-count > 0 or sysin-crit-distance
                 *> the timetable is a time schedule; a via chain
                 *> would need each leg's arrival handed on as the
                 *> next leg's ready time
                 set a050-request-error to true
                 move :err-sysin-line-too-long: to prog-status
                 display "ERROR: earliest arrival cannot be combined"
                 display "       with via nodes or the D criterion"
                 display "       in request line " a050-lineno
              else
                 compute sysin-ready-min
                       = sysin-ready-hh * 60 + sysin-ready-mm
              end-if
              end-if
           end-if
           continue.

      *    catch-all for a bad sysin request card column: raised for
           display "       in request line " a050-lineno
           continue.

      ******************************************************************
      *    dispatch order interface
      *    the order record, 80 bytes fixed:
      *      order number   x(12)  left justified, no spaces/commas
      *      ship date      9(8)   yyyymmdd, the date it is priced on
      *      origin id      9(4)
      *      destination id 9(4)
      *      rate class     x(8)   blank = not priced
      *      criterion      x      D distance, T time, blank = CRIT=
      *    an order is a plain route; it is run exactly as the
      *    equivalent request card would be, with the order number
      *    carried onto the route, audit, manifest and billing
      *    records and an accept/reject response written for it
      ******************************************************************
       o110-parse-order-request section.
           move spaces to sysin-from
           move spaces to sysin-to
           move 'R' to sysin-mode
           move 1 to sysin-k
           move space to sysin-criterion
           move 0 to sysin-via-count
           move spaces to sysin-rate-class
           move 0 to sysin-ready-time
           move 0 to sysin-ready-min
           move 'N' to sysin-ready-flag
           move spaces to sysin-order
           move 0 to sysin-ship-date
           move 'N' to sysin-id-flag
           move 0 to sysin-from-id
           move 0 to sysin-to-id
           move spaces to o100-reason
           move 0 to o100-len
           move 0 to o100-spaces
           move 0 to o100-commas
           inspect o100-o-order tallying o100-len
                   for characters before initial space
           inspect o100-o-order tallying o100-spaces for all space
           inspect o100-o-order tallying o100-commas for all ","
           *> a usable order number goes onto the records even when
           *> another field rejects the order, so dispatch can match
           *> the reject back
           if o100-len > 0 and o100-len + o100-spaces = 12
                 and o100-commas = 0
              move o100-o-order to sysin-order
           end-if
           evaluate true
              when o100-len = 0
                 move "order number missing" to o100-reason
              when o100-len + o100-spaces not = 12
                 move "order number has spaces" to o100-reason
              when o100-commas > 0
                 move "order number has commas" to o100-reason
              when o100-o-ship-date is not numeric
                 move "ship date not yyyymmdd" to o100-reason
              when o100-o-ship-mm < 1 or o100-o-ship-mm > 12
                    or o100-o-ship-dd < 1 or o100-o-ship-dd > 31
                 move "ship date not yyyymmdd" to o100-reason
              when o100-o-from-id is not numeric
                    or o100-o-from-num = 0
                 move "origin node id invalid" to o100-reason
              when o100-o-to-id is not numeric
                    or o100-o-to-num = 0
                 move "destination node id invalid" to o100-reason
              when o100-o-criterion not = space
                    and o100-o-criterion not = 'D'
                    and o100-o-criterion not = 'd'
                    and o100-o-criterion not = 'T'
                    and o100-o-criterion not = 't'
                 move "criterion not D or T" to o100-reason
              when other
                 continue
           end-evaluate
           perform o115-name-order-nodes
           if o100-reason = spaces
              if o100-from-status not = 0
                 move "origin node not in graph" to o100-reason
                 move o100-from-status to prog-status
              else
              if o100-to-status not = 0
                 move "destination node not in graph" to o100-reason
                 move o100-to-status to prog-status
              end-if
              end-if
           else
              move :err-sysin-line-too-long: to prog-status
           end-if
           if o100-reason = spaces
              move o100-o-ship-num to sysin-ship-date
              move o100-o-from-num to sysin-from-id
              move o100-o-to-num to sysin-to-id
              set sysin-ids-given to true
              move o100-o-criterion to sysin-criterion
              move o100-o-rate-class to sysin-rate-class
           else
              set a050-request-error to true
           end-if
           if a050-request-error
              display "ERROR: order " o100-o-order " rejected -- "
                      o100-reason
              display "       in order record " a050-lineno
           end-if
           continue.

      *    the names are what the audit and the reports show: the
      *    node's name when the id is in the graph, else the id as
      *    dispatch sent it, as a request card keeps a name it could
      *    not resolve
       o115-name-order-nodes section.
           move o100-o-from-id to sysin-from
           move :err-invalid-node-id: to o100-from-status
           if o100-o-from-id is numeric
              move o100-o-from-num to z200-search-nd-id
              perform z200-search-node-by-id-proc
              if PROG-STATUS = 0
                 move graph-node-name(z200-res-node-subscript)
                   to sysin-from
                 move 0 to o100-from-status
              end-if
           end-if
           move o100-o-to-id to sysin-to
           move :err-invalid-node-id: to o100-to-status
           if o100-o-to-id is numeric
              move o100-o-to-num to z200-search-nd-id
              perform z200-search-node-by-id-proc
              if PROG-STATUS = 0
                 move graph-node-name(z200-res-node-subscript)
                   to sysin-to
                 move 0 to o100-to-status
              end-if
           end-if
           move 0 to prog-status
           continue.

      *    one response per order, in order file sequence: accepted
      *    with the routed total, or rejected with the reason
       o130-write-order-response section.
           INITIALIZE o100-resp-rec
           move o100-o-order to o100-r-order
           move a050-lineno to o100-r-lineno
           move a050-status-code to o100-r-status
           move graph-version to o100-r-version
           if a050-status-code = 0
              add 1 to o100-accepted
              move 'A' to o100-r-action
              move run-criterion-val to o100-r-crit
              move d400-tota-dist to o100-r-total
              if p100-msg not = spaces
                 move spaces to z400-in-string
                 move p100-msg to z400-in-string
                 perform z400-trim-string
                 string "not priced: "   DELIMITED BY SIZE
                        z400-in-string(z400-out-start-ptr:z400-out-len)
                                         DELIMITED BY SIZE
                   into o100-r-reason
                 end-string
              end-if
           else
              add 1 to o100-rejected
              move 'R' to o100-r-action
              if o100-reason not = spaces
                 move o100-reason to o100-r-reason
              else
                 move a050-status-code to a090-msg-status
                 perform a098-format-status-message
                 move a090-msg to o100-r-reason
              end-if
           end-if
           write fd-ordresp-rec from o100-resp-rec
           continue.

       a070-run-request section.
           if sysin-crit-unset
              move a010-opt-criterion to run-criterion-val
           else
              move sysin-criterion to run-criterion-val
           end-if
           if sysin-mode-earliest
              *> a plain route from here on, timed by the timetable
              move 'E' to run-criterion-val
           end-if
           if sysin-mode-allpairs
              perform d600-all-pairs-report
           else
                    set d100-max-path-idx to a078-ret-max
                    move a078-ret-dist to d400-tota-dist
                    perform d500-write-result
                    move a078-comb-dist to d400-tota-dist
                    perform a079-write-roundtrip-total
                 end-if
              end-if
           end-if
                     ","             DELIMITED BY SIZE
                     a078-ret-dist   DELIMITED BY SIZE
                     ","             DELIMITED BY SIZE
                     d400-tota-dist  DELIMITED BY SIZE
                into a078-output WITH POINTER a078-output-ptr
              end-string
              write fd-outfile-REC from a078-output
                 perform a076-append-leg-path
                 add d400-tota-dist to a075-total-dist
                 move a075-leg-to to a075-leg-from
                 *> a via node is an intermediate stop of the whole
                 *> route even though each leg ends on it
                 if run-crit-time and a075-leg <= sysin-via-count
                       and prog-status = 0
                    move graph-node-handling(d300-dijkstra-dest-subs)
                      to a075-comb-hand(a075-comb-count)
                    add a075-comb-hand(a075-comb-count)
                      to a075-total-dist
                 end-if
              end-if
           end-perform
           move a075-saved-from to sysin-from
                   to a075-comb-name(a075-comb-count)
                 move d100-res-dist(a075-i)
                   to a075-comb-dist(a075-comb-count)
                 move d100-res-hand(a075-i)
                   to a075-comb-hand(a075-comb-count)
              end-if
           end-perform
           continue.
              move a075-comb-id(a075-i)   to d100-res-id(a075-j)
              move a075-comb-name(a075-i) to d100-res-name(a075-j)
              move a075-comb-dist(a075-i) to d100-res-dist(a075-j)
              move a075-comb-hand(a075-i) to d100-res-hand(a075-j)
           end-perform
           set d100-max-path-idx to a075-comb-count
           set d100-max-path-idx up by 1
           move sysin-from to z400-in-string
           perform z400-trim-string
           *> auditlog is a fixed 80-byte record shared by two node
           *> names plus 5 commas + 5-digit dist + 2-digit status +
           *> 5-digit sysin line number + 6-digit graph version
           *> (23 bytes fixed); bound each
           *> name to half of what is left so the trailing columns
           *> can never be pushed off the end of the record by a
           *> pair of long names; an earliest-arrival card adds the
           *> departure from the origin and the arrival at the
           *> destination (2 commas + 2 x 6-digit ddhhmm) and its
           *> names are bounded tighter for them; a dispatch order
           *> adds its order number after those two columns, which
           *> stay empty on an order (3 commas + up to 12 bytes)
           move :auditrec-name-max: to a080-name-max
           if sysin-mode-earliest
              move :auditrec-sched-name-max: to a080-name-max
           end-if
           if sysin-order not = spaces
              move :auditrec-order-name-max: to a080-name-max
           end-if
           if z400-out-len > a080-name-max
              move a080-name-max to z400-out-len
           end-if
           string z400-in-string(z400-out-start-ptr:z400-out-len)
                                                    DELIMITED BY SIZE
           move spaces to z400-in-string
           move sysin-to to z400-in-string
           perform z400-trim-string
           if z400-out-len > a080-name-max
              move a080-name-max to z400-out-len
           end-if
           string z400-in-string(z400-out-start-ptr:z400-out-len)
                                                    DELIMITED BY SIZE
                  d400-tota-dist                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  a050-status-code                  DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  a050-lineno                       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  graph-version                     DELIMITED BY SIZE
             into a080-output WITH POINTER a080-output-ptr
           end-string
           if sysin-mode-earliest and a050-status-code = 0
              set d100-path-idx to d100-max-path-idx
              set d100-path-idx down by 1
              move d100-res-dep(d100-path-idx) to z600-minutes
              perform z600-format-clock
              move z600-clock to a080-dep-clock
              move d100-res-arr(1) to z600-minutes
              perform z600-format-clock
              move z600-clock to a080-arr-clock
              string ","                            DELIMITED BY SIZE
                     a080-dep-clock                 DELIMITED BY SIZE
                     ","                            DELIMITED BY SIZE
                     a080-arr-clock                 DELIMITED BY SIZE
                into a080-output WITH POINTER a080-output-ptr
              end-string
           end-if
           if sysin-order not = spaces
              string ",,,"                          DELIMITED BY SIZE
                     sysin-order                    DELIMITED BY SPACE
                into a080-output WITH POINTER a080-output-ptr
              end-string
           end-if
           write fd-auditlog-REC from a080-output
           continue.
      ******************************************************************

      *    several records per class are allowed; the one in force is
      *    the latest whose effective date is on or before the run
      *    date, so future rates can sit in the table ahead of time;
      *    a dispatch order is priced on its ship date instead
       p110-price-request section.
           move p100-run-date to p100-price-date
           if sysin-ship-date not = 0
              move sysin-ship-date to p100-price-date
           end-if
           if a050-status-code not = 0
                 or sysin-mode-allpairs
                 or sysin-mode-components
              continue
           else
              if sysin-rate-class = spaces
                 if sysin-order = spaces
                    move "no rate class on the card" to p100-msg
                 else
                    move "no rate class on the order" to p100-msg
                 end-if
                 perform p130-flag-unpriced
              else
                 move 0 to p100-found
                 perform varying p100-i from 1 by 1
                           until p100-count < p100-i
                    if p100-class(p100-i) = sysin-rate-class
                          and p100-effdate(p100-i) <= p100-price-date
                          and p100-effdate(p100-i) >= p100-best-date
                       move p100-i to p100-found
                       move p100-effdate(p100-i) to p100-best-date
           move p100-rate(p100-found) to p100-b-rate
           move p100-min(p100-found) to p100-b-min
           move p100-charge to p100-b-charge
           move graph-version to p100-b-version
           move sysin-order to p100-b-order
           if p100-bill-open
              write fd-billfile-rec from p100-bill-rec
           end-if
              move 1 to p100-output-ptr
              string "LINE "          DELIMITED BY SIZE
                     a050-lineno      DELIMITED BY SIZE
                into p100-output WITH POINTER p100-output-ptr
              end-string
              if sysin-order not = spaces
                 string " ORDER "     DELIMITED BY SIZE
                        sysin-order   DELIMITED BY SPACE
                   into p100-output WITH POINTER p100-output-ptr
                 end-string
              end-if
              string " NOT PRICED ("  DELIMITED BY SIZE
                     z400-in-string(z400-out-start-ptr:z400-out-len)
                                      DELIMITED BY SIZE
                     ")"              DELIMITED BY SIZE
           end-if
           continue.
      ******************************************************************
      *    service-level commitments
      *    an optional table (from,to,distance,time,effective date;
      *    from/to are node or alias names, distance and time may
      *    each be left empty but not both) commits a lane to a
      *    maximum distance and/or transit time. every request
      *    routed from/to is checked against the commitment in force
      *    on the run date -- on the ship date for a dispatch order
      *    -- and each figure over it is written to the breach
      *    report, with whether the closures in force made it worse.
      *    lanes committed but never requested are listed at the end
      ******************************************************************
       l100-load-sla-table section.
           move 'N' to l100-table-flag
           move 0 to l100-count
           move 0 to l100-lineno
           open input slatable
           if PROG-STATUS = 0
              set l100-table-loaded to true
              move FUNCTION CURRENT-DATE to l100-curdate
              move l100-curdate(1:8) to l100-run-date
              INITIALIZE FILE-STATUS
              perform until FILE-STATUS-EOF
                 read slatable into fd-slatable-rec
                    at end
                       set FILE-STATUS-EOF to true
                    not at end
                       add 1 to l100-lineno
                       perform l110-load-sla-record
                 end-read
              end-perform
              close slatable
              display "SLA COMMITMENTS LOADED: " l100-count
              if a010-opt-restart-on
                 open extend slarpt
              else
                 open output slarpt
              end-if
              if PROG-STATUS = 0
                 set l100-rpt-open to true
                 if not a010-opt-restart-on
                    perform l105-write-sla-heading
                 end-if
              else
                 display "WARNING: sla breach report not writable, "
                         "status " PROG-STATUS
              end-if
           else
              display "NO SLA TABLE, ROUTES NOT CHECKED"
           end-if
           move 0 to prog-status
           continue.

       l105-write-sla-heading section.
           move "SERVICE LEVEL BREACH REPORT" to fd-slarpt-rec
           write fd-slarpt-rec
           move "---------------------------" to fd-slarpt-rec
           write fd-slarpt-rec
           move spaces to l100-output
           move 1 to l100-output-ptr
           string "RUN DATE "             DELIMITED BY SIZE
                  l100-run-date           DELIMITED BY SIZE
                  "  COMMITMENTS LOADED " DELIMITED BY SIZE
                  l100-count              DELIMITED BY SIZE
             into l100-output WITH POINTER l100-output-ptr
           end-string
           write fd-slarpt-rec from l100-output
           move spaces to fd-slarpt-rec
           write fd-slarpt-rec
           move "LINE   FROM         TO           MEAS COMMIT ACTUAL"
             to l100-output
           move "   OVER CLOSURE ORDER" to l100-output(52:)
           write fd-slarpt-rec from l100-output
           continue.

       l110-load-sla-record section.
           set l100-rec-usable to true
           move fd-slatable-rec to c100-in-str
           perform c100-parse-csv-line
           if c100-max-cidx < 5
                 or c100-out-len(1) = 0
                 or c100-out-len(1) > :node-name-len:
                 or c100-out-len(2) = 0
                 or c100-out-len(2) > :node-name-len:
                 or c100-out-len(3) > 5
                 or c100-out-len(4) > 5
                 or c100-out-len(5) not = 8
              set l100-rec-bad to true
           else
              if c100-out-len(3) = 0 and c100-out-len(4) = 0
                 set l100-rec-bad to true
              end-if
              if c100-out-len(3) > 0
                 if fd-slatable-rec (c100-out-start-ptr(3)
                                    :c100-out-len(3)) is not numeric
                    set l100-rec-bad to true
                 end-if
              end-if
              if c100-out-len(4) > 0
                 if fd-slatable-rec (c100-out-start-ptr(4)
                                    :c100-out-len(4)) is not numeric
                    set l100-rec-bad to true
                 end-if
              end-if
              if fd-slatable-rec (c100-out-start-ptr(5):8)
                    is not numeric
                 set l100-rec-bad to true
              end-if
           end-if
           if l100-rec-bad
              display "WARNING: unusable sla record "
                      "in line " l100-lineno
           else
              if l100-count >= 999
                 display "WARNING: sla table full, "
                         "line " l100-lineno " ignored"
              else
                 perform l115-resolve-sla-lane
              end-if
           end-if
           continue.

      *    a lane is kept by node id, so a commitment written against
      *    an alias holds for requests naming the node either way
       l115-resolve-sla-lane section.
           move spaces to z100-search-nd-nme
           move fd-slatable-rec (c100-out-start-ptr(1)
                                :c100-out-len(1))
             to z100-search-nd-nme
           perform z100-search-node-by-name-proc
           if PROG-STATUS = 0
              move z100-res-node-id to l100-req-from-id
              move spaces to z100-search-nd-nme
              move fd-slatable-rec (c100-out-start-ptr(2)
                                   :c100-out-len(2))
                to z100-search-nd-nme
              perform z100-search-node-by-name-proc
           end-if
           if PROG-STATUS not = 0
              display "WARNING: sla lane name not in graph "
                      "in line " l100-lineno
           else
              add 1 to l100-count
              move l100-req-from-id to l100-from-id(l100-count)
              move z100-res-node-id to l100-to-id(l100-count)
              move fd-slatable-rec (c100-out-start-ptr(1)
                                   :c100-out-len(1))
                to l100-from-name(l100-count)
              move fd-slatable-rec (c100-out-start-ptr(2)
                                   :c100-out-len(2))
                to l100-to-name(l100-count)
              move 'N' to l100-dist-flag(l100-count)
              move 0 to l100-dist(l100-count)
              if c100-out-len(3) > 0
                 set l100-has-dist(l100-count) to true
                 move fd-slatable-rec (c100-out-start-ptr(3)
                                      :c100-out-len(3))
                   to l100-dist(l100-count)
              end-if
              move 'N' to l100-time-flag(l100-count)
              move 0 to l100-time(l100-count)
              if c100-out-len(4) > 0
                 set l100-has-time(l100-count) to true
                 move fd-slatable-rec (c100-out-start-ptr(4)
                                      :c100-out-len(4))
                   to l100-time(l100-count)
              end-if
              move fd-slatable-rec (c100-out-start-ptr(5):8)
                to l100-effdate(l100-count)
              move 'N' to l100-seen-flag(l100-count)
           end-if
           move 0 to prog-status
           continue.

      *    a routed request (route, earliest arrival, round trip)
      *    marks its lane requested -- a round trip both ways --
      *    whatever its outcome. a successful one is then measured
      *    against the commitment in force: a round trip leg by leg,
      *    each against its own direction's lane, and a k-shortest
      *    request by its path 1, the route the others stand in for
       l200-check-sla section.
           move 'N' to l100-lane-flag
           if sysin-mode-route or sysin-mode-earliest
                 or sysin-mode-roundtrip
              perform l205-resolve-request-lane
           end-if
           if l100-lane-known
              perform varying l100-i from 1 by 1
                        until l100-count < l100-i
                 if l100-from-id(l100-i) = l100-req-from-id
                       and l100-to-id(l100-i) = l100-req-to-id
                    set l100-lane-seen(l100-i) to true
                 end-if
                 if sysin-mode-roundtrip
                       and l100-from-id(l100-i) = l100-req-to-id
                       and l100-to-id(l100-i) = l100-req-from-id
                    set l100-lane-seen(l100-i) to true
                 end-if
              end-perform
              if a050-status-code = 0
                 move space to l100-leg-flag
                 if sysin-mode-roundtrip
                    move a078-out-result to d100-dijkstra-result
                    set d100-max-path-idx to a078-out-max
                    move a078-out-dist to d400-tota-dist
                    perform l220-judge-commitment
                    move a078-ret-result to d100-dijkstra-result
                    set d100-max-path-idx to a078-ret-max
                    move a078-ret-dist to d400-tota-dist
                    move l100-req-from-id to l100-swap-id
                    move l100-req-to-id to l100-req-from-id
                    move l100-swap-id to l100-req-to-id
                    set l100-leg-return to true
                    perform l220-judge-commitment
                 else
                    if sysin-k > 1
                       move d700-first-result to d100-dijkstra-result
                       set d100-max-path-idx to d700-first-max
                    end-if
                    perform l220-judge-commitment
                 end-if
              end-if
           end-if
           move 0 to prog-status
           continue.

       l205-resolve-request-lane section.
           if sysin-ids-given
              move sysin-from-id to l100-req-from-id
              move sysin-to-id to l100-req-to-id
              set l100-lane-known to true
           else
              move sysin-from to z100-search-nd-nme
              perform z100-search-node-by-name-proc
              if PROG-STATUS = 0
                 move z100-res-node-id to l100-req-from-id
                 move sysin-to to z100-search-nd-nme
                 perform z100-search-node-by-name-proc
                 if PROG-STATUS = 0
                    move z100-res-node-id to l100-req-to-id
                    set l100-lane-known to true
                 end-if
              end-if
           end-if
           move 0 to prog-status
           continue.

      *    the commitment in force is the latest whose effective date
      *    is on or before the check date
       l220-judge-commitment section.
           move l100-run-date to l100-check-date
           if sysin-ship-date not = 0
              move sysin-ship-date to l100-check-date
           end-if
           move 0 to l100-found
           move 0 to l100-best-date
           perform varying l100-i from 1 by 1
                     until l100-count < l100-i
              if l100-from-id(l100-i) = l100-req-from-id
                    and l100-to-id(l100-i) = l100-req-to-id
                    and l100-effdate(l100-i) <= l100-check-date
                    and l100-effdate(l100-i) >= l100-best-date
                 move l100-i to l100-found
                 move l100-effdate(l100-i) to l100-best-date
              end-if
           end-perform
           if l100-found not = 0
              add 1 to l100-checked
              perform l210-measure-route
              move l100-walk-dist to l100-act-dist
              move l100-walk-time to l100-act-time
              move 'N' to l100-dist-breach-flag
              move 'N' to l100-time-breach-flag
              if l100-has-dist(l100-found)
                    and l100-act-dist > l100-dist(l100-found)
                 set l100-dist-breached to true
              end-if
              if l100-has-time(l100-found)
                    and l100-act-time > l100-time(l100-found)
                 set l100-time-breached to true
              end-if
              if l100-dist-breached or l100-time-breached
                 move l100-act-dist to l100-open-dist
                 move l100-act-time to l100-open-time
                 if b300-closed-count > 0
                    perform l230-route-without-closures
                 end-if
                 if l100-dist-breached
                    move "DIST" to l100-measure
                    move l100-dist(l100-found) to l100-commit
                    move l100-act-dist to l100-actual
                    move l100-open-dist to l100-open
                    perform l240-write-breach-line
                 end-if
                 if l100-time-breached
                    move "TIME" to l100-measure
                    move l100-time(l100-found) to l100-commit
                    move l100-act-time to l100-actual
                    move l100-open-time to l100-open
                    perform l240-write-breach-line
                 end-if
              end-if
           end-if
           continue.

      *    distance and time of the result path leg by leg: the time
      *    is the legs' time costs plus the handling at every stop
      *    after the origin, as the T criterion counts it; on an
      *    earliest-arrival route it is the transit time from ready
      *    to arrival, waits included
       l210-measure-route section.
           move 0 to l100-walk-dist
           move 0 to l100-walk-time
           set d100-path-idx to d100-max-path-idx
           set d100-path-idx down by 1
           perform until d100-path-idx <= 1
              perform z510-find-path-leg-entry
              if adj-i not = 0
                 set eidx to edge-idx(adj-i)
                 add graph-edge-weight(eidx) to l100-walk-dist
                 add graph-edge-time(eidx) to l100-walk-time
                 if d100-path-idx < d100-max-path-idx - 1
                    add graph-node-handling(from-i) to l100-walk-time
                 end-if
              end-if
              set d100-path-idx down by 1
           end-perform
           if run-crit-earliest
              move d400-tota-dist to l100-walk-time
           end-if
           continue.

      *    the same request again with the closed edges back in
      *    service, nothing written; a closure contributed when the
      *    open network would have done better on the breached figure.
      *    a round-trip leg or a k-shortest path 1 is a plain route
      *    between its two ends, so only that one route is re-run
       l230-route-without-closures section.
           perform varying l100-k from 1 by 1
                     until l100-k > b300-closed-count
              move b300-closed-entry(l100-k) to adj-i
              set edge-exists(adj-i) to true
           end-perform
           set a300-suppress-result to true
           set a090-err-written to true
           move 0 to prog-status
           move 0 to d400-tota-dist
           if sysin-mode-roundtrip or sysin-k > 1
              move sysin-from to l100-saved-from
              move sysin-to to l100-saved-to
              if l100-leg-return
                 move l100-saved-to to sysin-from
                 move l100-saved-from to sysin-to
              end-if
              perform d100-dijkstra
              move l100-saved-from to sysin-from
              move l100-saved-to to sysin-to
           else
              perform a070-run-request
           end-if
           if prog-status = 0
              perform l210-measure-route
              move l100-walk-dist to l100-open-dist
              move l100-walk-time to l100-open-time
           end-if
           move 'N' to a300-suppress-flag
           perform varying l100-k from 1 by 1
                     until l100-k > b300-closed-count
              move b300-closed-entry(l100-k) to adj-i
              set edge-doesnt-exists(adj-i) to true
           end-perform
           move 0 to prog-status
           continue.

       l240-write-breach-line section.
           add 1 to l100-breaches
           compute l100-over = l100-actual - l100-commit
           if l100-open < l100-actual
              move "YES" to l100-closure
           else
              move "NO " to l100-closure
           end-if
           if l100-rpt-open
              move spaces to l100-output
              move 1 to l100-output-ptr
              string "L"                            DELIMITED BY SIZE
                     a050-lineno                    DELIMITED BY SIZE
                     " "                            DELIMITED BY SIZE
                     l100-from-name(l100-found)     DELIMITED BY SIZE
                     " "                            DELIMITED BY SIZE
                     l100-to-name(l100-found)       DELIMITED BY SIZE
                     " "                            DELIMITED BY SIZE
                     l100-measure                   DELIMITED BY SIZE
                     "  "                           DELIMITED BY SIZE
                     l100-commit                    DELIMITED BY SIZE
                     " "                            DELIMITED BY SIZE
                     l100-actual                    DELIMITED BY SIZE
                     " "                            DELIMITED BY SIZE
                     l100-over                      DELIMITED BY SIZE
                     " "                            DELIMITED BY SIZE
                     l100-closure                   DELIMITED BY SIZE
                     "     "                        DELIMITED BY SIZE
                     sysin-order                    DELIMITED BY SPACE
                into l100-output WITH POINTER l100-output-ptr
              end-string
              write fd-slarpt-rec from l100-output
           end-if
           continue.

      *    end of the breach report: the totals, then every lane with
      *    a commitment that no request of the deck asked for, once
      *    per lane however many effective dates it carries
       l300-write-sla-summary section.
           move spaces to fd-slarpt-rec
           write fd-slarpt-rec
           move spaces to l100-output
           move 1 to l100-output-ptr
           string "ROUTES CHECKED: "    DELIMITED BY SIZE
                  l100-checked          DELIMITED BY SIZE
                  "  BREACHES: "        DELIMITED BY SIZE
                  l100-breaches         DELIMITED BY SIZE
             into l100-output WITH POINTER l100-output-ptr
           end-string
           write fd-slarpt-rec from l100-output
           move spaces to fd-slarpt-rec
           write fd-slarpt-rec
           move "COMMITTED LANES NOT REQUESTED" to fd-slarpt-rec
           write fd-slarpt-rec
           move "-----------------------------" to fd-slarpt-rec
           write fd-slarpt-rec
           move 0 to l100-unrequested
           perform varying l100-i from 1 by 1
                     until l100-count < l100-i
              if not l100-lane-seen(l100-i)
                 move 0 to l100-found
                 perform varying l100-j from 1 by 1
                           until l100-j >= l100-i
                              or l100-found not = 0
                    if l100-from-id(l100-j) = l100-from-id(l100-i)
                          and l100-to-id(l100-j) = l100-to-id(l100-i)
                       move l100-j to l100-found
                    end-if
                 end-perform
                 if l100-found = 0
                    add 1 to l100-unrequested
                    move spaces to l100-output
                    move 1 to l100-output-ptr
                    string "  "                      DELIMITED BY SIZE
                           l100-from-name(l100-i)    DELIMITED BY SIZE
                           " -> "                    DELIMITED BY SIZE
                           l100-to-name(l100-i)      DELIMITED BY SIZE
                      into l100-output WITH POINTER l100-output-ptr
                    end-string
                    write fd-slarpt-rec from l100-output
                 end-if
              end-if
           end-perform
           if l100-unrequested = 0
              move "  (NONE)" to fd-slarpt-rec
              write fd-slarpt-rec
           end-if
           continue.
      ******************************************************************

      ******************************************************************
      *    read graph
      ******************************************************************
       b100-read-graph section.
           *> read graph is implemented as a state automaton
           *>    state-start  [graph]    -> state-version
           *>    state-version otherwise -> state-version
           *>                 [nodes]    -> state-nodes
           *>    state-start  [nodes]    -> state-nodes
           *>    state-nodes  otherwiese -> state-nodes
           *>                 [edges]    -> state-edges   
           *>    state-edges  otherwise  -> state-edges
           *>                 [end]      -> state-ready
           *>    state-error can alwasy be entered in case of error
           *>                additionall prog-status is set to the
           *>                appropriate number (via symbol replacing)
           *>                and a message is displayed
           set graph-read-state-start to true
           INITIALIZE FILE-STATUS
           move 0 to graph-version
           move 0 to graph-built
           move 1 to b100-lineno
           perform until FILE-STATUS-EOF
                      or graph-read-state-error
                      or graph-read-state-ready 
              perform b105-read-graph-record
              if FILE-STATUS-EOF
                 continue
              else
                 EVALUATE true
                     WHEN graph-read-state-start and
                          infile-edges-region = :graph-region:
      *                 *> optional [graph] badge
                        set graph-read-state-version to true
                     WHEN (graph-read-state-start
                             or graph-read-state-version) and
                          infile-edges-region = :nodes-region:
      *                 *> [nodes] badge
                        set nidx to 1
                        move 0 to num-nodes
                        move 0 to num-aliases
                        perform varying b400-i from 1 by 1
                                  until :graph-max-nodes: < b400-i
                           move 0 to b400-id-to-seq(b400-i)
                        end-perform
                        set graph-read-state-nodes to true
                     When graph-read-state-nodes AND
                          infile-edges-region =  :alias-region:
      *                 *> optional [alias] badge
                        set graph-read-state-alias to true
                     When (graph-read-state-nodes
                             or graph-read-state-alias) AND
                          infile-edges-region =  :edges-region:
      *                 *>[edges] badge
                        set eidx to 1
                        perform b130-reset-adj-lists
                        set graph-read-state-edge to true
                     When graph-read-state-edge AND
                          infile-edges-region =  :end-region:
                        set max-node-idx to nidx
                        set max-edge-idx to eidx
                        set graph-read-state-ready to true
                     When graph-read-state-version
                        perform b102-read-graph-version
                     When graph-read-state-nodes
                        if num-nodes >= :graph-max-nodes:
                           perform b196-err-too-many-nodes
                        else
                           perform b110-read-graph-node
                           *> next node
                           set nidx up by 1
                           add 1 to num-nodes
                        end-if
                     When graph-read-state-alias
                        perform b115-read-graph-alias
                     When graph-read-state-edge
                           perform b195-err-too-many-edges
                        else
                           perform b120-read-graph-edge
                           if not graph-read-state-error
                              perform b125-insert-to-adj-list
                           end-if
                        end-if
                        *> next exge
                        set eidx up by 1
           end-perform
           continue.

      *    the [graph] region holds one record, version,build-date
       b102-read-graph-version section.
           move infile-rec to c100-in-str
           perform c100-parse-csv-line
           if c100-max-cidx not = 2
                 or graph-built not = 0
                 or c100-out-len(1) = 0
                 or c100-out-len(1) > 6
                 or c100-out-len(2) not = 8
              perform b191-err-graph-version
           else
              if infile-rec (c100-out-start-ptr(1)
                            :c100-out-len(1)) is not numeric
                    or infile-rec (c100-out-start-ptr(2):8)
                         is not numeric
                    or infile-rec (c100-out-start-ptr(2):8)
                         = "00000000"
                 perform b191-err-graph-version
              else
                 move infile-rec (c100-out-start-ptr(1)
                                 :c100-out-len(1))
                   to graph-version
                 move infile-rec (c100-out-start-ptr(2):8)
                   to graph-built
              end-if
           end-if
           continue.

      *    the graph records come from the live file, or from the
      *    proposed file while a what-if comparison pass is loading
       b105-read-graph-record section.
       b110-read-graph-node section.
           move infile-rec to c100-in-str
           perform c100-parse-csv-line
           move 0 to graph-node-handling(nidx)
           move 1 to b100-col
           perform varying c100-cidx from 1 by 1
                     until c100-cidx > c100-max-cidx 
                      display "       " :node-name-len:
                      display "       in line " b100-lineno 
                   end-if
                 when 3 *> handling time column, defaults to zero
                   if c100-out-len(c100-cidx) <= :edge-weight-len:
                         and infile-rec (c100-out-start-ptr(c100-cidx)
                                        :c100-out-len(c100-cidx))
                             is numeric
                      move infile-rec (c100-out-start-ptr(c100-cidx)
                                      :c100-out-len(c100-cidx))
                        to graph-node-handling(nidx)
                   else
                      set graph-read-state-error to true
                      move :err-node-line-too-long:
                        to prog-status
                      display "ERROR: node handling time has len "
                      display "       " c100-out-len (c100-cidx)
                      display "       or is not numeric, maxmial is"
                      display "       " :edge-weight-len:
                      display "       in line " b100-lineno
                   end-if
                 when OTHER 
                      set graph-read-state-error to true
                      move :err-node-line-too-long: 
              END-EVALUATE 
              add 1 to b100-col
           end-perform
           *> id-to-sequence table, the same one-step lookup the
           *> keyed load builds; of a duplicated id the first keeps
           *> the slot, as the table search used to find the first
           if not graph-read-state-error
                 and graph-node-id(nidx) > 0
              move graph-node-id(nidx) to b400-i
              if b400-id-to-seq(b400-i) = 0
                 set b400-id-to-seq(b400-i) to nidx
              end-if
           end-if
           *> TEST
           *> display "-->" graph-node-id(nidx) "<-->"
           *>               graph-node-name(nidx) "<"
                        to graph-edge-from-id(eidx) 
                      move graph-edge-from-id(eidx) to z200-search-nd-id
                      perform z200-search-node-by-id-proc
                      if z200-res-node-subscript = 0
                         perform b192-err-edge-node-unknown
                      else
                         set graph-edge-from-idx(eidx)
                          to z200-res-node-idx
                      end-if
                   else
                      perform b190-err-node-id-too-long
                   end-if
                        to graph-edge-to-id(eidx) 
                      move graph-edge-to-id(eidx) to z200-search-nd-id
                      perform z200-search-node-by-id-proc
                      if z200-res-node-subscript = 0
                         perform b192-err-edge-node-unknown
                      else
                         set graph-edge-to-idx(eidx)
                          to z200-res-node-idx
                      end-if
                   else
                      perform b190-err-node-id-too-long
                   end-if

           continue.
       
      *    hang the edge on its start node's successor list, and on
      *    the end node's as well when it is undirected
       b125-insert-to-adj-list section.
           set from-i to graph-edge-from-idx(eidx)
           set to-i to graph-edge-to-idx(eidx)
           perform b126-link-adj-entry
           if graph-edge-undirected(eidx)
              set from-i to graph-edge-to-idx(eidx)
              set to-i to graph-edge-from-idx(eidx)
              perform b126-link-adj-entry
           end-if
           continue.

      *    walk from-i's list to the first successor not below to-i;
      *    a later edge record for a pair already listed replaces
      *    the earlier one
       b126-link-adj-entry section.
           move 0 to adj-prev
           move adj-first-entry(from-i) to adj-i
           move space to b100-walk-flag
           perform until adj-i = 0 or b100-walk-done
              if adj-to-subs(adj-i) < to-i
                 move adj-i to adj-prev
                 move adj-next-entry(adj-i) to adj-i
              else
                 set b100-walk-done to true
              end-if
           end-perform
           move 'N' to b100-pair-flag
           if adj-i not = 0
              if adj-to-subs(adj-i) = to-i
                 set b100-pair-listed to true
              end-if
           end-if
           if b100-pair-listed
              set edge-idx(adj-i) to eidx
              set edge-exists(adj-i) to true
           else
              add 1 to num-adj-entries
              move to-i to adj-to-subs(num-adj-entries)
              move adj-i to adj-next-entry(num-adj-entries)
              set edge-idx(num-adj-entries) to eidx
              set edge-exists(num-adj-entries) to true
              move 0 to adj-tt-first(num-adj-entries)
              if adj-prev = 0
                 move num-adj-entries to adj-first-entry(from-i)
              else
                 move num-adj-entries to adj-next-entry(adj-prev)
              end-if
           end-if
           continue.

       b130-reset-adj-lists section.
           move 0 to num-adj-entries
           perform varying from-i from 1 by 1
                     until :graph-max-nodes: < from-i
              move 0 to adj-first-entry(from-i)
           end-perform
           continue.

       b190-err-node-id-too-long section.
           set graph-read-state-error to true
           move :err-node-id-too-long: 
           display "       in line " b100-lineno
           continue.

       b191-err-graph-version section.
           set graph-read-state-error to true
           move :err-graph-validation: to prog-status
           display "ERROR: [graph] record wants version,yyyymmdd"
           display "       in line " b100-lineno
           continue.

       b192-err-edge-node-unknown section.
           set graph-read-state-error to true
           move :err-invalid-node-id: to prog-status
           display "ERROR: edge names unknown node id "
                   z200-search-nd-id
           display "       in line " b100-lineno
           continue.

       b195-err-too-many-edges section.
           set graph-read-state-error to true
           move :err-too-many-edges:
           display "       " :graph-max-edges:
           display "       in line " b100-lineno
           continue.

       b196-err-too-many-nodes section.
           set graph-read-state-error to true
           move :err-too-many-nodes:
             to prog-status
           display "ERROR: too many nodes, maximal is "
           display "       " :graph-max-nodes:
           display "       in line " b100-lineno
           continue.
      ******************************************************************
      *    pre-flight graph validation
      *    runs once the [end] marker has been reached and the graph
              move space to b200-node-used(b200-i)
           end-perform

           *> duplicate node id check, one pass over a seen-flag per
           *> id instead of comparing every pair of nodes
           perform varying b200-i from 1 by 1 until num-nodes < b200-i
              if graph-node-id(b200-i) > 0
                 move graph-node-id(b200-i) to b200-id
                 move space to b200-id-seen(b200-id)
              end-if
           end-perform
           perform varying b200-i from 1 by 1 until num-nodes < b200-i
              if graph-node-id(b200-i) > 0
                 move graph-node-id(b200-i) to b200-id
                 if b200-id-is-seen(b200-id)
                    add 1 to b200-dup-count
                    display "VALIDATION: duplicate node id "
                            graph-node-id(b200-i)
                 else
                    move 'Y' to b200-id-seen(b200-id)
                 end-if
              end-if
           end-perform

           *> edge based checks: self loops, zero weight, mark used nodes
      *    an optional exception file of planned link closures, one
      *    per record: from-id,to-id,from-date,to-date (yyyymmdd);
      *    every closure whose window covers the run date knocks the
      *    edge out of the adjacency lists before any request is
      *    routed, so nobody has to edit the edge out of the graph
      *    file and remember to put it back
      ******************************************************************
           move FUNCTION CURRENT-DATE to b300-curdate
           move b300-curdate(1:8) to b300-run-date
           move 0 to b300-in-force-count
           move 0 to b300-closed-count
           move 0 to b300-lineno
           open input closures
           if PROG-STATUS = 0
                 end-if
                 if b300-rec-usable
                       and (b300-from-id = 0
                         or b300-to-id = 0)
                    *> no node carries id zero
                    set b300-rec-bad to true
                 end-if
              end-if
           continue.

       b320-suppress-closed-edge section.
           perform b325-find-closure-entry
           move 'N' to b300-entry-flag
           if adj-i not = 0
              if edge-exists(adj-i)
                 set b300-entry-open to true
              end-if
           end-if
           if b300-entry-open
              set eidx to edge-idx(adj-i)
              set edge-doesnt-exists(adj-i) to true
              add 1 to b300-closed-count
              move adj-i to b300-closed-entry(b300-closed-count)
              if graph-edge-undirected(eidx)
                 move b300-to-subs to from-i
                 move b300-from-subs to to-i
                 perform z500-find-adj-entry
                 if adj-i not = 0
                    if edge-exists(adj-i)
                       add 1 to b300-closed-count
                       move adj-i
                         to b300-closed-entry(b300-closed-count)
                    end-if
                    set edge-doesnt-exists(adj-i) to true
                 end-if
              end-if
              add 1 to b300-in-force-count
              display "  EDGE " b300-from-id " -> " b300-to-id
                      " in line " b300-lineno
           end-if
           continue.

      *    closure ids to table subscripts, then to the adjacency
      *    entry for from -> to; adj-i comes back zero when either
      *    id is unknown or the pair has no entry
       b325-find-closure-entry section.
           move b300-from-id to z200-search-nd-id
           perform z200-search-node-by-id-proc
           move z200-res-node-subscript to b300-from-subs
           move b300-to-id to z200-search-nd-id
           perform z200-search-node-by-id-proc
           move z200-res-node-subscript to b300-to-subs
           move b300-from-subs to from-i
           move b300-to-subs to to-i
           perform z500-find-adj-entry
           *> an unknown id is reported by the caller as an unknown
           *> edge, not as a failed lookup
           move 0 to prog-status
           continue.
      ******************************************************************
      *    line-haul timetable
      *    an optional file of scheduled departures, one per record:
      *    from-id,to-id,departure (hhmm)[,running time]; the running
      *    time defaults to the edge's time cost. a direction of an
      *    edge with departures listed can only be ridden on one of
      *    them, at the listed clock time every day; a direction
      *    without any is an always-open road. an undirected edge is
      *    scheduled per direction, each by its own records. only
      *    the earliest-arrival mode rides the departures
      ******************************************************************
       b500-load-timetable section.
           move 0 to b500-dep-count
           move 0 to b500-lineno
           open input timetable
           if PROG-STATUS = 0
              INITIALIZE FILE-STATUS
              perform until FILE-STATUS-EOF
                 read timetable into fd-timetable-rec
                    at end
                       set FILE-STATUS-EOF to true
                    not at end
                       add 1 to b500-lineno
                       perform b505-parse-timetable-record
                       if b500-rec-usable
                          perform b510-hang-departure
                       end-if
                 end-read
              end-perform
              close timetable
              display "TIMETABLE DEPARTURES LOADED: " b500-dep-count
           else
              display "NO TIMETABLE, ALL LINKS UNSCHEDULED"
           end-if
           move 0 to prog-status
           continue.

       b505-parse-timetable-record section.
           set b500-rec-usable to true
           move 0 to b500-run
           move fd-timetable-rec to c100-in-str
           perform c100-parse-csv-line
           if c100-max-cidx < 3 or c100-max-cidx > 4
              set b500-rec-bad to true
           else
              if c100-out-len(1) = 0
                    or c100-out-len(1) > :node-id-len:
                    or c100-out-len(2) = 0
                    or c100-out-len(2) > :node-id-len:
                    or c100-out-len(3) not = 4
                 set b500-rec-bad to true
              else
                 move fd-timetable-rec (c100-out-start-ptr(1)
                                       :c100-out-len(1))
                   to b500-from-id
                 move fd-timetable-rec (c100-out-start-ptr(2)
                                       :c100-out-len(2))
                   to b500-to-id
                 move fd-timetable-rec (c100-out-start-ptr(3):4)
                   to b500-dep-time
                 if b500-from-id is not numeric
                       or b500-to-id is not numeric
                       or b500-dep-time is not numeric
                    set b500-rec-bad to true
                 end-if
                 if b500-rec-usable
                       and (b500-from-id = 0
                         or b500-to-id = 0
                         or b500-dep-hh > 23
                         or b500-dep-mm > 59)
                    set b500-rec-bad to true
                 end-if
              end-if
           end-if
           if b500-rec-usable and c100-max-cidx = 4
              *> the running time column, when given
              if c100-out-len(4) = 0
                    or c100-out-len(4) > :edge-weight-len:
                 set b500-rec-bad to true
              else
                 if fd-timetable-rec (c100-out-start-ptr(4)
                                     :c100-out-len(4)) is numeric
                    move fd-timetable-rec (c100-out-start-ptr(4)
                                          :c100-out-len(4))
                      to b500-run
                 else
                    set b500-rec-bad to true
                 end-if
              end-if
           end-if
           if b500-rec-bad
              display "WARNING: unusable timetable record "
                      "in line " b500-lineno
           end-if
           continue.

      *    chain the departure onto the adjacency entry of its
      *    direction; the relax step weighs all of an entry's
      *    departures, so the chain needs no order
       b510-hang-departure section.
           move b500-from-id to z200-search-nd-id
           perform z200-search-node-by-id-proc
           move z200-res-node-subscript to from-i
           move b500-to-id to z200-search-nd-id
           perform z200-search-node-by-id-proc
           move z200-res-node-subscript to to-i
           move 0 to prog-status
           perform z500-find-adj-entry
           if adj-i = 0
              display "WARNING: timetable departure for unknown edge "
                      b500-from-id " -> " b500-to-id
                      " in line " b500-lineno
           else
              if b500-dep-count >= :tt-max-departures:
                 display "WARNING: timetable full, "
                         "line " b500-lineno " ignored"
              else
                 add 1 to b500-dep-count
                 compute b500-tt-clock(b500-dep-count)
                       = b500-dep-hh * 60 + b500-dep-mm
                 if c100-max-cidx = 4
                    move b500-run to b500-tt-run(b500-dep-count)
                 else
                    set eidx to edge-idx(adj-i)
                    move graph-edge-time(eidx)
                      to b500-tt-run(b500-dep-count)
                 end-if
                 move adj-tt-first(adj-i)
                   to b500-tt-next(b500-dep-count)
                 move b500-dep-count to adj-tt-first(adj-i)
              end-if
           end-if
           continue.
      ******************************************************************
      *    keyed graph load
      *    reads the repository the loader program maintains: node
      *    records first ('N' + id, carrying the table sequence and
      *    the name), then edge records ('E' + from + to); the edge
      *    endpoints resolve through the id-to-sequence table in one
      *    step instead of a search per endpoint, which is what kept
      *    the flat-file load growing with nodes times edges
      ******************************************************************
       b400-read-graph-keyed section.
           set graph-read-state-start to true
           perform b130-reset-adj-lists
           perform varying b400-i from 1 by 1
                     until :graph-max-nodes: < b400-i
              move 0 to b400-id-to-seq(b400-i)
           end-perform
           move 0 to num-nodes
           move 0 to num-aliases
           set nidx to 1
           set eidx to 1

           *> the version record; a repository loaded before graphs
           *> were stamped has none and reads as version zero
           move 0 to graph-version
           move 0 to graph-built
           move spaces to fd-graphksd-rec
           set grk-type-version to true
           move 0 to grk-from-id
           move 0 to grk-to-id
           read graphksd
           if PROG-STATUS = 0
              move grk-graph-version to graph-version
              move grk-graph-built to graph-built
           end-if
           move 0 to prog-status

           *> node records
           set grk-type-node to true
           move 0 to grk-from-id
           move 0 to grk-to-id
           start graphksd key not < grk-key
           if PROG-STATUS = 0
              move space to b400-read-flag
              perform until b400-read-done
                 read graphksd next
                    at end
                       set b400-read-done to true
                    not at end
              set nidx to grk-node-seq
              move grk-from-id to graph-node-id(nidx)
              move grk-node-name to graph-node-name(nidx)
              *> repositories loaded before the handling time was
              *> carried hold spaces there
              if grk-node-handling is numeric
                 move grk-node-handling to graph-node-handling(nidx)
              else
                 move 0 to graph-node-handling(nidx)
              end-if
              move grk-node-seq to b400-id-to-seq(grk-from-id)
           end-if
           continue.
                    move grk-edge-weight to graph-edge-weight(eidx)
                    move grk-edge-dir to graph-edge-direction(eidx)
                    move grk-edge-time to graph-edge-time(eidx)
                    perform b125-insert-to-adj-list
                    set eidx up by 1
                 end-if
              end-if
           continue.

       d200-dijkstra-init section.
           set d100-succ-idx to 1
           set d100-max-succ-idx to 1
           set d100-max-ready-idx to 1
           move 0 to d100-next-iteration
           perform q100-prio-queue-init
           if v100-pass-active
              perform v190-prep-start-by-subscript
           else
              perform d300-dijkstra-prep-start-dest
           end-if
           move d300-dijkstra-start-subs to d100-current-node-subs
           if v100-pass-active
              perform v195-reset-touched-nodes
           else
              perform d210-reset-all-nodes
           end-if
           *> enqueue start node
           move d100-dist(d100-current-node-subs)
             to q110-new-entry-weight
           move d100-current-node-subs to q110-new-entry-id
           perform q110-prio-queue-insert
           *> prepare for next step
           if d100-next-iteration < :dijkstra-max-iterations:
              add 1 to d100-next-iteration
      *       *> gather successor nodes
      *       set d100-max-succ-idx to 1
      *       perform varying d100-subs from 1 by 1
           end-if
           continue.

       d210-reset-all-nodes section.
           *> every node starts unreached and not yet ready
           perform VARYING d100-subs from 1 by 1 
                                     until num-nodes < d100-subs 
              if d100-subs = d100-current-node-subs
                 *> an earliest-arrival run counts in clock minutes
                 *> and leaves the origin no sooner than it is ready
                 if run-crit-earliest
                    move sysin-ready-min to d100-dist(d100-subs)
                 else
                    move 0 to d100-dist(d100-subs)
                 end-if
              else
                 move :unreachable-dist: 
                   to d100-dist(d100-subs) *> max value
              end-if
              move 0 to d100-pred-subs(d100-subs)
              move 0 to d100-dep(d100-subs)
              move space to d100-ready-flag(d100-subs)
           end-perform
           continue.

       d300-dijkstra-prep-start-dest section.
           if sysin-ids-given
              perform d305-prep-start-dest-by-id
           else
              move sysin-from to z100-search-nd-nme
              perform z100-search-node-by-name-proc 
              if PROG-STATUS not = 0
                 display "ERROR: start node for name "
                         z100-search-nd-nme
                 display " not found."
              else
                 move z100-res-node-id to d300-dijkstra-start-id
                 set d300-dijkstra-start-idx to z100-res-node-idx
                 move z100-res-node-subscript 
                   to d300-dijkstra-start-subs
                 move sysin-to to z100-search-nd-nme
                 perform z100-search-node-by-name-proc 
                 if PROG-STATUS not = 0
                    display "ERROR: dest node for name "
                            z100-search-nd-nme
                    display " not found."
                 else
                    move z100-res-node-id to d300-dijkstra-dest-id
                    set d300-dijkstra-dest-idx to z100-res-node-idx
                    move z100-res-node-subscript
                      to d300-dijkstra-dest-subs 
                 end-if
              end-if
           end-if
           continue.

      *    a dispatch order names its end points by node id, which
      *    holds even where two nodes share a name
       d305-prep-start-dest-by-id section.
           move sysin-from-id to z200-search-nd-id
           perform z200-search-node-by-id-proc
           if PROG-STATUS not = 0
              display "ERROR: start node for id " sysin-from-id
                      " not found."
           else
              move sysin-from-id to d300-dijkstra-start-id
              set d300-dijkstra-start-idx to z200-res-node-idx
              move z200-res-node-subscript
                to d300-dijkstra-start-subs
              move sysin-to-id to z200-search-nd-id
              perform z200-search-node-by-id-proc
              if PROG-STATUS not = 0
                 display "ERROR: dest node for id " sysin-to-id
                         " not found."
              else
                 move sysin-to-id to d300-dijkstra-dest-id
                 set d300-dijkstra-dest-idx to z200-res-node-idx
                 move z200-res-node-subscript
                   to d300-dijkstra-dest-subs
              end-if
           end-if
           continue.
              move q120-next-entry-id to d100-current-node-subs

              *> check if current node allready checked to avoid loops
              if not d100-node-is-ready(d100-current-node-subs)
                 *> the queue has no decrease-key, so the weight
                 *> poped above may be stale; the running distance
                 *> commited by the relax step below is
                 *> allways authoritative for this node
                 move d100-dist(d100-current-node-subs)
                   to d400-dist
                 if a010-opt-trace-on
                    perform d900-dijkstra-trace
                 end-if

                 *> find successors along the node's adjacency list
                 set d100-max-succ-idx to 1
                 move adj-first-entry(d100-current-node-subs) to adj-i
                 perform until adj-i = 0
                  if edge-exists(adj-i)
                    move adj-to-subs(adj-i) to d100-subs
                    set eidx to edge-idx(adj-i)
                    if run-crit-earliest
                       perform d410-relax-by-timetable
                    else
                    if run-crit-time
                       compute d400-new-dist
                             = d400-dist + graph-edge-time(eidx)
                       *> leaving a stop other than the origin costs
                       *> its terminal handling time as well
                       if d100-current-node-subs
                          not = d300-dijkstra-start-subs
                          add graph-node-handling
                                (d100-current-node-subs)
                            to d400-new-dist
                       end-if
                    else
                       compute d400-new-dist
                             = d400-dist + graph-edge-weight(eidx)
                    end-if
                    end-if
                    compute d400-last-dist
                          = d100-dist(d100-subs)
                    if d400-new-dist < d400-last-dist
                       move d100-subs
                         to d100-succ-node-subs(d100-max-succ-idx)
                       set d100-max-succ-idx up by 1
                       compute d100-dist(d100-subs)
                             = d400-new-dist
                       move d100-current-node-subs
                         to d100-pred-subs(d100-subs)
                       if run-crit-earliest
                          move d410-dep to d100-dep(d100-subs)
                       end-if
                       if v100-pass-active
                             and d400-last-dist >= :unreachable-dist:
                          add 1 to v100-touched-count
                          move d100-subs
                            to v100-touched(v100-touched-count)
                       end-if
                    end-if
                  end-if
                  move adj-next-entry(adj-i) to adj-i
                 end-perform

                 *> current node is ready, remeber
                 move d100-current-node-subs
                   to d100-ready-node-subs(d100-max-ready-idx)
                 set d100-node-is-ready(d100-current-node-subs)
                   to true
                 *> the critical-link pass wants only the distances
                 *> to a few targets and stops once it has them all
                 if v100-pass-active
                    if v100-is-target(d100-current-node-subs)
                       subtract 1 from v100-targets-left
                       if v100-targets-left = 0
                          set v100-search-done to true
                       end-if
                    end-if
                 end-if

                 *> enqueue successors calculate total dists sofar
                 perform varying d100-succ-idx from 1 by 1
                           until d100-max-succ-idx <= d100-succ-idx
                   move d100-succ-node-subs(d100-succ-idx)
                     to d100-subs
                   move d100-dist(d100-subs)
                     to q110-new-entry-weight
                   move d100-succ-node-subs(d100-succ-idx)
                     to q110-new-entry-id
                 *> and empty the successors list for next iteration
                 set d100-max-succ-idx to 1

                 set d100-max-ready-idx up by 1
                 add 1 to d100-next-iteration
              end-if
              *> next loop, receive next node from priority queue
              if v100-search-done
                 set q120-result-q-empty to true
              else
                 perform q120-prio-queue-pop
              end-if
           end-perform

           *> trace back for result
           *>   the result resides in the running distances
           move d100-dist(d300-dijkstra-dest-subs)
             to d400-tota-dist
           *>
      *    display "----RESULT----"
           if d400-tota-dist >= :unreachable-dist:
              display "ERROR: destination node is not reachable "
              display "       from the start node"
              move :err-dest-unreachable: to prog-status
                      until d100-subs = d300-dijkstra-start-subs
                         or d100-max-path-idx > :graph-max-nodes:
                 if d400-last-subs not = 0
                    move d100-pred-subs(d100-subs) to d100-subs
                    move d100-subs to from-i
                    move d400-last-subs to to-i
                    perform z500-find-adj-entry
                    if adj-i not = 0
                     if edge-exists(adj-i)
                       set eidx to edge-idx(adj-i)
                       if run-crit-time
                          move graph-edge-time(eidx)
                            to d100-res-dist(d100-path-idx)
                          move graph-edge-weight(eidx)
                            to d100-res-dist(d100-path-idx)
                       end-if
                     end-if
                    end-if
                    if run-crit-earliest
                       *> the running time of the departure taken
                       compute d100-res-dist(d100-path-idx)
                             = d100-dist(d400-last-subs)
                             - d100-dep(d400-last-subs)
                    end-if
                 end-if
                 move graph-node-id(d100-subs)
                   to d100-res-id(d100-max-path-idx)
                 move graph-node-name(d100-subs)
                   to d100-res-name(d100-max-path-idx)
                 move 0 to d100-res-hand(d100-max-path-idx)
                 if run-crit-handling
                       and d100-subs not = d300-dijkstra-start-subs
                       and d100-subs not = d300-dijkstra-dest-subs
                    move graph-node-handling(d100-subs)
                      to d100-res-hand(d100-max-path-idx)
                 end-if
                 if run-crit-earliest
                    perform d420-record-schedule-entry
                 end-if
                 move d100-subs to d400-last-subs
                 set d100-path-idx to d100-max-path-idx
                 set d100-max-path-idx up by 1
              else
                 move 0
                   to d100-res-dist(d100-path-idx)
                 if run-crit-earliest
                    *> the total is the transit time, ready to arrival
                    subtract sysin-ready-min from d400-tota-dist
                 end-if
              end-if
           end-if

           continue.

      *    earliest-arrival relax step for the adjacency entry adj-i
      *    out of the current node: the node is left no sooner than
      *    its arrival plus its handling time (the origin on the
      *    ready time), then on the departure that arrives first --
      *    the next one of the day, or tomorrow's when today's have
      *    all gone -- or at once over an unscheduled link
       d410-relax-by-timetable section.
           move d400-dist to d410-ready
           if d100-current-node-subs not = d300-dijkstra-start-subs
              add graph-node-handling(d100-current-node-subs)
                to d410-ready
           end-if
           if adj-tt-first(adj-i) = 0
              move d410-ready to d410-dep
              compute d410-arr = d410-ready + graph-edge-time(eidx)
           else
              divide d410-ready by :minutes-per-day:
                     giving d410-day remainder d410-clock
              move 999999 to d410-dep
              move 999999 to d410-arr
              move adj-tt-first(adj-i) to d410-tt-i
              perform until d410-tt-i = 0
                 if b500-tt-clock(d410-tt-i) >= d410-clock
                    compute d410-cand-dep
                          = d410-day * :minutes-per-day:
                          + b500-tt-clock(d410-tt-i)
                 else
                    compute d410-cand-dep
                          = (d410-day + 1) * :minutes-per-day:
                          + b500-tt-clock(d410-tt-i)
                 end-if
                 compute d410-cand-arr
                       = d410-cand-dep + b500-tt-run(d410-tt-i)
                 if d410-cand-arr < d410-arr
                       or (d410-cand-arr = d410-arr
                           and d410-cand-dep < d410-dep)
                    move d410-cand-dep to d410-dep
                    move d410-cand-arr to d410-arr
                 end-if
                 move b500-tt-next(d410-tt-i) to d410-tt-i
              end-perform
           end-if
           *> one digit over the largest time, as for the other
           *> criteria; a later arrival is simply no improvement
           move d410-arr to d400-new-dist
           continue.

      *    clock times of the path entry just traced back; d400-last-
      *    subs is still the node the path goes on to (zero at the
      *    destination), whose leg carries the departure
       d420-record-schedule-entry section.
           move d100-dist(d100-subs) to d100-res-arr(d100-max-path-idx)
           move 0 to d100-res-wait(d100-max-path-idx)
           move 0 to d100-res-dep(d100-max-path-idx)
           if d400-last-subs not = 0
              move d100-dep(d400-last-subs)
                to d100-res-dep(d100-max-path-idx)
              compute d100-res-wait(d100-max-path-idx)
                    = d100-res-dep(d100-max-path-idx)
                    - d100-res-arr(d100-max-path-idx)
                    - d100-res-hand(d100-max-path-idx)
           end-if
           continue.
      ******************************************************************
      ******************************************************************
      *    write result
            *> outfile is a fixed 80-byte record (4 id + 2 commas +
            *> 3 dist = 9 bytes fixed); bound the name portion to
            *> what is left so the trailing distance can never be
            *> pushed off the end of the record; a time-criterion
            *> route carries the stop's handling time as a fourth
            *> column (4 more bytes fixed); an earliest-arrival
            *> route carries handling, arrival (ddhhmm), wait and
            *> departure (ddhhmm) at the stop (23 more bytes fixed,
            *> the last two columns empty at the destination); a
            *> dispatch order carries its order number as the last
            *> column (up to 13 more bytes)
            if z400-out-len > :outrec-name-max:
               move :outrec-name-max: to z400-out-len
            end-if
            if run-crit-time
                  and z400-out-len > :outrec-hand-name-max:
               move :outrec-hand-name-max: to z400-out-len
            end-if
            if run-crit-earliest
                  and z400-out-len > :outrec-sched-name-max:
               move :outrec-sched-name-max: to z400-out-len
            end-if
            if sysin-order not = spaces
                  and z400-out-len > :outrec-order-name-max:
               move :outrec-order-name-max: to z400-out-len
            end-if
            if a300-suppress-result
               *> a comparison pass wants the distances and the
               *> path, not another copy of the result records
                      d100-res-dist(d100-path-idx) DELIMITED BY SIZE
                 into d500-output WITH POINTER d500-output-ptr
               end-string
               if run-crit-time
                  string ","                       DELIMITED BY SIZE
                         d100-res-hand(d100-path-idx)
                                                   DELIMITED BY SIZE
                    into d500-output WITH POINTER d500-output-ptr
                  end-string
               end-if
               if run-crit-earliest
                  perform d510-append-schedule-columns
               end-if
               if sysin-order not = spaces
                  string ","                       DELIMITED BY SIZE
                         sysin-order               DELIMITED BY SPACE
                    into d500-output WITH POINTER d500-output-ptr
                  end-string
               end-if
               write fd-outfile-REC from d500-output
            end-if
           end-perform
           continue.

       d510-append-schedule-columns section.
           move d100-res-arr(d100-path-idx) to z600-minutes
           perform z600-format-clock
           string ","                          DELIMITED BY SIZE
                  d100-res-hand(d100-path-idx) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  z600-clock                   DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
             into d500-output WITH POINTER d500-output-ptr
           end-string
           if d100-path-idx > 1
              move d100-res-wait(d100-path-idx) to d500-wait
              move d100-res-dep(d100-path-idx) to z600-minutes
              perform z600-format-clock
              string d500-wait                 DELIMITED BY SIZE
                     ","                       DELIMITED BY SIZE
                     z600-clock                DELIMITED BY SIZE
                into d500-output WITH POINTER d500-output-ptr
              end-string
           else
              string ","                       DELIMITED BY SIZE
                into d500-output WITH POINTER d500-output-ptr
              end-string
           end-if
           continue.

      *    walk the result path leg by leg (same pairing the
      *    k-shortest edge removal uses) and bump the traversal
      *    count of every edge the path rides on
           set d100-path-idx to d100-max-path-idx
           set d100-path-idx down by 1
           perform until d100-path-idx <= 1
              perform z510-find-path-leg-entry
              if adj-i not = 0
               if edge-exists(adj-i)
                 set eidx to edge-idx(adj-i)
                 set u100-i to eidx
                 add 1 to u100-use-count(u100-i)
               end-if
              end-if
              set d100-path-idx down by 1
           end-perform

      *    fixed-layout manifest legs for the dispatch system: one
      *    'L' record per edge the path rides on, in travel order,
      *    with the leg's weight and time cost, the handling time
      *    at the stop it leaves from and the distance
      *    accumulated under the request's routing criterion
       m110-write-manifest-legs section.
           move 0 to m100-cum-dist
              INITIALIZE m100-leg-rec
              move 'L' to m100-l-type
              move a050-lineno to m100-l-lineno
              move sysin-order to m100-l-order
              add 1 to m100-leg-seq
              move m100-leg-seq to m100-l-seq
              move d100-res-id(d100-path-idx) to m100-l-from-id
              move d100-res-id(d100-path-idx - 1) to m100-l-to-id
              move d100-res-hand(d100-path-idx) to m100-l-handling
              perform z510-find-path-leg-entry
              if adj-i not = 0
               if edge-exists(adj-i)
                 set eidx to edge-idx(adj-i)
                 move graph-edge-weight(eidx) to m100-l-weight
                 move graph-edge-time(eidx) to m100-l-time
                 if run-crit-time
                    add m100-l-handling to m100-cum-dist
                    add graph-edge-time(eidx) to m100-cum-dist
                 else
                    add graph-edge-weight(eidx) to m100-cum-dist
                 end-if
               end-if
              end-if
              if run-crit-earliest
                 perform m115-fill-leg-schedule
              end-if
              move m100-cum-dist to m100-l-cum
              write fd-manifest-rec from m100-leg-rec
           end-perform
           continue.

      *    the departure the leg rides on, its running time and
      *    arrival; the cumulative figure is the elapsed time since
      *    the consignment was ready, waits included
       m115-fill-leg-schedule section.
           move d100-res-dist(d100-path-idx - 1) to m100-l-time
           move d100-res-wait(d100-path-idx) to m100-l-wait
           move d100-res-dep(d100-path-idx) to z600-minutes
           perform z600-format-clock
           move z600-clock to m100-l-dep
           move d100-res-arr(d100-path-idx - 1) to z600-minutes
           perform z600-format-clock
           move z600-clock to m100-l-arr
           compute m100-cum-dist
                 = d100-res-arr(d100-path-idx - 1) - sysin-ready-min
           continue.

      *    one 'T' trailer per request with leg count, total and the
      *    request's final status, written after the audit record so
      *    failed requests still close out in the manifest
           move m100-leg-seq to m100-t-legs
           move d400-tota-dist to m100-t-total
           move a050-status-code to m100-t-status
           move graph-version to m100-t-version
           move sysin-order to m100-t-order
           write fd-manifest-rec from m100-trailer-rec
           continue.
      ******************************************************************
           move 0 to d600-worst-status
           move sysin-from to d600-saved-from
           move sysin-to   to d600-saved-to
           perform d620-display-all-pairs-header
           *> one dijkstra sweep per source, its row printed straight
           *> from the running distances before the next sweep
           perform VARYING d600-source-idx from 1 by 1
                       until num-nodes < d600-source-idx
              move graph-node-name(d600-source-idx) to sysin-from
              move graph-node-name(d600-source-idx) to sysin-to
              perform d100-dijkstra
              perform d610-display-distance-row
              if PROG-STATUS > d600-worst-status
                 move PROG-STATUS to d600-worst-status
              end-if
           end-perform
           move d600-saved-from to sysin-from
           move d600-saved-to   to sysin-to
           move d600-worst-status to PROG-STATUS
           continue.

       d610-display-distance-row section.
           move 1 to z300-ptr
           move graph-node-name(d600-source-idx)(1:5) to  z300-name
           string z300-name delimited by size
                  "|"       DELIMITED BY SIZE
             into z300-output
             WITH POINTER z300-ptr
           perform VARYING to-i from 1 by 1 until num-nodes < to-i
              if PROG-STATUS = 0
                 move d100-dist(to-i) to z300-weight
              else
                 move :unreachable-dist: to z300-weight
              end-if
              string z300-weight DELIMITED BY SIZE
                     "|"         DELIMITED BY SIZE
                into z300-output
                WITH POINTER z300-ptr
           end-perform
           display z300-output(1:z300-hline-len)
           move z300-hline-len to z900-line-len IN z900-interface-vars
           perform z900-display-hline
           continue.

       d620-display-all-pairs-header section.
           display "All-Pairs Shortest-Distance Matrix:"
           *> header line
           move 1 to z300-ptr
           string "     |" DELIMITED BY size
             into z300-output
             WITH POINTER z300-ptr
           END-STRING
           perform VARYING to-i from 1 by 1 until num-nodes < to-i
              move graph-node-name(to-i)(1:5) to  z300-name
              string z300-name delimited by size
                     "|"       DELIMITED BY SIZE
                into z300-output
           display z300-output(1:z300-hline-len)
           move z300-hline-len to z900-line-len IN z900-interface-vars
           perform z900-display-hline
           continue.
      ******************************************************************
      ******************************************************************
           continue.

       d660-collect-nearest section.
           *> the settled distances are the running distances the
           *> run leaves behind, same ones d610 prints from
           perform varying d650-i from 1 by 1
                     until num-nodes < d650-i
              move d100-dist(d650-i)
                to d650-cand-dist(d650-i)
              move space to d650-done-flag(d650-i)
           end-perform
           move space to d650-more-flag
           perform until d650-found >= d650-count
                      or d650-no-more
              move :unreachable-dist: to d650-best-dist
              move 0 to d650-best-subs
              perform varying d650-i from 1 by 1
                        until num-nodes < d650-i
                 perform d670-write-nearest-line
              end-if
           end-perform
           if d650-found < d650-count
              display "ONLY " d650-found " NODES REACHABLE FROM "
                      sysin-from(1:20)
           end-if
           continue.

       d670-write-nearest-line section.
           move spaces to z400-in-string
           move graph-node-name(d650-best-subs) to z400-in-string
           perform z400-trim-string
           if z400-out-len > :outrec-name-max:
              move :outrec-name-max: to z400-out-len
           end-if
           move spaces to d650-output
           move 1 to d650-output-ptr
           string graph-node-id(d650-best-subs)(1:4)
                                                  DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  z400-in-string(z400-out-start-ptr:z400-out-len)
                                                  DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  d650-best-dist                  DELIMITED BY SIZE
             into d650-output WITH POINTER d650-output-ptr
           end-string
           write fd-outfile-REC from d650-output
           continue.
      ******************************************************************
      ******************************************************************
      *    k-shortest (distinct) path report -- alternate contingency
      *    routes for sysin-from/sysin-to. each successive path is
      *    found by removing the edges the prior path(s) used and
      *    re-running dijkstra, so paths 2..k are edge-disjoint from
      *    the ones already reported.
      ******************************************************************
       d700-k-shortest-report section.
           move space to d700-status
           move 0 to d700-found-count
           set d700-max-rm-idx to 1
           perform VARYING d700-k-idx from 1 by 1
                       until d700-k-idx > sysin-k or d700-done
              perform d100-dijkstra
              if PROG-STATUS = 0
                 display "PATH " d700-k-idx " OF " sysin-k ":"
                 perform d500-write-result
                 if d700-k-idx = 1
                    move d100-dijkstra-result to d700-first-result
                    set d700-first-max to d100-max-path-idx
                 end-if
                 add 1 to d700-found-count
                 move d400-tota-dist to d700-last-good-dist
                 perform d710-remove-path-edges
              else
                 set d700-done to true
              end-if
           end-perform
           perform d720-restore-removed-edges
           if d700-found-count > 0
              *> report success on the paths already found and written
              *> even though the final (k+1'th) attempt above came up
              *> empty -- restore the last successful distance so the
              *> audit record does not pick up the failing attempt's
              *> unreachable-sentinel distance alongside a status 00
              move 0 to PROG-STATUS
              move d700-last-good-dist to d400-tota-dist
           end-if
           continue.

       d710-remove-path-edges section.
           perform VARYING d100-path-idx from d100-max-path-idx by -1
                       until d100-path-idx <= 1
              perform z510-find-path-leg-entry
              if adj-i not = 0
               if edge-exists(adj-i)
                 move adj-i to d700-removed-entry(d700-max-rm-idx)
                 set d700-max-rm-idx up by 1
                 set edge-doesnt-exists(adj-i) to true
               end-if
              end-if
           end-perform
           continue.

       d720-restore-removed-edges section.
           set d700-max-rm-idx down by 1
           perform VARYING d700-rm-idx from 1 by 1
                       until d700-rm-idx > d700-max-rm-idx
              move d700-removed-entry(d700-rm-idx) to adj-i
              set edge-exists(adj-i) to true
           end-perform
           continue.
      ******************************************************************
      ******************************************************************
      *    connected components report -- label propagation over the
      *    graph-adjacency-lists, edge direction ignored, so the
      *    report shows whether the network has silently split into
      *    islands before route requests start failing one at a time
      ******************************************************************
       d800-components-report section.
           perform varying d800-i from 1 by 1 until num-nodes < d800-i
              move 0 to d800-node-comp(d800-i)
           end-perform
           move 0 to d800-comp-count
           perform varying d800-i from 1 by 1 until num-nodes < d800-i
              if d800-node-comp(d800-i) = 0
                 add 1 to d800-comp-count
                 move d800-comp-count to d800-node-comp(d800-i)
                 perform d810-spread-component
              end-if
           end-perform
           perform d820-display-components
           continue.

      *    flood the current component label along the adjacency
      *    lists until a full sweep adds no node; either edge
      *    direction connects
       d810-spread-component section.
           move 'Y' to d800-changed
           perform until not d800-spread
              move 'N' to d800-changed
              perform varying from-i from 1 by 1
                        until num-nodes < from-i
                 move adj-first-entry(from-i) to adj-i
                 perform until adj-i = 0
                    move adj-to-subs(adj-i) to to-i
                    if edge-exists(adj-i)
                       if d800-node-comp(from-i) = d800-comp-count
                             and d800-node-comp(to-i) = 0
                          move d800-comp-count
                            to d800-node-comp(to-i)
                          move 'Y' to d800-changed
                       end-if
                       if d800-node-comp(to-i) = d800-comp-count
                             and d800-node-comp(from-i) = 0
                          move d800-comp-count
                            to d800-node-comp(from-i)
                          move 'Y' to d800-changed
                       end-if
                    end-if
                    move adj-next-entry(adj-i) to adj-i
                 end-perform
              end-perform
           end-perform
           continue.

       d820-display-components section.
           display "CONNECTED COMPONENTS REPORT"
           display "COMPONENTS FOUND: " d800-comp-count
           perform varying d800-j from 1 by 1
                     until d800-comp-count < d800-j
              move 0 to d800-member-count
              perform varying d800-i from 1 by 1
                        until num-nodes < d800-i
                 if d800-node-comp(d800-i) = d800-j
                    add 1 to d800-member-count
                 end-if
              end-perform
              move d800-j to d800-comp-a
              display "COMPONENT " d800-comp-a " ("
                      d800-member-count " NODES):"
              perform varying d800-i from 1 by 1
                        until num-nodes < d800-i
                 if d800-node-comp(d800-i) = d800-j
                    perform d830-display-component-member
                 end-if
              end-perform
           end-perform
           if d800-comp-count > 1
              perform varying d800-i from 1 by 1
                        until d800-comp-count < d800-i
                 perform varying d800-j from d800-i by 1
                           until d800-comp-count < d800-j
                    if d800-j not = d800-i
                       move d800-i to d800-comp-a
                       move d800-j to d800-comp-b
                       display "NO CONNECTION BETWEEN COMPONENT "
                               d800-comp-a " AND COMPONENT "
                               d800-comp-b
                    end-if
                 end-perform
              end-perform
           else
              display "NETWORK IS WHOLE"
           end-if
           continue.

       d830-display-component-member section.
           move spaces to z400-in-string
           move graph-node-name(d800-i) to z400-in-string
           perform z400-trim-string
           if z400-out-len > :outrec-name-max:
              move :outrec-name-max: to z400-out-len
           end-if
           move spaces to d800-output
           move 1 to d800-output-ptr
           string "  "                  DELIMITED BY SIZE
                  graph-node-id(d800-i) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  z400-in-string(z400-out-start-ptr:z400-out-len)
                                        DELIMITED BY SIZE
             into d800-output WITH POINTER d800-output-ptr
           end-string
           subtract 1 from d800-output-ptr
           display d800-output(1:d800-output-ptr)
           continue.
      ******************************************************************
      *    critical-link report (SPOF=tolerance): which single link or
      *    node, lost, would cut the network apart, and for every other
      *    link how much longer the best detour around it runs.  the
      *    cuts come from one depth-first search over the links in
      *    service, taken without direction as the components report
      *    takes them; a link whose detour is missing in one direction,
      *    or runs more than the tolerance over the link itself, is
      *    reported as critical too, and so is a node whose loss
      *    lengthens some route through it past the tolerance.
      *    distances are under the run's criterion (CRIT=)
      ******************************************************************
       v100-critical-link-pass section.
           open output spofrpt
           if PROG-STATUS not = 0
              display "SPOF: report not writable, status "
                      PROG-STATUS
           else
              if a010-opt-crit-time
                 move 'T' to run-criterion-val
              else
                 move 'D' to run-criterion-val
              end-if
              move "CRITICAL LINK AND NODE REPORT" to fd-spofrpt-rec
              write fd-spofrpt-rec
              move "-----------------------------" to fd-spofrpt-rec
              write fd-spofrpt-rec
              perform v110-collect-links
              move spaces to v100-output
              move 1 to v100-output-ptr
              string "CRITERION "          DELIMITED BY SIZE
                     run-criterion-val     DELIMITED BY SIZE
                     "  TOLERANCE "        DELIMITED BY SIZE
                     a010-opt-spof-tol     DELIMITED BY SIZE
                     "  NODES "            DELIMITED BY SIZE
                     num-nodes             DELIMITED BY SIZE
                     "  LINKS IN SERVICE " DELIMITED BY SIZE
                     v100-num-links        DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
              write fd-spofrpt-rec from v100-output
              perform v120-find-cut-points
              *> the loss runs are many small searches: the running
              *> table is cleared once here and after that only where
              *> the previous search reached
              move 0 to d100-current-node-subs
              perform d210-reset-all-nodes
              move 0 to v100-touched-count
              set v100-pass-active to true
              perform v130-measure-link-loss
              perform v140-measure-node-loss
              move 'N' to v100-pass-flag
              move 'N' to v100-search-flag
              perform v150-rank-critical
              perform v170-rank-link-increase
              move "-----------------------------" to fd-spofrpt-rec
              write fd-spofrpt-rec
              move spaces to v100-output
              move 1 to v100-output-ptr
              string "BRIDGES: "             DELIMITED BY SIZE
                     v100-bridge-count       DELIMITED BY SIZE
                     "  ARTICULATION NODES: " DELIMITED BY SIZE
                     v100-artic-count        DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
              write fd-spofrpt-rec from v100-output
              move spaces to v100-output
              move 1 to v100-output-ptr
              string "OVER TOLERANCE: LINKS " DELIMITED BY SIZE
                     v100-over-links          DELIMITED BY SIZE
                     "  NODES "               DELIMITED BY SIZE
                     v100-over-nodes          DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
              write fd-spofrpt-rec from v100-output
              close spofrpt
              display "SPOF: BRIDGES " v100-bridge-count
                      " ARTICULATION NODES " v100-artic-count
                      " OVER TOLERANCE " v100-over-links
                      "/" v100-over-nodes
           end-if
           move 0 to prog-status
           continue.

      *    one undirected link per edge with an entry in service, hung
      *    off both its end nodes; the entries themselves are kept so
      *    the loss runs can take the edge out in both directions
       v110-collect-links section.
           set v100-edge-count to max-edge-idx
           if v100-edge-count > 0
              subtract 1 from v100-edge-count
           end-if
           perform varying v100-e from 1 by 1
                     until v100-edge-count < v100-e
              move 0 to v100-arc1(v100-e)
              move 0 to v100-arc2(v100-e)
              move 0 to v100-edge-a(v100-e)
              move 0 to v100-edge-b(v100-e)
              move 0 to v100-bridge-child(v100-e)
              move 0 to v100-edge-incr(v100-e)
              move space to v100-edge-flag(v100-e)
              move 0 to v100-incr-next(v100-e)
           end-perform
           perform varying v100-i from 1 by 1 until num-nodes < v100-i
              move space to v100-target-flag(v100-i)
              move 0 to v100-inc-first(v100-i)
              move 0 to v100-disc(v100-i)
              move 0 to v100-low(v100-i)
              move 0 to v100-parent(v100-i)
              move 0 to v100-parent-edge(v100-i)
              move 0 to v100-size(v100-i)
              move 0 to v100-root(v100-i)
              move 0 to v100-iter(v100-i)
              move 0 to v100-piece-first(v100-i)
              move 0 to v100-pieces(v100-i)
              move 0 to v100-piece-sum(v100-i)
              move 0 to v100-piece-sumsq(v100-i)
              move space to v100-artic-flag(v100-i)
              move 0 to v100-node-incr(v100-i)
              move space to v100-node-flag(v100-i)
           end-perform
           move 0 to v100-num-links
           move 0 to v100-inc-count
           move 0 to v100-piece-count
           perform varying from-i from 1 by 1 until num-nodes < from-i
              move adj-first-entry(from-i) to adj-i
              perform until adj-i = 0
                 if edge-exists(adj-i)
                    set eidx to edge-idx(adj-i)
                    set v100-e to eidx
                    if v100-arc1(v100-e) = 0
                       move adj-i to v100-arc1(v100-e)
                       move from-i to v100-edge-a(v100-e)
                       move adj-to-subs(adj-i) to v100-edge-b(v100-e)
                       add 1 to v100-num-links
                       perform v115-add-incidence
                    else
                       move adj-i to v100-arc2(v100-e)
                    end-if
                 end-if
                 move adj-next-entry(adj-i) to adj-i
              end-perform
           end-perform
           continue.

       v115-add-incidence section.
           move v100-edge-a(v100-e) to v100-a
           move v100-edge-b(v100-e) to v100-b
           add 1 to v100-inc-count
           move v100-b to v100-inc-node(v100-inc-count)
           move v100-e to v100-inc-edge(v100-inc-count)
           move v100-inc-first(v100-a) to v100-inc-next(v100-inc-count)
           move v100-inc-count to v100-inc-first(v100-a)
           add 1 to v100-inc-count
           move v100-a to v100-inc-node(v100-inc-count)
           move v100-e to v100-inc-edge(v100-inc-count)
           move v100-inc-first(v100-b) to v100-inc-next(v100-inc-count)
           move v100-inc-count to v100-inc-first(v100-b)
           continue.

      *    depth-first search with an explicit stack, one tree per
      *    component: a link is a bridge when nothing below it climbs
      *    back above it, a node is an articulation when some subtree
      *    below it climbs back no higher than the node itself (the
      *    tree root when it has two or more such subtrees)
       v120-find-cut-points section.
           move 0 to v100-time
           perform varying v100-i from 1 by 1 until num-nodes < v100-i
              if v100-disc(v100-i) = 0
                 move v100-i to v100-r
                 perform v125-search-from-root
              end-if
           end-perform
           continue.

       v125-search-from-root section.
           add 1 to v100-time
           move v100-time to v100-disc(v100-r)
           move v100-time to v100-low(v100-r)
           move v100-r to v100-order(v100-time)
           move v100-r to v100-root(v100-r)
           move 1 to v100-size(v100-r)
           move v100-inc-first(v100-r) to v100-iter(v100-r)
           move 1 to v100-sp
           move v100-r to v100-stack(1)
           perform until v100-sp = 0
              move v100-stack(v100-sp) to v100-u
              if v100-iter(v100-u) not = 0
                 move v100-iter(v100-u) to v100-k
                 move v100-inc-next(v100-k) to v100-iter(v100-u)
                 move v100-inc-node(v100-k) to v100-w
                 *> the link back to the parent is not a way round;
                 *> a parallel link between the same pair is
                 if v100-inc-edge(v100-k) not = v100-parent-edge(v100-u)
                    if v100-disc(v100-w) = 0
                       add 1 to v100-time
                       move v100-time to v100-disc(v100-w)
                       move v100-time to v100-low(v100-w)
                       move v100-w to v100-order(v100-time)
                       move v100-r to v100-root(v100-w)
                       move v100-u to v100-parent(v100-w)
                       move v100-inc-edge(v100-k)
                         to v100-parent-edge(v100-w)
                       move 1 to v100-size(v100-w)
                       move v100-inc-first(v100-w) to v100-iter(v100-w)
                       add 1 to v100-sp
                       move v100-w to v100-stack(v100-sp)
                    else
                       if v100-disc(v100-w) < v100-low(v100-u)
                          move v100-disc(v100-w) to v100-low(v100-u)
                       end-if
                    end-if
                 end-if
              else
                 subtract 1 from v100-sp
                 perform v126-close-node
              end-if
           end-perform
           if v100-pieces(v100-r) > 1
              move 'Y' to v100-artic-flag(v100-r)
           end-if
           continue.

      *    node v100-u is finished: hand its size and low number up
      *    to its parent, and judge the link between them
       v126-close-node section.
           move v100-parent(v100-u) to v100-p
           if v100-p not = 0
              if v100-low(v100-u) < v100-low(v100-p)
                 move v100-low(v100-u) to v100-low(v100-p)
              end-if
              add v100-size(v100-u) to v100-size(v100-p)
              if v100-low(v100-u) > v100-disc(v100-p)
                 move v100-u
                   to v100-bridge-child(v100-parent-edge(v100-u))
              end-if
              if v100-low(v100-u) >= v100-disc(v100-p)
                 *> the subtree under u hangs on p alone
                 add 1 to v100-piece-count
                 move v100-u to v100-piece-child(v100-piece-count)
                 move v100-piece-first(v100-p)
                   to v100-piece-next(v100-piece-count)
                 move v100-piece-count to v100-piece-first(v100-p)
                 add 1 to v100-pieces(v100-p)
                 add v100-size(v100-u) to v100-piece-sum(v100-p)
                 compute v100-piece-sumsq(v100-p)
                       = v100-piece-sumsq(v100-p)
                       + v100-size(v100-u) * v100-size(v100-u)
                 if v100-parent(v100-p) not = 0
                    move 'Y' to v100-artic-flag(v100-p)
                 end-if
              end-if
           end-if
           continue.

      *    every link that is not a bridge: take it out in both
      *    directions and find the shortest way round, per direction,
      *    between its own end nodes
       v130-measure-link-loss section.
           perform varying v100-e from 1 by 1
                     until v100-edge-count < v100-e
              if v100-arc1(v100-e) not = 0
                    and v100-bridge-child(v100-e) = 0
                 perform v135-one-link-loss
              end-if
           end-perform
           continue.

       v135-one-link-loss section.
           move 0 to v100-incr
           move space to v100-detour-flag
           set eidx to v100-e
           if run-crit-time
              move graph-edge-time(eidx) to v100-cost
           else
              move graph-edge-weight(eidx) to v100-cost
           end-if
           set edge-doesnt-exists(v100-arc1(v100-e)) to true
           if v100-arc2(v100-e) not = 0
              set edge-doesnt-exists(v100-arc2(v100-e)) to true
           end-if
           move v100-edge-a(v100-e) to v100-a
           move v100-edge-b(v100-e) to v100-b
           perform v137-detour-one-way
           if v100-arc2(v100-e) not = 0
              move v100-edge-b(v100-e) to v100-a
              move v100-edge-a(v100-e) to v100-b
              perform v137-detour-one-way
           end-if
           set edge-exists(v100-arc1(v100-e)) to true
           if v100-arc2(v100-e) not = 0
              set edge-exists(v100-arc2(v100-e)) to true
           end-if
           move v100-incr to v100-edge-incr(v100-e)
           if v100-no-detour
              move 'Y' to v100-edge-flag(v100-e)
           end-if
           continue.

       v137-detour-one-way section.
           move 'Y' to v100-target-flag(v100-b)
           move 1 to v100-targets-left
           move v100-a to v100-from-subs
           perform d100-dijkstra
           move space to v100-target-flag(v100-b)
           move v100-b to v100-w
           perform v138-judge-detour
           continue.

      *    the detour to node v100-w against the v100-cost of the way
      *    that was lost: keep the largest increase, or note that
      *    there is no way round at all
       v138-judge-detour section.
           if d100-dist(v100-w) >= :unreachable-dist:
              set v100-no-detour to true
           else
              if d100-dist(v100-w) > v100-cost
                 if d100-dist(v100-w) - v100-cost > v100-incr
                    compute v100-incr = d100-dist(v100-w) - v100-cost
                 end-if
              end-if
           end-if
           continue.

      *    every node that is not an articulation: take out all its
      *    links and, from each node feeding it, find the way round
      *    to each node it feeds
       v140-measure-node-loss section.
           perform varying v100-i from 1 by 1 until num-nodes < v100-i
              move v100-i to v100-x
              if v100-inc-first(v100-x) not = 0
                    and not v100-is-artic(v100-x)
                 perform v145-one-node-loss
              end-if
           end-perform
           continue.

       v145-one-node-loss section.
           move 0 to v100-rm-count
           move 0 to v100-incr
           move space to v100-detour-flag
           *> the entries leaving the node
           move adj-first-entry(v100-x) to adj-i
           perform until adj-i = 0
              if edge-exists(adj-i)
                 add 1 to v100-rm-count
                 move adj-i to v100-rm-entry(v100-rm-count)
                 move v100-x to v100-rm-from(v100-rm-count)
                 set edge-doesnt-exists(adj-i) to true
              end-if
              move adj-next-entry(adj-i) to adj-i
           end-perform
           *> and the entries coming in, found through the links
           move v100-inc-first(v100-x) to v100-k
           perform until v100-k = 0
              move v100-inc-node(v100-k) to from-i
              move v100-x to to-i
              perform z500-find-adj-entry
              if adj-i not = 0
                 if edge-exists(adj-i)
                    add 1 to v100-rm-count
                    move adj-i to v100-rm-entry(v100-rm-count)
                    move from-i to v100-rm-from(v100-rm-count)
                    set edge-doesnt-exists(adj-i) to true
                 end-if
              end-if
              move v100-inc-next(v100-k) to v100-k
           end-perform
           perform varying v100-j from 1 by 1
                     until v100-rm-count < v100-j
              if v100-rm-from(v100-j) not = v100-x
                 perform v147-detour-around-node
              end-if
           end-perform
           perform varying v100-j from 1 by 1
                     until v100-rm-count < v100-j
              set edge-exists(v100-rm-entry(v100-j)) to true
           end-perform
           move v100-incr to v100-node-incr(v100-x)
           if v100-no-detour
              move 'Y' to v100-node-flag(v100-x)
           end-if
           continue.

      *    removed entry v100-j runs from v100-a into the node: price
      *    the way through the node to each of its successors, then
      *    search from v100-a until every successor is settled
       v147-detour-around-node section.
           move v100-rm-from(v100-j) to v100-a
           set eidx to edge-idx(v100-rm-entry(v100-j))
           if run-crit-time
              compute v100-cost-in = graph-edge-time(eidx)
                                   + graph-node-handling(v100-x)
           else
              move graph-edge-weight(eidx) to v100-cost-in
           end-if
           move 0 to v100-targets-left
           perform varying v100-n from 1 by 1
                     until v100-rm-count < v100-n
              if v100-rm-from(v100-n) = v100-x
                 move adj-to-subs(v100-rm-entry(v100-n)) to v100-b
                 if v100-b not = v100-a and v100-b not = v100-x
                    set eidx to edge-idx(v100-rm-entry(v100-n))
                    if run-crit-time
                       compute v100-through(v100-b)
                             = v100-cost-in + graph-edge-time(eidx)
                    else
                       compute v100-through(v100-b)
                             = v100-cost-in + graph-edge-weight(eidx)
                    end-if
                    move 'Y' to v100-target-flag(v100-b)
                    add 1 to v100-targets-left
                 end-if
              end-if
           end-perform
           if v100-targets-left > 0
              move v100-a to v100-from-subs
              perform d100-dijkstra
              perform varying v100-n from 1 by 1
                        until v100-rm-count < v100-n
                 if v100-rm-from(v100-n) = v100-x
                    move adj-to-subs(v100-rm-entry(v100-n)) to v100-w
                    if v100-is-target(v100-w)
                       move v100-through(v100-w) to v100-cost
                       perform v138-judge-detour
                       move space to v100-target-flag(v100-w)
                    end-if
                 end-if
              end-perform
           end-if
           continue.

      *    the critical list: bridges and articulation nodes by the
      *    node pairs they would cut apart, then what runs over the
      *    tolerance by its increase, a missing detour first
       v150-rank-critical section.
           move 0 to v100-crit-count
           move 0 to v100-bridge-count
           move 0 to v100-artic-count
           move 0 to v100-over-links
           move 0 to v100-over-nodes
           perform varying v100-e from 1 by 1
                     until v100-edge-count < v100-e
              if v100-arc1(v100-e) not = 0
                 if v100-bridge-child(v100-e) not = 0
                    add 1 to v100-bridge-count
                    move v100-bridge-child(v100-e) to v100-u
                    move v100-size(v100-root(v100-u)) to v100-comp-size
                    add 1 to v100-crit-count
                    compute v100-crit-pairs(v100-crit-count)
                          = v100-size(v100-u)
                          * (v100-comp-size - v100-size(v100-u))
                    move 0 to v100-crit-incr(v100-crit-count)
                    perform v152-add-link-item
                 else
                    if v100-edge-no-detour(v100-e)
                          or v100-edge-incr(v100-e) > a010-opt-spof-tol
                       add 1 to v100-over-links
                       add 1 to v100-crit-count
                       move 0 to v100-crit-pairs(v100-crit-count)
                       if v100-edge-no-detour(v100-e)
                          move :unreachable-dist:
                            to v100-crit-incr(v100-crit-count)
                       else
                          move v100-edge-incr(v100-e)
                            to v100-crit-incr(v100-crit-count)
                       end-if
                       perform v152-add-link-item
                    end-if
                 end-if
              end-if
           end-perform
           perform varying v100-i from 1 by 1 until num-nodes < v100-i
              move v100-i to v100-p
              if v100-is-artic(v100-p)
                 add 1 to v100-artic-count
                 move v100-size(v100-root(v100-p)) to v100-comp-size
                 compute v100-rest = v100-comp-size - 1
                                   - v100-piece-sum(v100-p)
                 add 1 to v100-crit-count
                 compute v100-crit-pairs(v100-crit-count)
                       = ((v100-comp-size - 1) * (v100-comp-size - 1)
                         - v100-piece-sumsq(v100-p)
                         - v100-rest * v100-rest) / 2
                 move 0 to v100-crit-incr(v100-crit-count)
                 perform v153-add-node-item
              else
                 if v100-inc-first(v100-p) not = 0
                       and (v100-node-no-detour(v100-p)
                            or v100-node-incr(v100-p)
                               > a010-opt-spof-tol)
                    add 1 to v100-over-nodes
                    add 1 to v100-crit-count
                    move 0 to v100-crit-pairs(v100-crit-count)
                    if v100-node-no-detour(v100-p)
                       move :unreachable-dist:
                         to v100-crit-incr(v100-crit-count)
                    else
                       move v100-node-incr(v100-p)
                         to v100-crit-incr(v100-crit-count)
                    end-if
                    perform v153-add-node-item
                 end-if
              end-if
           end-perform
           move "-----------------------------" to fd-spofrpt-rec
           write fd-spofrpt-rec
           move "CRITICAL LINKS AND NODES, MOST PAIRS CUT APART FIRST"
             to fd-spofrpt-rec
           write fd-spofrpt-rec
           perform varying v100-rank from 1 by 1
                     until v100-rank > v100-crit-count
              move 0 to v100-best
              perform varying v100-k from 1 by 1
                        until v100-crit-count < v100-k
                 if not v100-crit-ranked(v100-k)
                    if v100-best = 0
                       move v100-k to v100-best
                    else
                       if v100-crit-pairs(v100-k)
                             > v100-crit-pairs(v100-best)
                          or (v100-crit-pairs(v100-k)
                                = v100-crit-pairs(v100-best)
                              and v100-crit-incr(v100-k)
                                > v100-crit-incr(v100-best))
                          move v100-k to v100-best
                       end-if
                    end-if
                 end-if
              end-perform
              move 'Y' to v100-crit-done(v100-best)
              perform v160-write-critical-item
           end-perform
           if v100-crit-count = 0
              move "  (NO SINGLE LINK OR NODE IS CRITICAL)"
                to fd-spofrpt-rec
              write fd-spofrpt-rec
           end-if
           continue.

       v152-add-link-item section.
           move 'L' to v100-crit-kind(v100-crit-count)
           move v100-e to v100-crit-item(v100-crit-count)
           move space to v100-crit-done(v100-crit-count)
           continue.

       v153-add-node-item section.
           move 'N' to v100-crit-kind(v100-crit-count)
           move v100-p to v100-crit-item(v100-crit-count)
           move space to v100-crit-done(v100-crit-count)
           continue.

      *    one ranked line for critical entry v100-best, the reason
      *    under it and, for a cut, the nodes on the far side of it
       v160-write-critical-item section.
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "RANK "       DELIMITED BY SIZE
                  v100-rank     DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           move 0 to v100-listed
           move 0 to v100-side
           if v100-crit-link(v100-best)
              move v100-crit-item(v100-best) to v100-e
              string "LINK "    DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
              perform v175-append-link
              write fd-spofrpt-rec from v100-output
              if v100-bridge-child(v100-e) not = 0
                 move v100-bridge-child(v100-e) to v100-u
                 move v100-size(v100-root(v100-u)) to v100-comp-size
                 compute v100-rest = v100-comp-size - v100-size(v100-u)
                 move spaces to v100-output
                 move 1 to v100-output-ptr
                 string "  BRIDGE, "                DELIMITED BY SIZE
                        v100-crit-pairs(v100-best)  DELIMITED BY SIZE
                        " NODE PAIRS CUT APART; "   DELIMITED BY SIZE
                        "SMALLER SIDE:"             DELIMITED BY SIZE
                   into v100-output WITH POINTER v100-output-ptr
                 end-string
                 write fd-spofrpt-rec from v100-output
                 if v100-size(v100-u) <= v100-rest
                    move v100-size(v100-u) to v100-side
                    perform v165-list-subtree
                 else
                    move v100-rest to v100-side
                    perform v166-list-outside-subtree
                 end-if
              else
                 perform v162-write-over-tolerance
              end-if
           else
              move v100-crit-item(v100-best) to v100-p
              string "NODE "    DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
              move v100-p to v100-w
              perform v176-append-node
              write fd-spofrpt-rec from v100-output
              if v100-is-artic(v100-p)
                 perform v163-write-articulation
              else
                 perform v162-write-over-tolerance
              end-if
           end-if
           if v100-listed < v100-side
              move spaces to v100-output
              move 1 to v100-output-ptr
              compute v100-more = v100-side - v100-listed
              string "      ... AND "  DELIMITED BY SIZE
                     v100-more         DELIMITED BY SIZE
                     " MORE"           DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
              write fd-spofrpt-rec from v100-output
           end-if
           continue.

       v162-write-over-tolerance section.
           move spaces to v100-output
           move 1 to v100-output-ptr
           if v100-crit-incr(v100-best) >= :unreachable-dist:
              string "  NO DETOUR IN AT LEAST ONE DIRECTION"
                                           DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
           else
              string "  DETOUR ADDS "           DELIMITED BY SIZE
                     v100-crit-incr(v100-best)  DELIMITED BY SIZE
                     ", OVER TOLERANCE "        DELIMITED BY SIZE
                     a010-opt-spof-tol          DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
           end-if
           write fd-spofrpt-rec from v100-output
           continue.

      *    the node's parts: every subtree hanging on it alone plus
      *    the rest of its component; all but the largest part are
      *    listed as cut off
       v163-write-articulation section.
           move v100-size(v100-root(v100-p)) to v100-comp-size
           compute v100-rest = v100-comp-size - 1
                             - v100-piece-sum(v100-p)
           move v100-pieces(v100-p) to v100-n
           if v100-rest > 0
              add 1 to v100-n
           end-if
           move v100-rest to v100-largest
           move 0 to v100-skip-child
           move v100-piece-first(v100-p) to v100-k
           perform until v100-k = 0
              move v100-piece-child(v100-k) to v100-u
              if v100-size(v100-u) > v100-largest
                 move v100-size(v100-u) to v100-largest
                 move v100-u to v100-skip-child
              end-if
              move v100-piece-next(v100-k) to v100-k
           end-perform
           compute v100-side = v100-comp-size - 1 - v100-largest
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "  ARTICULATION, "          DELIMITED BY SIZE
                  v100-n                      DELIMITED BY SIZE
                  " PARTS, "                  DELIMITED BY SIZE
                  v100-crit-pairs(v100-best)  DELIMITED BY SIZE
                  " NODE PAIRS CUT APART; "   DELIMITED BY SIZE
                  "CUT OFF:"                  DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-spofrpt-rec from v100-output
           move v100-piece-first(v100-p) to v100-m
           perform until v100-m = 0 or v100-listed >= 10
              move v100-piece-child(v100-m) to v100-u
              if v100-u not = v100-skip-child
                 perform v165-list-subtree
              end-if
              move v100-piece-next(v100-m) to v100-m
           end-perform
           if v100-skip-child not = 0 and v100-rest > 0
              perform v167-list-rest
           end-if
           continue.

       v165-list-subtree section.
           compute v100-hi = v100-disc(v100-u) + v100-size(v100-u) - 1
           perform varying v100-k from v100-disc(v100-u) by 1
                     until v100-k > v100-hi or v100-listed >= 10
              move v100-order(v100-k) to v100-w
              perform v168-list-node
           end-perform
           continue.

      *    the component of bridge child v100-u less u's own subtree
       v166-list-outside-subtree section.
           move v100-disc(v100-root(v100-u)) to v100-k
           compute v100-hi = v100-k + v100-comp-size - 1
           perform until v100-k > v100-hi or v100-listed >= 10
              if v100-k = v100-disc(v100-u)
                 add v100-size(v100-u) to v100-k
              else
                 move v100-order(v100-k) to v100-w
                 perform v168-list-node
                 add 1 to v100-k
              end-if
           end-perform
           continue.

      *    the component of articulation v100-p less p itself and the
      *    subtrees hanging on it alone: the part holding its parent
       v167-list-rest section.
           move v100-disc(v100-root(v100-p)) to v100-k
           compute v100-hi = v100-k + v100-comp-size - 1
           perform until v100-k > v100-hi or v100-listed >= 10
              move 'N' to v100-in-piece-flag
              if v100-k = v100-disc(v100-p)
                 move 'Y' to v100-in-piece-flag
                 add 1 to v100-k
              else
                 move v100-piece-first(v100-p) to v100-m
                 perform until v100-m = 0 or v100-in-piece
                    move v100-piece-child(v100-m) to v100-u
                    if v100-k = v100-disc(v100-u)
                       move 'Y' to v100-in-piece-flag
                       add v100-size(v100-u) to v100-k
                    end-if
                    move v100-piece-next(v100-m) to v100-m
                 end-perform
              end-if
              if not v100-in-piece
                 move v100-order(v100-k) to v100-w
                 perform v168-list-node
                 add 1 to v100-k
              end-if
           end-perform
           continue.

       v168-list-node section.
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "      "   DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           perform v176-append-node
           write fd-spofrpt-rec from v100-output
           add 1 to v100-listed
           continue.

      *    every link that is not a bridge, by the increase its loss
      *    costs, the links with no detour first; links whose loss
      *    costs nothing are only counted
       v170-rank-link-increase section.
           perform varying v100-bucket from 1 by 1
                     until v100-bucket > :spof-incr-buckets:
              move 0 to v100-incr-first(v100-bucket)
           end-perform
           move 0 to v100-zero-count
           perform varying v100-e from v100-edge-count by -1
                     until v100-e < 1
              if v100-arc1(v100-e) not = 0
                    and v100-bridge-child(v100-e) = 0
                 if v100-edge-no-detour(v100-e)
                    move :spof-incr-buckets: to v100-bucket
                 else
                    compute v100-bucket = v100-edge-incr(v100-e) + 1
                 end-if
                 if v100-bucket = 1
                    add 1 to v100-zero-count
                 else
                    move v100-incr-first(v100-bucket)
                      to v100-incr-next(v100-e)
                    move v100-e to v100-incr-first(v100-bucket)
                 end-if
              end-if
           end-perform
           move "-----------------------------" to fd-spofrpt-rec
           write fd-spofrpt-rec
           move "LINK LOSS, LARGEST DISTANCE INCREASE FIRST"
             to fd-spofrpt-rec
           write fd-spofrpt-rec
           move 0 to v100-listed
           perform varying v100-bucket
                     from :spof-incr-buckets: by -1
                     until v100-bucket < 2
              move v100-incr-first(v100-bucket) to v100-e
              perform until v100-e = 0
                 perform v172-write-increase-line
                 move v100-incr-next(v100-e) to v100-e
              end-perform
           end-perform
           if v100-listed = 0
              move "  (NO LINK LOSS LENGTHENS ANY ROUTE)"
                to fd-spofrpt-rec
              write fd-spofrpt-rec
           end-if
           move spaces to v100-output
           move 1 to v100-output-ptr
           string "  "              DELIMITED BY SIZE
                  v100-zero-count   DELIMITED BY SIZE
                  " LINKS CAN BE LOST WITHOUT ANY INCREASE"
                                    DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           write fd-spofrpt-rec from v100-output
           continue.

       v172-write-increase-line section.
           move spaces to v100-output
           move 1 to v100-output-ptr
           if v100-edge-no-detour(v100-e)
              string "  NO DETOUR "         DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
           else
              string "  +"                  DELIMITED BY SIZE
                     v100-edge-incr(v100-e) DELIMITED BY SIZE
                     "     "                DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
           end-if
           perform v175-append-link
           if v100-edge-no-detour(v100-e)
                 or v100-edge-incr(v100-e) > a010-opt-spof-tol
              string "  *"                  DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
           end-if
           write fd-spofrpt-rec from v100-output
           add 1 to v100-listed
           continue.

      *    "id name -> id name" for edge v100-e, "<->" both ways
       v175-append-link section.
           set eidx to v100-e
           set v100-w to graph-edge-from-idx(eidx)
           perform v176-append-node
           if graph-edge-undirected(eidx)
              string " <-> "       DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
           else
              string " -> "        DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
           end-if
           set eidx to v100-e
           set v100-w to graph-edge-to-idx(eidx)
           perform v176-append-node
           continue.

       v176-append-node section.
           move spaces to z400-in-string
           move graph-node-name(v100-w) to z400-in-string
           perform z400-trim-string
           if z400-out-len > 20
              move 20 to z400-out-len
           end-if
           string graph-node-id(v100-w) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
             into v100-output WITH POINTER v100-output-ptr
           end-string
           if z400-out-len > 0
              string z400-in-string(z400-out-start-ptr:z400-out-len)
                                        DELIMITED BY SIZE
                into v100-output WITH POINTER v100-output-ptr
              end-string
           end-if
           continue.

      *    the critical-link pass names its search start by subscript;
      *    the start is its own destination, the targets' distances
      *    are read straight from the running table
       v190-prep-start-by-subscript section.
           move v100-from-subs to d300-dijkstra-start-subs
           move v100-from-subs to d300-dijkstra-dest-subs
           set d300-dijkstra-start-idx to v100-from-subs
           set d300-dijkstra-dest-idx to v100-from-subs
           move graph-node-id(v100-from-subs) to d300-dijkstra-start-id
           move graph-node-id(v100-from-subs) to d300-dijkstra-dest-id
           move 'N' to v100-search-flag
           continue.

       v195-reset-touched-nodes section.
           perform varying v100-m from 1 by 1
                     until v100-touched-count < v100-m
              move v100-touched(v100-m) to d100-subs
              move :unreachable-dist: to d100-dist(d100-subs)
              move 0 to d100-pred-subs(d100-subs)
              move 0 to d100-dep(d100-subs)
              move space to d100-ready-flag(d100-subs)
           end-perform
           move 1 to v100-touched-count
           move d100-current-node-subs to v100-touched(1)
           move 0 to d100-dist(d100-current-node-subs)
           continue.
      ******************************************************************
      ******************************************************************
           end-if


           *> show dijkstra distances and predecessors
           move 0 to d900-node-no
           INITIALIZE d900-output
           move 1 to d900-output-ptr
           string "Step " DELIMITED BY size
                  "|" delimited by size
             into d900-output WITH POINTER d900-output-ptr
           END-STRING 
                     UNTIL max-node-idx < nidx
            add 1 to d900-node-no
            move graph-node-name(d900-node-no) to d900-node-name
            string d900-node-name(1:5) delimited by size
                   "|" delimited by size
              into d900-output WITH POINTER d900-output-ptr
            end-string
           compute z900-line-len = d900-output-ptr - 1
           perform z900-display-hline

           *> distances line, the running state as it stands
           INITIALIZE d900-output
           move 1 to d900-output-ptr
           string d100-next-iteration DELIMITED BY size
                  "|"                 DELIMITED BY SIZE
             into d900-output with POINTER d900-output-ptr
           end-string
           PERFORM VARYING d100-subs FROM 1 BY 1
                     UNTIL num-nodes < d100-subs
             move d100-dist(d100-subs) 
               to d900-out-dist
             string d900-out-dist DELIMITED BY size         
                    "|"           delimited by size
               into d900-output WITH POINTER d900-output-ptr
           end-perform
           subtract 1 from d900-output-ptr
           display d900-output(1:d900-output-ptr)
           *> predecessors
           INITIALIZE d900-output
           move 1 to d900-output-ptr
           string "     |" DELIMITED BY SIZE
             into d900-output with POINTER d900-output-ptr
           end-string
           PERFORM VARYING d100-subs FROM 1 BY 1
                     UNTIL num-nodes < d100-subs
             move d100-pred-subs(d100-subs) to d900-subs
             if d900-subs = 0
                move spaces to d900-node-name
             else
                move graph-node-name(d900-subs)
                  to d900-node-name
             end-if
             string d900-node-name(1:5) DELIMITED BY size         
                    "|"       delimited by size
               into d900-output WITH POINTER d900-output-ptr
           end-perform
           subtract 1 from d900-output-ptr
           display d900-output(1:d900-output-ptr)
           perform z900-display-hline

           display "End of Dijkstra Trace"

           move 1 to t100-next-free-pos 
           continue.
       t110-bt-insert section.
           if t100-next-free-pos <= :tree-max-entries:
              move t100-root to t110-cur-nd
              move t100-root to t110-last-nd
              *> search the approlriate branch
           set s130-stack-empty to true
           continue.
       s110-stack-push section.
           if s100-top-idx < :tree-max-entries:
              move s110-elem to s100-stack-elem(s100-top-idx) 
              set s100-top-idx up by 1
           else
           continue.
       z200-search-node-by-id-proc section.
           move 0 to z200-res-node-subscript
           *> served by the id-to-sequence table in one step; both
           *> the flat and the keyed load fill it, and so does the
           *> proposed graph of a what-if pass
           if z200-search-nd-id > 0
                 and z200-search-nd-id <= :graph-max-nodes:
                 and b400-id-to-seq(z200-search-nd-id) not = 0
              move b400-id-to-seq(z200-search-nd-id)
                to z200-res-node-subscript
              set nidx to z200-res-node-subscript
              set z200-res-node-idx to nidx
           else
              move :err-invalid-node-id: to prog-status
           end-if
           continue.
       z300-display-adj-lists-proc section.
           display "Adjacency Lists:"
           perform VARYING from-i from 1 by 1 until num-nodes < from-i
             move graph-node-name(from-i)(1:4) to  z300-name
             display z300-name " ->"
             move adj-first-entry(from-i) to adj-i
             perform until adj-i = 0
                if edge-exists(adj-i)
                 set eidx to edge-idx(adj-i)
                 move adj-to-subs(adj-i) to to-i
                 display "(" from-i "," to-i ") = "
                         graph-edge-weight(eidx)
                else
                 move adj-to-subs(adj-i) to to-i
                 display "(" from-i "," to-i ") = nil"
                end-if
                move adj-next-entry(adj-i) to adj-i
             end-perform
           end-perform
           continue.
      *    the adjacency entry for the pair from-i/to-i (node
      *    subscripts), or adj-i = 0 when from-i has no such
      *    successor; removed edges keep their entry
       z500-find-adj-entry section.
           move 0 to adj-i
           if from-i > 0 and from-i <= num-nodes
                 and to-i > 0 and to-i <= num-nodes
              move adj-first-entry(from-i) to adj-i
              move space to b100-walk-flag
              perform until adj-i = 0 or b100-walk-done
                 if adj-to-subs(adj-i) = to-i
                    set b100-walk-done to true
                 else
                    move adj-next-entry(adj-i) to adj-i
                 end-if
              end-perform
           end-if
           continue.
      *    the adjacency entry for the result path leg arriving at
      *    entry d100-path-idx - 1 from entry d100-path-idx
       z510-find-path-leg-entry section.
           move d100-res-id(d100-path-idx) to z200-search-nd-id
           perform z200-search-node-by-id-proc
           move z200-res-node-subscript to from-i
           move d100-res-id(d100-path-idx - 1) to z200-search-nd-id
           perform z200-search-node-by-id-proc
           move z200-res-node-subscript to to-i
           move 0 to prog-status
           perform z500-find-adj-entry
           continue.
       z400-trim-string section.
           *> in:
           *>      z400-in-string

           continue.

      *    z600-minutes (from midnight of the ready day) to
      *    z600-clock as ddhhmm: day of travel, hour, minute
       z600-format-clock section.
           divide z600-minutes by :minutes-per-day:
                  giving z600-day remainder z600-rest
           divide z600-rest by 60
                  giving z600-hh remainder z600-mm
           compute z600-clock
                 = z600-day * 10000 + z600-hh * 100 + z600-mm
           continue.

       z900-display-hline section.
           move 0 to z900-i
           perform z900-line-len TIMES 
