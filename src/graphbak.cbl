       replace ==:err-graph-read:==          by ==021==
               ==:err-graph-write:==         by ==022==
               ==:err-keyed-io:==            by ==024==
               ==:err-run-not-journaled:==   by ==028==
               ==:err-backout-conflict:==    by ==04==
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
               ==:backout-max-entries:==     by ==9999==
               .
      **
      *    graph maintenance backout
      *    reverses the changes one maintenance run made, read back
      *    from the change journal the maintenance program appends
      *    to, so a bad deck can be undone without restoring the
      *    whole graph and re-applying every later change
      *
      *    the parm names the run by its journal stamp, RUN=yyyymmdd
      *    plus hhmmss (the stamp on the run's transaction report);
      *    a date alone takes every run of that day.  the run's
      *    journal entries are undone last one first: an add is
      *    deleted, a delete re-added from its before image, a
      *    change set back to its before image.  an entry is only
      *    undone while the graph still shows what the run left --
      *    the after image, nothing re-added in the meantime, no
      *    edge or alias still hanging on a node to be deleted --
      *    otherwise it is reported as a conflict and left alone,
      *    and the job ends with return code 04
      *
      *    the target is the flat graph (graphin to graphout) or,
      *    with GRAPH=K, the keyed repository, updated in place the
      *    way the maintenance program updates it.  every reversal
      *    is journaled in turn (source 'B', the backout's own run
      *    stamp), so a backout can itself be backed out.  a
      *    backout that reversed anything advances the graph version
      *    the way a maintenance run does
      **
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAPHBAK.
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT graphin  ASSIGN TO GRAPHIN
                           FILE STATUS IS PROG-STATUS.
           SELECT graphout ASSIGN TO GRAPHOUT
                           FILE STATUS IS PROG-STATUS.
           SELECT journal  ASSIGN TO JOURNAL
                           FILE STATUS IS PROG-STATUS.
           SELECT bakrpt   ASSIGN TO BAKRPT
                           FILE STATUS IS PROG-STATUS.
           SELECT graphksd ASSIGN TO GRAPHKSD
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS grk-key
                           ALTERNATE RECORD KEY IS grk-node-name
                                     WITH DUPLICATES
                           FILE STATUS IS PROG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD graphin RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-graphin-REC PIC X(80).

       FD graphout RECORD CONTAINS 80 CHARACTERS
                   RECORDING MODE IS F.
       01 fd-graphout-REC PIC X(80).

      *    the maintenance program's journal record
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

       FD bakrpt RECORD CONTAINS 80 CHARACTERS
                 RECORDING MODE IS F.
       01 fd-bakrpt-REC PIC X(80).

       FD graphksd RECORD CONTAINS 93 CHARACTERS.
       01 fd-graphksd-REC.
          05 grk-key.
             10 grk-rec-type pic x.
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
             10 grk-edge-time pic 9(:edge-weight-len:).
             10 filler pic x.

       WORKING-STORAGE SECTION.
       01 PROG-STATUS PIC 99 VALUE 0.

       01 FILE-STATUS PIC XXX VALUE SPACES.
       88 FILE-STATUS-EOF VALUE 'EOF'.

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
              20 graph-edge-direction pic x.
              88 graph-edge-undirected value 'U'.
              88 graph-edge-directed   value 'D'.
              20 graph-edge-time     pic 9(:edge-weight-len:).
              20 graph-edge-state    pic x.
              88 graph-edge-active  value 'A'.
              88 graph-edge-deleted value 'X'.
           15 num-aliases pic 9(4).
           15 graph-aliases occurs 999 INDEXED BY axidx.
              20 graph-alias-name    pic x(:node-name-len:).
              20 graph-alias-node-id pic 9(4).
              20 graph-alias-state   pic x.
              88 graph-alias-active  value 'A'.
              88 graph-alias-deleted value 'X'.
              *> repository sequence of the alias record, only
              *> maintained while running against the keyed target
              20 graph-alias-seq     pic 9(4).

      *    the operands the keyed mirror sections work from, filled
      *    by each reversal the way a maintenance card fills them
       01 x100-transaction-data.
           05 x100-lineno pic 9(5) value 0.
           05 x100-verb pic x(20).
           88 x100-verb-add-node      value 'ADD-NODE'.
           88 x100-verb-delete-node   value 'DELETE-NODE'.
           88 x100-verb-add-edge      value 'ADD-EDGE'.
           88 x100-verb-delete-edge   value 'DELETE-EDGE'.
           88 x100-verb-change-weight value 'CHANGE-WEIGHT'.
           88 x100-verb-change-handling value 'CHANGE-HANDLING'.
           88 x100-verb-add-alias     value 'ADD-ALIAS'.
           88 x100-verb-delete-alias  value 'DELETE-ALIAS'.
           05 x100-op1 pic x(:node-name-len:).
           05 x100-op2 pic x(:node-name-len:).
           05 x100-node-id pic 9(4).
           05 x100-alias-subs pic 9(4).
           05 x100-from-id pic 9(4).
           05 x100-to-id pic 9(4).
           05 x100-weight pic 9(:edge-weight-len:).
           05 x100-time pic 9(:edge-weight-len:).
           05 x100-handling pic 9(:edge-weight-len:).
           05 x100-direction pic x.
           88 x100-dir-undirected value 'U'.
           88 x100-dir-directed   value 'D'.

       01 b100-backout-data.
           05 b100-run-date pic 9(8) value 0.
           05 b100-run-time pic 9(6) value 0.
           05 b100-time-flag pic x value 'N'.
           88 b100-time-given value 'Y'.
           05 b100-curdate pic x(21).
           05 b100-bak-date pic 9(8).
           05 b100-bak-time pic 9(6).
           05 b100-read-count pic 9(7) value 0.
           05 b100-count pic 9(5) value 0.
           05 b100-i pic 9(5).
           05 b100-j pic 9(5).
           05 b100-reversed-count pic 9(5) value 0.
           05 b100-conflict-count pic 9(5) value 0.
           05 b100-journaled-count pic 9(5) value 0.
           05 b100-entry-status pic x.
           88 b100-entry-ok value space.
           88 b100-entry-conflict value 'C'.
           05 b100-reason pic x(40).
           *> the chosen run's journal entries, in journal order
           05 b100-entries pic x(300) occurs :backout-max-entries:.

      *    the entry's before and after images, one view per object
       01 b110-entry-images.
           05 b110-before pic x(:image-len:).
           05 b110-b-node redefines b110-before.
              10 b110-b-node-id pic 9(4).
              10 b110-b-node-name pic x(:node-name-len:).
              10 b110-b-node-handling pic 9(:edge-weight-len:).
              10 b110-b-node-seq pic 9(4).
           05 b110-b-edge redefines b110-before.
              10 b110-b-edge-from pic 9(4).
              10 b110-b-edge-to pic 9(4).
              10 b110-b-edge-weight pic 9(:edge-weight-len:).
              10 b110-b-edge-dir pic x.
              10 b110-b-edge-time pic 9(:edge-weight-len:).
              10 filler pic x(72).
           05 b110-b-alias redefines b110-before.
              10 b110-b-alias-name pic x(:node-name-len:).
              10 b110-b-alias-node-id pic 9(4).
              10 b110-b-alias-seq pic 9(4).
              10 filler pic x(3).
           05 b110-after pic x(:image-len:).
           05 b110-a-node redefines b110-after.
              10 b110-a-node-id pic 9(4).
              10 b110-a-node-name pic x(:node-name-len:).
              10 b110-a-node-handling pic 9(:edge-weight-len:).
              10 b110-a-node-seq pic 9(4).
           05 b110-a-edge redefines b110-after.
              10 b110-a-edge-from pic 9(4).
              10 b110-a-edge-to pic 9(4).
              10 b110-a-edge-weight pic 9(:edge-weight-len:).
              10 b110-a-edge-dir pic x.
              10 b110-a-edge-time pic 9(:edge-weight-len:).
              10 filler pic x(72).
           05 b110-a-alias redefines b110-after.
              10 b110-a-alias-name pic x(:node-name-len:).
              10 b110-a-alias-node-id pic 9(4).
              10 b110-a-alias-seq pic 9(4).
              10 filler pic x(3).

       01 r100-report-data.
           05 r100-output pic x(80).
           05 r100-output-ptr pic 99.
           05 r100-card pic x(:rpt-card-max:).

       01 w100-write-graph-data.
           05 w100-output pic x(80).
           05 w100-output-ptr pic 99.
           05 w100-written-nodes pic 9(4).
           05 w100-written-edges pic 9(5).
           05 w100-written-aliases pic 9(4).

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

       01 z200-search-node-by-id.
          05 z200-search-nd-id pic 9(4).
          05 z200-res-node-subscript pic 9(4).

       01 z300-search-edge-by-ids.
          05 z300-search-from-id pic 9(4).
          05 z300-search-to-id pic 9(4).
          05 z300-res-edge-subscript pic 9(5).
          05 z300-i pic 9(5).

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
           05 m010-opt-target pic x value 'F'.
           88 m010-opt-target-keyed value 'K' 'k'.
           05 m010-key pic x(20).
           05 m010-val pic x(20).

       01 k100-keyed-data.
           05 k100-open-flag pic x value 'N'.
           88 k100-repos-open value 'Y'.
           05 k100-read-flag pic x.
           88 k100-read-done value 'X'.
           05 k100-node-count pic 9(4) value 0.
           05 k100-alias-count pic 9(4) value 0.
           05 k100-seq pic 9(4).
           05 k100-i pic 9(4).
           05 k100-worst pic 99 value 0.
           05 k100-version-flag pic x value 'N'.
           88 k100-version-on-file value 'Y'.

       LINKAGE SECTION.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).

       PROCEDURE DIVISION using PARM-BUFFER.
      *----------------------------------------------------------------
       m000-main section.
           move 0 to m000-run-status
           perform m010-parse-parm
           if b100-run-date = 0
              display "ERROR: RUN=yyyymmdd[hhmmss] names the run "
                      "to back out"
              move :err-run-not-journaled: to m000-run-status
           end-if

           if m000-run-status = 0
              if m010-opt-target-keyed
                 *> the repository stays open i-o across the whole
                 *> backout so the mirror writes can land
                 open i-o graphksd
                 if PROG-STATUS = 0
                    set k100-repos-open to true
                    perform k100-read-graph-keyed
                    if graph-read-state-error
                       move prog-status to m000-run-status
                    end-if
                 else
                    move prog-status to m000-run-status
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
           end-if

           if m000-run-status = 0
              perform b200-load-run-entries
           end-if

           if m000-run-status = 0
              open output bakrpt
              if PROG-STATUS = 0
                 *> the run's entries are in storage now, so the
                 *> journal can take the backout's own entries
                 open extend journal
                 if PROG-STATUS = 0
                    perform b300-backout-run
                    close journal
                 else
                    display "ERROR: journal not writable, status "
                            PROG-STATUS
                    move prog-status to m000-run-status
                 end-if
                 close bakrpt
              else
                 move prog-status to m000-run-status
              end-if
           end-if

           if m010-opt-target-keyed
              if k100-repos-open
                 close graphksd
              end-if
              if m000-run-status = 0 and k100-worst not = 0
                 move k100-worst to m000-run-status
              end-if
           else
              if m000-run-status = 0
                 open output graphout
                 if PROG-STATUS = 0
                    perform w100-write-new-graph
                    close graphout
                 else
                    move prog-status to m000-run-status
                 end-if
              end-if
           end-if

           if m000-run-status = 0
                 and b100-conflict-count > 0
              move :err-backout-conflict: to m000-run-status
           end-if

           MOVE m000-run-status TO RETURN-CODE

           goback.
      *    ** END of MAIN **
      ******************************************************************
      *    parse run options out of PARM-DATA: RUN= names the run to
      *    back out, GRAPH=K selects the keyed repository as the
      *    target instead of the flat graphin/graphout pair
      ******************************************************************
       m010-parse-parm section.
           if PARM-LENGTH > 0
              move spaces to c100-in-str
              move PARM-DATA(1:80) to c100-in-str
              perform c100-parse-csv-line
              perform VARYING c100-cidx from 1 by 1
                        until c100-cidx > c100-max-cidx
                 move spaces to m010-key
                 move spaces to m010-val
                 unstring c100-in-str (c100-out-start-ptr(c100-cidx)
                                       :c100-out-len(c100-cidx))
                    delimited by "="
                    into m010-key m010-val
                 end-unstring
                 evaluate true
                    when m010-key(1:5) = "GRAPH"
                       move m010-val(1:1) to m010-opt-target
                    when m010-key(1:3) = "RUN"
                       perform m020-parse-run-stamp
                    when other
                       continue
                 end-evaluate
              end-perform
           end-if
           continue.

       m020-parse-run-stamp section.
           move spaces to z400-in-string
           move m010-val to z400-in-string
           perform z400-trim-string
           if (z400-out-len = 8 or z400-out-len = 14)
                 and z400-in-string(z400-out-start-ptr:z400-out-len)
                     is numeric
              move z400-in-string(z400-out-start-ptr:8)
                to b100-run-date
              if z400-out-len = 14
                 compute z400-out-start-ptr = z400-out-start-ptr + 8
                 move z400-in-string(z400-out-start-ptr:6)
                   to b100-run-time
                 set b100-time-given to true
              end-if
           else
              display "WARNING: RUN= wants yyyymmdd or yyyymmddhhmmss"
           end-if
           continue.
      ******************************************************************
      *    read graph -- same state automaton as the dijkstra program
      *    uses, so graphbak accepts exactly the files dijkstra does
      ******************************************************************
       g100-read-graph section.
           set graph-read-state-start to true
           INITIALIZE FILE-STATUS
           move 0 to num-nodes
           move 0 to num-edges
           move 0 to num-aliases
           move 0 to graph-version
           move 0 to graph-built
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
                        perform g105-read-graph-version
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
                        if num-edges >= :graph-max-edges:
                           perform g190-err-graph-read
                        else
                           perform g120-read-graph-edge
                        end-if
                     WHEN OTHER
                        set graph-read-state-error to true
                        CONTINUE
                 END-EVALUATE
              END-READ
              add 1 to g100-lineno
           end-perform
           if graph-read-state-error
              move :err-graph-read: to prog-status
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
           if c100-max-cidx < 2
              perform g190-err-graph-read
           else
              add 1 to num-nodes
              set nidx to num-nodes
              move infile-rec (c100-out-start-ptr(1)
                              :c100-out-len(1))
                to graph-node-id(nidx)
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

       g115-read-graph-alias section.
           move infile-rec to c100-in-str
           perform c100-parse-csv-line
           if c100-max-cidx < 2
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
              set graph-alias-active(axidx) to true
              move 0 to graph-alias-seq(axidx)
           end-if
           continue.

       g120-read-graph-edge section.
           move infile-rec to c100-in-str
           perform c100-parse-csv-line
           if c100-max-cidx < 3
              perform g190-err-graph-read
           else
              add 1 to num-edges
              set eidx to num-edges
              move infile-rec (c100-out-start-ptr(1)
                              :c100-out-len(1))
                to graph-edge-from-id(eidx)
              move infile-rec (c100-out-start-ptr(2)
                              :c100-out-len(2))
                to graph-edge-to-id(eidx)
              move infile-rec (c100-out-start-ptr(3)
                              :c100-out-len(3))
                to graph-edge-weight(eidx)
              if c100-max-cidx >= 4
                 move infile-rec (c100-out-start-ptr(4)
                                 :c100-out-len(4))
                   to graph-edge-direction(eidx)
              else
                 move 'D' to graph-edge-direction(eidx)
              end-if
              if c100-max-cidx >= 5
                 move infile-rec (c100-out-start-ptr(5)
                                 :c100-out-len(5))
                   to graph-edge-time(eidx)
              else
                 move graph-edge-weight(eidx)
                   to graph-edge-time(eidx)
              end-if
              set graph-edge-active(eidx) to true
           end-if
           continue.

       g190-err-graph-read section.
           set graph-read-state-error to true
           move :err-graph-read: to prog-status
           display "ERROR: graph file not readable "
           display "       in line " g100-lineno
           continue.
      ******************************************************************
      *    keyed graph target
      *    the load fills the same tables the flat-file read fills,
      *    remembering each node record's repository sequence; the
      *    mirror sections re-play every applied transaction onto the
      *    repository as a keyed write/rewrite/delete in the record
      *    layout the loader program writes
      ******************************************************************
       k100-read-graph-keyed section.
           set graph-read-state-start to true
           move 0 to num-nodes
           move 0 to num-edges
           move 0 to num-aliases
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
              set grk-type-edge to true
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
                          if grk-type-edge
                             perform k120-load-keyed-edge
                          else
                             set k100-read-done to true
                          end-if
                    end-read
                 end-perform
              end-if
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
                             perform k130-load-keyed-alias
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
              perform g190-err-graph-read
           else
              add 1 to num-nodes
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
                 move grk-node-seq to k100-node-count
              end-if
           end-if
           continue.

       k120-load-keyed-edge section.
           if num-edges >= :graph-max-edges:
              perform g190-err-graph-read
           else
              add 1 to num-edges
              set eidx to num-edges
              move grk-from-id to graph-edge-from-id(eidx)
              move grk-to-id to graph-edge-to-id(eidx)
              move grk-edge-weight to graph-edge-weight(eidx)
              move grk-edge-dir to graph-edge-direction(eidx)
              move grk-edge-time to graph-edge-time(eidx)
              set graph-edge-active(eidx) to true
           end-if
           continue.

       k130-load-keyed-alias section.
           if num-aliases >= :graph-max-aliases:
              perform g190-err-graph-read
           else
              add 1 to num-aliases
              set axidx to num-aliases
              move grk-node-name to graph-alias-name(axidx)
              move grk-from-id to graph-alias-node-id(axidx)
              set graph-alias-active(axidx) to true
              move grk-to-id to graph-alias-seq(axidx)
              if grk-to-id > k100-alias-count
                 move grk-to-id to k100-alias-count
              end-if
           end-if
           continue.

      *    mirror of an applied transaction onto the repository; the
      *    in-memory apply already enforced every rejection rule, so
      *    a failing keyed operation here is an i/o problem and fails
      *    the run, not the card
       k200-mirror-transaction section.
           evaluate true
              when x100-verb-add-node
                 perform k210-write-keyed-node
              when x100-verb-delete-node
                 perform k220-delete-keyed-node
              when x100-verb-add-edge
                 perform k230-write-keyed-edge
              when x100-verb-delete-edge
                 perform k240-delete-keyed-edge
              when x100-verb-change-weight
                 perform k250-rewrite-keyed-edge
              when x100-verb-change-handling
                 perform k255-rewrite-keyed-node
              when x100-verb-add-alias
                 perform k260-write-keyed-alias
              when x100-verb-delete-alias
                 perform k270-delete-keyed-alias
           end-evaluate
           move 0 to prog-status
           continue.

       k210-write-keyed-node section.
           compute k100-seq = k100-node-count + 1
           set nidx to num-nodes
           move k100-seq to graph-node-seq(nidx)
           move spaces to fd-graphksd-rec
           set grk-type-node to true
           move x100-node-id to grk-from-id
           move 0 to grk-to-id
           move x100-op2 to grk-node-name
           move spaces to grk-data
           move k100-seq to grk-node-seq
           move x100-handling to grk-node-handling
           write fd-graphksd-rec
           if PROG-STATUS = 0
              move k100-seq to k100-node-count
           else
              perform k290-keyed-io-error
           end-if
           continue.

       k220-delete-keyed-node section.
           set nidx to z200-res-node-subscript
           move graph-node-seq(nidx) to k100-seq
           move spaces to fd-graphksd-rec
           set grk-type-node to true
           move x100-node-id to grk-from-id
           move 0 to grk-to-id
           delete graphksd record
           if PROG-STATUS not = 0
              perform k290-keyed-io-error
           else
              if k100-seq < k100-node-count
                 perform k225-reseq-last-node
              end-if
              subtract 1 from k100-node-count
           end-if
           continue.

      *    the routing program's keyed read derives its table bounds
      *    from a dense 1..n node sequence; move the highest sequence
      *    into the hole the delete just left
       k225-reseq-last-node section.
           move 0 to k100-i
           perform varying nidx from 1 by 1 until num-nodes < nidx
              if graph-node-active(nidx)
                    and graph-node-seq(nidx) = k100-node-count
                 set k100-i to nidx
              end-if
           end-perform
           if k100-i = 0
              display "ERROR: repository sequence " k100-node-count
                      " not found for resequence"
              move :err-keyed-io: to k100-worst
           else
              set nidx to k100-i
              move spaces to fd-graphksd-rec
              set grk-type-node to true
              move graph-node-id(nidx) to grk-from-id
              move 0 to grk-to-id
              read graphksd
              if PROG-STATUS = 0
                 move k100-seq to grk-node-seq
                 rewrite fd-graphksd-rec
                 if PROG-STATUS = 0
                    move k100-seq to graph-node-seq(nidx)
                 else
                    perform k290-keyed-io-error
                 end-if
              else
                 perform k290-keyed-io-error
              end-if
           end-if
           continue.

       k230-write-keyed-edge section.
           move spaces to fd-graphksd-rec
           set grk-type-edge to true
           move x100-from-id to grk-from-id
           move x100-to-id to grk-to-id
           move spaces to grk-node-name
           move x100-weight to grk-edge-weight
           move x100-direction to grk-edge-dir
           move x100-time to grk-edge-time
           write fd-graphksd-rec
           if PROG-STATUS not = 0
              perform k290-keyed-io-error
           end-if
           continue.

       k240-delete-keyed-edge section.
           move spaces to fd-graphksd-rec
           set grk-type-edge to true
           move x100-from-id to grk-from-id
           move x100-to-id to grk-to-id
           delete graphksd record
           if PROG-STATUS not = 0
              perform k290-keyed-io-error
           end-if
           continue.

       k250-rewrite-keyed-edge section.
           move spaces to fd-graphksd-rec
           set grk-type-edge to true
           move x100-from-id to grk-from-id
           move x100-to-id to grk-to-id
           read graphksd
           if PROG-STATUS = 0
              move x100-weight to grk-edge-weight
              move x100-time to grk-edge-time
              rewrite fd-graphksd-rec
              if PROG-STATUS not = 0
                 perform k290-keyed-io-error
              end-if
           else
              perform k290-keyed-io-error
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
           move k100-seq to graph-alias-seq(axidx)
           move spaces to fd-graphksd-rec
           set grk-type-alias to true
           move x100-node-id to grk-from-id
           move k100-seq to grk-to-id
           move x100-op1 to grk-node-name
           move spaces to grk-data
           write fd-graphksd-rec
           if PROG-STATUS = 0
              move k100-seq to k100-alias-count
           else
              perform k290-keyed-io-error
           end-if
           continue.

       k270-delete-keyed-alias section.
           set axidx to x100-alias-subs
           move spaces to fd-graphksd-rec
           set grk-type-alias to true
           move graph-alias-node-id(axidx) to grk-from-id
           move graph-alias-seq(axidx) to grk-to-id
           delete graphksd record
           if PROG-STATUS not = 0
              perform k290-keyed-io-error
           end-if
           continue.

       k290-keyed-io-error section.
           display "ERROR: keyed repository i/o failed, status "
                   PROG-STATUS " on transaction line " x100-lineno
           move :err-keyed-io: to k100-worst
           continue.
      ******************************************************************
      *    backout
      ******************************************************************
      *    collect the chosen run's journal entries; a backout run's
      *    own entries count as a run like any other
       b200-load-run-entries section.
           move 0 to b100-count
           move 0 to b100-read-count
           open input journal
           if PROG-STATUS = 0
              INITIALIZE FILE-STATUS
              perform until FILE-STATUS-EOF
                         or m000-run-status not = 0
                 read journal
                    at end
                       set FILE-STATUS-EOF to true
                    not at end
                       add 1 to b100-read-count
                       if jr-run-date = b100-run-date
                             and (not b100-time-given
                                  or jr-run-time = b100-run-time)
                          if b100-count >= :backout-max-entries:
                             display "ERROR: run has more than "
                                     :backout-max-entries:
                                     " journal entries"
                             move :err-run-not-journaled:
                               to m000-run-status
                          else
                             add 1 to b100-count
                             move fd-journal-rec
                               to b100-entries(b100-count)
                          end-if
                       end-if
                 end-read
              end-perform
              close journal
              if m000-run-status = 0 and b100-count = 0
                 display "ERROR: no journal entries for run "
                         b100-run-date " " b100-run-time
                 move :err-run-not-journaled: to m000-run-status
              end-if
           else
              display "ERROR: journal not readable, status "
                      PROG-STATUS
              move :err-run-not-journaled: to m000-run-status
           end-if
           move 0 to prog-status
           continue.

      *    undo the entries last one first, so a node added and then
      *    given edges by the same run loses the edges before itself
       b300-backout-run section.
           move FUNCTION CURRENT-DATE to b100-curdate
           move b100-curdate(1:8) to b100-bak-date
           move b100-curdate(9:6) to b100-bak-time
           perform r110-write-report-header
           move 0 to b100-reversed-count
           move 0 to b100-conflict-count
           move 0 to b100-journaled-count
           perform varying b100-i from b100-count by -1
                     until b100-i < 1
              move b100-entries(b100-i) to fd-journal-rec
              perform b310-reverse-entry
           end-perform
           if b100-reversed-count > 0
              perform v100-advance-graph-version
           end-if
           perform r120-write-report-footer
           display "GRAPHBAK: reversed " b100-reversed-count
                   " of " b100-count " entries, "
                   b100-conflict-count " conflicts"
           continue.

       b310-reverse-entry section.
           set b100-entry-ok to true
           move spaces to b100-reason
           move jr-lineno to x100-lineno
           move jr-before to b110-before
           move jr-after to b110-after
           evaluate true
              when jr-obj-node and jr-act-add
                 perform b320-unadd-node
              when jr-obj-node and jr-act-delete
                 perform b325-undelete-node
              when jr-obj-node and jr-act-change
                 perform b330-unchange-node
              when jr-obj-edge and jr-act-add
                 perform b340-unadd-edge
              when jr-obj-edge and jr-act-delete
                 perform b345-undelete-edge
              when jr-obj-edge and jr-act-change
                 perform b350-unchange-edge
              when jr-obj-alias and jr-act-add
                 perform b360-unadd-alias
              when jr-obj-alias and jr-act-delete
                 perform b365-undelete-alias
              when other
                 move "unknown journal entry" to b100-reason
                 set b100-entry-conflict to true
           end-evaluate
           if b100-entry-ok and m010-opt-target-keyed
              perform k200-mirror-transaction
           end-if
           if b100-entry-ok
              add 1 to b100-reversed-count
              perform r130-write-reversed-line
              perform b380-journal-reversal
           else
              add 1 to b100-conflict-count
              perform r140-write-conflict-line
           end-if
           continue.

      *    an added node goes again, unless it changed since or an
      *    edge or alias still hangs on it
       b320-unadd-node section.
           move b110-a-node-id to x100-node-id
           move x100-node-id to z200-search-nd-id
           perform z200-search-node-by-id-proc
           if z200-res-node-subscript = 0
              move "node no longer present" to b100-reason
              set b100-entry-conflict to true
           else
              set nidx to z200-res-node-subscript
              if graph-node-name(nidx) not = b110-a-node-name
                    or graph-node-handling(nidx)
                       not = b110-a-node-handling
                 move "node changed since the run" to b100-reason
                 set b100-entry-conflict to true
              end-if
           end-if
           if b100-entry-ok
              perform varying z300-i from 1 by 1
                        until num-edges < z300-i
                           or b100-entry-conflict
                 if graph-edge-active(z300-i)
                       and (graph-edge-from-id(z300-i) = x100-node-id
                         or graph-edge-to-id(z300-i) = x100-node-id)
                    move "node still referenced by an edge"
                      to b100-reason
                    set b100-entry-conflict to true
                 end-if
              end-perform
              perform varying z300-i from 1 by 1
                        until num-aliases < z300-i
                           or b100-entry-conflict
                 if graph-alias-active(z300-i)
                       and graph-alias-node-id(z300-i) = x100-node-id
                    move "node still referenced by an alias"
                      to b100-reason
                    set b100-entry-conflict to true
                 end-if
              end-perform
           end-if
           if b100-entry-ok
              set nidx to z200-res-node-subscript
              set graph-node-deleted(nidx) to true
              move "DELETE-NODE" to x100-verb
           end-if
           continue.

      *    a deleted node comes back from its before image, unless
      *    its id or name has been taken again
       b325-undelete-node section.
           move b110-b-node-id to x100-node-id
           move x100-node-id to z200-search-nd-id
           perform z200-search-node-by-id-proc
           if z200-res-node-subscript not = 0
              move "node id is in use again" to b100-reason
              set b100-entry-conflict to true
           end-if
           perform varying z300-i from 1 by 1
                     until num-nodes < z300-i
                        or b100-entry-conflict
              if graph-node-active(z300-i)
                    and graph-node-name(z300-i) = b110-b-node-name
                 move "node name is in use again" to b100-reason
                 set b100-entry-conflict to true
              end-if
           end-perform
           perform varying z300-i from 1 by 1
                     until num-aliases < z300-i
                        or b100-entry-conflict
              if graph-alias-active(z300-i)
                    and graph-alias-name(z300-i) = b110-b-node-name
                 move "node name is in use by an alias"
                   to b100-reason
                 set b100-entry-conflict to true
              end-if
           end-perform
           if b100-entry-ok and num-nodes >= :graph-max-nodes:
              move "node table is full" to b100-reason
              set b100-entry-conflict to true
           end-if
           if b100-entry-ok
              add 1 to num-nodes
              set nidx to num-nodes
              move x100-node-id to graph-node-id(nidx)
              move b110-b-node-name to graph-node-name(nidx)
              move b110-b-node-handling to graph-node-handling(nidx)
              set graph-node-active(nidx) to true
              move 0 to graph-node-seq(nidx)
              move "ADD-NODE" to x100-verb
              move b110-b-node-name to x100-op2
              move b110-b-node-handling to x100-handling
           end-if
           continue.

       b330-unchange-node section.
           move b110-a-node-id to x100-node-id
           move x100-node-id to z200-search-nd-id
           perform z200-search-node-by-id-proc
           if z200-res-node-subscript = 0
              move "node no longer present" to b100-reason
              set b100-entry-conflict to true
           else
              set nidx to z200-res-node-subscript
              if graph-node-handling(nidx) not = b110-a-node-handling
                 move "handling time changed since the run"
                   to b100-reason
                 set b100-entry-conflict to true
              else
                 move b110-b-node-handling to graph-node-handling(nidx)
                 move "CHANGE-HANDLING" to x100-verb
                 move b110-b-node-handling to x100-handling
              end-if
           end-if
           continue.

       b340-unadd-edge section.
           move b110-a-edge-from to x100-from-id
           move b110-a-edge-to to x100-to-id
           move x100-from-id to z300-search-from-id
           move x100-to-id to z300-search-to-id
           perform z300-search-edge-by-ids-proc
           if z300-res-edge-subscript = 0
              move "edge no longer present" to b100-reason
              set b100-entry-conflict to true
           else
              set eidx to z300-res-edge-subscript
              if graph-edge-weight(eidx) not = b110-a-edge-weight
                    or graph-edge-time(eidx) not = b110-a-edge-time
                    or graph-edge-direction(eidx) not = b110-a-edge-dir
                 move "edge changed since the run" to b100-reason
                 set b100-entry-conflict to true
              else
                 set graph-edge-deleted(eidx) to true
                 move "DELETE-EDGE" to x100-verb
              end-if
           end-if
           continue.

       b345-undelete-edge section.
           move b110-b-edge-from to x100-from-id
           move b110-b-edge-to to x100-to-id
           move x100-from-id to z300-search-from-id
           move x100-to-id to z300-search-to-id
           perform z300-search-edge-by-ids-proc
           if z300-res-edge-subscript not = 0
              move "edge exists again" to b100-reason
              set b100-entry-conflict to true
           else
              move x100-from-id to z200-search-nd-id
              perform z200-search-node-by-id-proc
              if z200-res-node-subscript not = 0
                 move x100-to-id to z200-search-nd-id
                 perform z200-search-node-by-id-proc
              end-if
              if z200-res-node-subscript = 0
                 move "edge endpoint node no longer present"
                   to b100-reason
                 set b100-entry-conflict to true
              end-if
           end-if
           if b100-entry-ok and num-edges >= :graph-max-edges:
              move "edge table is full" to b100-reason
              set b100-entry-conflict to true
           end-if
           if b100-entry-ok
              move b110-b-edge-weight to x100-weight
              move b110-b-edge-dir to x100-direction
              move b110-b-edge-time to x100-time
              add 1 to num-edges
              set eidx to num-edges
              move x100-from-id to graph-edge-from-id(eidx)
              move x100-to-id to graph-edge-to-id(eidx)
              move x100-weight to graph-edge-weight(eidx)
              move x100-direction to graph-edge-direction(eidx)
              move x100-time to graph-edge-time(eidx)
              set graph-edge-active(eidx) to true
              move "ADD-EDGE" to x100-verb
           end-if
           continue.

       b350-unchange-edge section.
           move b110-a-edge-from to x100-from-id
           move b110-a-edge-to to x100-to-id
           move x100-from-id to z300-search-from-id
           move x100-to-id to z300-search-to-id
           perform z300-search-edge-by-ids-proc
           if z300-res-edge-subscript = 0
              move "edge no longer present" to b100-reason
              set b100-entry-conflict to true
           else
              set eidx to z300-res-edge-subscript
              if graph-edge-weight(eidx) not = b110-a-edge-weight
                    or graph-edge-time(eidx) not = b110-a-edge-time
                 move "edge weight changed since the run"
                   to b100-reason
                 set b100-entry-conflict to true
              else
                 move b110-b-edge-weight to graph-edge-weight(eidx)
                 move b110-b-edge-time to graph-edge-time(eidx)
                 move "CHANGE-WEIGHT" to x100-verb
                 move b110-b-edge-weight to x100-weight
                 move b110-b-edge-time to x100-time
              end-if
           end-if
           continue.

       b360-unadd-alias section.
           move 0 to x100-alias-subs
           perform varying z300-i from 1 by 1
                     until num-aliases < z300-i
                        or x100-alias-subs not = 0
              if graph-alias-active(z300-i)
                    and graph-alias-name(z300-i) = b110-a-alias-name
                 move z300-i to x100-alias-subs
              end-if
           end-perform
           if x100-alias-subs = 0
              move "alias no longer present" to b100-reason
              set b100-entry-conflict to true
           else
              set axidx to x100-alias-subs
              if graph-alias-node-id(axidx) not = b110-a-alias-node-id
                 move "alias changed since the run" to b100-reason
                 set b100-entry-conflict to true
              else
                 set graph-alias-deleted(axidx) to true
                 move "DELETE-ALIAS" to x100-verb
              end-if
           end-if
           continue.

       b365-undelete-alias section.
           perform varying z300-i from 1 by 1
                     until num-aliases < z300-i
                        or b100-entry-conflict
              if graph-alias-active(z300-i)
                    and graph-alias-name(z300-i) = b110-b-alias-name
                 move "alias name is in use again" to b100-reason
                 set b100-entry-conflict to true
              end-if
           end-perform
           perform varying z300-i from 1 by 1
                     until num-nodes < z300-i
                        or b100-entry-conflict
              if graph-node-active(z300-i)
                    and graph-node-name(z300-i) = b110-b-alias-name
                 move "alias name is in use by a node" to b100-reason
                 set b100-entry-conflict to true
              end-if
           end-perform
           if b100-entry-ok
              move b110-b-alias-node-id to x100-node-id
              move x100-node-id to z200-search-nd-id
              perform z200-search-node-by-id-proc
              if z200-res-node-subscript = 0
                 move "alias node no longer present" to b100-reason
                 set b100-entry-conflict to true
              end-if
           end-if
           if b100-entry-ok and num-aliases >= :graph-max-aliases:
              move "alias table is full" to b100-reason
              set b100-entry-conflict to true
           end-if
           if b100-entry-ok
              add 1 to num-aliases
              set axidx to num-aliases
              move b110-b-alias-name to graph-alias-name(axidx)
              move x100-node-id to graph-alias-node-id(axidx)
              set graph-alias-active(axidx) to true
              move 0 to graph-alias-seq(axidx)
              move "ADD-ALIAS" to x100-verb
              move b110-b-alias-name to x100-op1
           end-if
           continue.

      *    the reversal is a change like any other: journal it under
      *    the backout's own stamp, images swapped and the action
      *    turned round; a re-added record carries the repository
      *    sequence it was given this time
       b380-journal-reversal section.
           move b100-bak-date to jr-run-date
           move b100-bak-time to jr-run-time
           set jr-from-backout to true
           if m010-opt-target-keyed
              set jr-target-keyed to true
           else
              set jr-target-flat to true
           end-if
           evaluate true
              when jr-act-add
                 set jr-act-delete to true
              when jr-act-delete
                 set jr-act-add to true
                 if m010-opt-target-keyed
                    if jr-obj-node
                       set nidx to num-nodes
                       move graph-node-seq(nidx) to b110-b-node-seq
                    end-if
                    if jr-obj-alias
                       set axidx to num-aliases
                       move graph-alias-seq(axidx) to b110-b-alias-seq
                    end-if
                 end-if
              when other
                 continue
           end-evaluate
           move b110-after to jr-before
           move b110-before to jr-after
           write fd-journal-rec
           if PROG-STATUS = 0
              add 1 to b100-journaled-count
           else
              display "ERROR: journal write failed, status "
                      PROG-STATUS " on journal line " x100-lineno
              move :err-graph-write: to m000-run-status
              move 0 to prog-status
           end-if
           continue.
      ******************************************************************
      *    backout report
      ******************************************************************
       r110-write-report-header section.
           move "GRAPH MAINTENANCE BACKOUT REPORT" to fd-bakrpt-rec
           write fd-bakrpt-rec
           move "--------------------------------" to fd-bakrpt-rec
           write fd-bakrpt-rec
           move spaces to r100-output
           move 1 to r100-output-ptr
           if b100-time-given
              string "BACKING OUT RUN "  DELIMITED BY SIZE
                     b100-run-date       DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     b100-run-time       DELIMITED BY SIZE
                into r100-output WITH POINTER r100-output-ptr
              end-string
           else
              string "BACKING OUT EVERY RUN OF " DELIMITED BY SIZE
                     b100-run-date               DELIMITED BY SIZE
                into r100-output WITH POINTER r100-output-ptr
              end-string
           end-if
           write fd-bakrpt-rec from r100-output
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "RUN "             DELIMITED BY SIZE
                  b100-bak-date      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  b100-bak-time      DELIMITED BY SIZE
                  " (JOURNAL RUN STAMP)" DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           write fd-bakrpt-rec from r100-output
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "GRAPH VERSION IN:  " DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           perform v120-append-version
           write fd-bakrpt-rec from r100-output
           move "--------------------------------" to fd-bakrpt-rec
           write fd-bakrpt-rec
           continue.

       r120-write-report-footer section.
           move "--------------------------------" to fd-bakrpt-rec
           write fd-bakrpt-rec
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "ENTRIES: "           DELIMITED BY SIZE
                  b100-count            DELIMITED BY SIZE
                  "  REVERSED: "        DELIMITED BY SIZE
                  b100-reversed-count   DELIMITED BY SIZE
                  "  CONFLICTS: "       DELIMITED BY SIZE
                  b100-conflict-count   DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           write fd-bakrpt-rec from r100-output
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "GRAPH VERSION OUT: " DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           perform v120-append-version
           write fd-bakrpt-rec from r100-output
           continue.

       r130-write-reversed-line section.
           move jr-card(1::rpt-card-max:) to r100-card
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "REVERSED " DELIMITED BY SIZE
                  jr-run-time DELIMITED BY SIZE
                  " line "    DELIMITED BY SIZE
                  jr-lineno   DELIMITED BY SIZE
                  ": "        DELIMITED BY SIZE
                  r100-card   DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           write fd-bakrpt-rec from r100-output
           continue.

       r140-write-conflict-line section.
           move jr-card(1::rpt-card-max:) to r100-card
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "CONFLICT " DELIMITED BY SIZE
                  jr-run-time DELIMITED BY SIZE
                  " line "    DELIMITED BY SIZE
                  jr-lineno   DELIMITED BY SIZE
                  ": "        DELIMITED BY SIZE
                  r100-card   DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           write fd-bakrpt-rec from r100-output
           move spaces to r100-output
           move 1 to r100-output-ptr
           string "         reason: "  DELIMITED BY SIZE
                  b100-reason          DELIMITED BY SIZE
             into r100-output WITH POINTER r100-output-ptr
           end-string
           write fd-bakrpt-rec from r100-output
           continue.
      ******************************************************************
      *    write the fresh graph file in the exact region layout the
      *    dijkstra program reads back
      ******************************************************************
       w100-write-new-graph section.
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
              if graph-node-active(nidx)
                 perform w110-write-graph-node
                 add 1 to w100-written-nodes
              end-if
           end-perform
           *> the [alias] region is optional on the way in, so a
           *> graph without aliases round-trips without the badge
           perform varying axidx from 1 by 1 until num-aliases < axidx
              if graph-alias-active(axidx)
                 add 1 to w100-written-aliases
              end-if
           end-perform
           if w100-written-aliases > 0
              move :alias-region: to fd-graphout-rec
              write fd-graphout-rec
              perform varying axidx from 1 by 1
                        until num-aliases < axidx
                 if graph-alias-active(axidx)
                    perform w115-write-graph-alias
                 end-if
              end-perform
           end-if
           move :edges-region: to fd-graphout-rec
           write fd-graphout-rec
           perform varying eidx from 1 by 1 until num-edges < eidx
              if graph-edge-active(eidx)
                 perform w120-write-graph-edge
                 add 1 to w100-written-edges
              end-if
           end-perform
           move :end-region: to fd-graphout-rec
           write fd-graphout-rec
           display "GRAPHBAK: wrote " w100-written-nodes " nodes, "
                   w100-written-aliases " aliases and "
                   w100-written-edges " edges"
           continue.

       w110-write-graph-node section.
           move spaces to z400-in-string
           move graph-node-name(nidx) to z400-in-string
           perform z400-trim-string
           move spaces to w100-output
           move 1 to w100-output-ptr
           string graph-node-id(nidx)  DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  z400-in-string(z400-out-start-ptr:z400-out-len)
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

       w115-write-graph-alias section.
           move spaces to z400-in-string
           move graph-alias-name(axidx) to z400-in-string
           perform z400-trim-string
           move spaces to w100-output
           move 1 to w100-output-ptr
           string z400-in-string(z400-out-start-ptr:z400-out-len)
                                       DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  graph-alias-node-id(axidx)
                                       DELIMITED BY SIZE
             into w100-output WITH POINTER w100-output-ptr
           end-string
           write fd-graphout-rec from w100-output
           continue.

       w120-write-graph-edge section.
           move spaces to w100-output
           move 1 to w100-output-ptr
           string graph-edge-from-id(eidx)   DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  graph-edge-to-id(eidx)     DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  graph-edge-weight(eidx)    DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  graph-edge-direction(eidx) DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  graph-edge-time(eidx)      DELIMITED BY SIZE
             into w100-output WITH POINTER w100-output-ptr
           end-string
           write fd-graphout-rec from w100-output
           continue.
      ******************************************************************
      *    graph version stamp
      *    a run that reversed any change gives the graph the next
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
           move b100-bak-date to graph-built
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
       z200-search-node-by-id-proc section.
           move 0 to z200-res-node-subscript
           perform varying z300-i from 1 by 1
                     until num-nodes < z300-i
                        or z200-res-node-subscript not = 0
              if graph-node-active(z300-i)
                    and graph-node-id(z300-i) = z200-search-nd-id
                 move z300-i to z200-res-node-subscript
              end-if
           end-perform
           continue.

       z300-search-edge-by-ids-proc section.
           move 0 to z300-res-edge-subscript
           perform varying z300-i from 1 by 1
                     until num-edges < z300-i
                        or z300-res-edge-subscript not = 0
              if graph-edge-active(z300-i)
                    and graph-edge-from-id(z300-i)
                          = z300-search-from-id
                    and graph-edge-to-id(z300-i)
                          = z300-search-to-id
                 move z300-i to z300-res-edge-subscript
              end-if
           end-perform
           continue.

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
       End program GRAPHBAK.
