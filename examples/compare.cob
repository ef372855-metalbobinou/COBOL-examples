       IDENTIFICATION DIVISION.
        PROGRAM-ID. comparer.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ancien assign to 'FE1'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ancien-status.
           SELECT nouveau assign to 'FE2'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS nouveau-status.
           SELECT Layout assign to 'LAYOUT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS layout-status.
           SELECT controle assign to 'COMPCTL'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS controle-status.
           SELECT trie-1 assign to 'TRI1'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS trie-1-status.
           SELECT trie-2 assign to 'TRI2'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS trie-2-status.
           SELECT tri-work assign to 'SORTWK'.

        DATA DIVISION.
         FILE SECTION.
 *    * Two generations of the same fixed-layout file: FE1 the
 *    * last good one, FE2 the one under suspicion
          FD ancien.
           01  ancien-ENR pic x(256).
          FD nouveau.
           01  nouveau-ENR pic x(256).
          FD layout.
           01  layout-ENR.
               05  lay-name     pic x(10).
               05  filler       pic x.
               05  lay-start-x  pic x(3).
               05  lay-start-9 redefines lay-start-x pic 9(3).
               05  filler       pic x.
               05  lay-len-x    pic x(3).
               05  lay-len-9 redefines lay-len-x pic 9(3).
               05  filler       pic x.
               05  lay-class    pic x.
 *    * Control cards: KEY names the layout field that matches a
 *    * record across the generations, IGNORE a field that moves
 *    * every night and should not count as a change
          FD controle.
           01  controle-ENR.
               05  ctl-verb     pic x(6).
               05  filler       pic x.
               05  ctl-name     pic x(10).
 *    * Each generation in key order; the sequence number keeps
 *    * records with the same key in file order
          FD trie-1.
           01  trie-1-ENR.
               05  t1-key       pic x(40).
               05  t1-seq       pic 9(7).
               05  t1-rec       pic x(256).
          FD trie-2.
           01  trie-2-ENR.
               05  t2-key       pic x(40).
               05  t2-seq       pic 9(7).
               05  t2-rec       pic x(256).
          SD tri-work.
           01  tri-ENR.
               05  srt-key      pic x(40).
               05  srt-seq      pic 9(7).
               05  srt-rec      pic x(256).

        WORKING-STORAGE SECTION.
           01  ancien-status   pic x(2).
           01  nouveau-status  pic x(2).
           01  layout-status   pic x(2).
           01  controle-status pic x(2).
           01  trie-1-status   pic x(2).
           01  trie-2-status   pic x(2).
           01  rec-count-1     pic 9(7) value 0.
           01  rec-count-2     pic 9(7) value 0.
           01  added-count     pic 9(7) value 0.
           01  deleted-count   pic 9(7) value 0.
           01  changed-count   pic 9(7) value 0.
           01  same-count      pic 9(7) value 0.
           01  other-count     pic 9(7) value 0.
           01  fld-count       pic 99   value 0.
           01  key-fld         pic 99   value 0.
           01  i               pic 99.
           01  wk-name         pic x(10).
           01  wk-found        pic 99.
           01  wk-open-ko      pic x    value 'n'.
           01  wk-changed      pic x.
           01  wk-old          pic x(256).
           01  wk-new          pic x(256).

 *    * One entry per layout line, with the change count for the
 *    * field and whether a control card set it aside
           01  fld-table.
               05  fld-ent occurs 20.
                   10  fld-name    pic x(10).
                   10  fld-start   pic 9(3).
                   10  fld-len     pic 9(3).
                   10  fld-class   pic x.
                   10  fld-ignore  pic x.
                   10  fld-changes pic 9(7).

       PROCEDURE DIVISION.
       Debut.
           perform charge-layout thru charge-layout-fin.
           if fld-count = 0
              display 'NO USABLE LAYOUT LINE ON FILE LAYOUT'
              stop run
           end-if.
           perform charge-controle thru charge-controle-fin.
           if key-fld = 0
              display 'NO KEY FIELD NAMED ON COMPCTL'
              stop run
           end-if.
           sort tri-work on ascending key srt-key
                         on ascending key srt-seq
                input procedure alim-ancien thru alim-ancien-fin
                giving trie-1.
           if wk-open-ko = 'o'
              stop run
           end-if.
           sort tri-work on ascending key srt-key
                         on ascending key srt-seq
                input procedure alim-nouveau thru alim-nouveau-fin
                giving trie-2.
           if wk-open-ko = 'o'
              stop run
           end-if.
           open input trie-1 trie-2.
           perform lit-1 thru lit-1-fin.
           perform lit-2 thru lit-2-fin.
 *    * Match on the key: a key only in the old generation was
 *    * deleted, only in the new one added, in both compared field
 *    * by field
       rapproche.
           if t1-key = high-values and t2-key = high-values
              go to fin
           end-if.
           if t1-key < t2-key
              add 1 to deleted-count
              display 'DELETED  KEY ' t1-key (1 : fld-len (key-fld))
              perform lit-1 thru lit-1-fin
              go to rapproche
           end-if.
           if t1-key > t2-key
              add 1 to added-count
              display 'ADDED    KEY ' t2-key (1 : fld-len (key-fld))
              perform lit-2 thru lit-2-fin
              go to rapproche
           end-if.
           perform compare-enr thru compare-enr-fin.
           perform lit-1 thru lit-1-fin.
           perform lit-2 thru lit-2-fin.
           go to rapproche.
       fin.
           close trie-1 trie-2.
           display '----------------------------------------'.
           display 'RECORDS IN OLD GENERATION: ' rec-count-1.
           display 'RECORDS IN NEW GENERATION: ' rec-count-2.
           display 'RECORDS ADDED            : ' added-count.
           display 'RECORDS DELETED          : ' deleted-count.
           display 'RECORDS CHANGED          : ' changed-count.
           display 'RECORDS UNCHANGED        : ' same-count.
           display 'CHANGED OUTSIDE LAYOUT   : ' other-count.
           display '----------------------------------------'.
           perform edite-champ
              varying i from 1 by 1 until i > fld-count.
           stop run.

 *    * Layout definition: name, start column, length, class
 *    * (N numeric, A alphabetic, D date YYYYMMDD)
       charge-layout.
           open input layout.
           if layout-status not = '00'
              display 'OPEN FAILED ON LAYOUT - STATUS ' layout-status
              go to charge-layout-fin
           end-if.
       charge-lecture.
           read layout
                  at end go to charge-layout-ferme.
           if lay-start-x not numeric or lay-len-x not numeric
              display 'BAD LAYOUT LINE IGNORED: ' lay-name
              go to charge-lecture
           end-if.
           if lay-start-9 = 0 or lay-len-9 = 0
              or lay-start-9 + lay-len-9 > 257
              display 'LAYOUT LINE OUT OF RECORD: ' lay-name
              go to charge-lecture
           end-if.
           if fld-count = 20
              display 'MORE THAN 20 LAYOUT LINES - REST IGNORED'
              go to charge-layout-ferme
           end-if.
           add 1 to fld-count.
           move lay-name    to fld-name (fld-count).
           move lay-start-9 to fld-start (fld-count).
           move lay-len-9   to fld-len (fld-count).
           move lay-class   to fld-class (fld-count).
           move 'n' to fld-ignore (fld-count).
           move 0 to fld-changes (fld-count).
           go to charge-lecture.
       charge-layout-ferme.
           close layout.
       charge-layout-fin.
           exit.

 *    * Control cards name layout fields, so they are read after
 *    * the layout; the key may not be longer than the sort key
       charge-controle.
           open input controle.
           if controle-status not = '00'
              display 'OPEN FAILED ON COMPCTL - STATUS '
                      controle-status
              go to charge-controle-fin
           end-if.
       controle-lecture.
           read controle
                  at end go to charge-controle-ferme.
           move ctl-name to wk-name.
           perform cherche-champ.
           if wk-found = 0
              display 'COMPCTL FIELD NOT ON LAYOUT: ' ctl-name
              go to controle-lecture
           end-if.
           evaluate ctl-verb
              when 'KEY'
                 if fld-len (wk-found) > 40
                    display 'KEY FIELD LONGER THAN 40: ' ctl-name
                 else
                    move wk-found to key-fld
                 end-if
              when 'IGNORE'
                 move 'o' to fld-ignore (wk-found)
              when other
                 display 'BAD COMPCTL LINE IGNORED: ' controle-ENR
           end-evaluate.
           go to controle-lecture.
       charge-controle-ferme.
           close controle.
       charge-controle-fin.
           exit.

       cherche-champ.
           move 0 to wk-found.
           perform cherche-un-champ
              varying i from 1 by 1
              until i > fld-count or wk-found not = 0.

       cherche-un-champ.
           if fld-name (i) = wk-name
              move i to wk-found
           end-if.

 *    * Sort feeds: each record goes in behind its key
       alim-ancien.
           open input ancien.
           if ancien-status not = '00'
              display 'OPEN FAILED ON FE1 - FILE STATUS '
                      ancien-status
              move 'o' to wk-open-ko
              go to alim-ancien-fin
           end-if.
       alim-ancien-lecture.
           read ancien
                  at end go to alim-ancien-ferme.
           add 1 to rec-count-1.
           move spaces to srt-key.
           move ancien-ENR (fld-start (key-fld) : fld-len (key-fld))
                to srt-key (1 : fld-len (key-fld)).
           move rec-count-1 to srt-seq.
           move ancien-ENR to srt-rec.
           release tri-ENR.
           go to alim-ancien-lecture.
       alim-ancien-ferme.
           close ancien.
       alim-ancien-fin.
           exit.

       alim-nouveau.
           open input nouveau.
           if nouveau-status not = '00'
              display 'OPEN FAILED ON FE2 - FILE STATUS '
                      nouveau-status
              move 'o' to wk-open-ko
              go to alim-nouveau-fin
           end-if.
       alim-nouveau-lecture.
           read nouveau
                  at end go to alim-nouveau-ferme.
           add 1 to rec-count-2.
           move spaces to srt-key.
           move nouveau-ENR (fld-start (key-fld) : fld-len (key-fld))
                to srt-key (1 : fld-len (key-fld)).
           move rec-count-2 to srt-seq.
           move nouveau-ENR to srt-rec.
           release tri-ENR.
           go to alim-nouveau-lecture.
       alim-nouveau-ferme.
           close nouveau.
       alim-nouveau-fin.
           exit.

 *    * At end of file the key goes to high values, which sorts
 *    * after every real key and drains the other generation
       lit-1.
           read trie-1
                  at end move high-values to t1-key.
       lit-1-fin.
           exit.

       lit-2.
           read trie-2
                  at end move high-values to t2-key.
       lit-2-fin.
           exit.

 *    * Same key in both generations: every named field that
 *    * moved is shown old and new; ignored fields are blanked in
 *    * both copies first, so a record that differs only there
 *    * counts as unchanged, and one that differs only in columns
 *    * no layout line covers is counted apart
       compare-enr.
           move t1-rec to wk-old.
           move t2-rec to wk-new.
           perform efface-ignore
              varying i from 1 by 1 until i > fld-count.
           if wk-old = wk-new
              add 1 to same-count
              go to compare-enr-fin
           end-if.
           move 'n' to wk-changed.
           perform compare-champ
              varying i from 1 by 1 until i > fld-count.
           if wk-changed = 'n'
              add 1 to other-count
              display 'CHANGED  KEY ' t1-key (1 : fld-len (key-fld))
                      ' OUTSIDE THE LAYOUT'
           else
              add 1 to changed-count
           end-if.
       compare-enr-fin.
           exit.

       efface-ignore.
           if fld-ignore (i) = 'o'
              move spaces to wk-old (fld-start (i) : fld-len (i))
              move spaces to wk-new (fld-start (i) : fld-len (i))
           end-if.

       compare-champ.
           if fld-ignore (i) = 'o'
              continue
           else
           if wk-old (fld-start (i) : fld-len (i))
              not = wk-new (fld-start (i) : fld-len (i))
              if wk-changed = 'n'
                 move 'o' to wk-changed
                 display 'CHANGED  KEY '
                         t1-key (1 : fld-len (key-fld))
              end-if
              add 1 to fld-changes (i)
              display '  ' fld-name (i) ' OLD: '
                      wk-old (fld-start (i) : fld-len (i))
              display '  ' fld-name (i) ' NEW: '
                      wk-new (fld-start (i) : fld-len (i))
           end-if
           end-if.

       edite-champ.
           if fld-ignore (i) = 'o'
              display 'FIELD ' fld-name (i) ' IGNORED'
           else
              display 'FIELD ' fld-name (i)
                      ' CHANGES: ' fld-changes (i)
           end-if.
