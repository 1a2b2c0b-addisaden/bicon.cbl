           05 FILLER PIC X(20) VALUE ".layout.data".
           05 FILLER PIC X(20) VALUE ".words.data".
           05 FILLER PIC X(20) VALUE ".words.meta".
           05 FILLER PIC X(20) VALUE ".continuation.data".
           05 FILLER PIC X(20) VALUE ".dictverses.data".
       01 WS-PART-SUFFIX-TABLE REDEFINES WS-PART-SUFFIXES.
           05 WS-PART-SUFFIX OCCURS 12 TIMES PIC X(20).
       01 WS-PART-IDX         PIC 9(2).
       PROCEDURE DIVISION.
       DATAINVENTORY.
               WHEN "inventory.files.tmp"
               WHEN "batchimport.retry.tmp"
               WHEN "searchstats.files.tmp"
               WHEN "crossref.work.tmp"
               WHEN "crossref.cited.tmp"
               WHEN "crossref.sort.tmp"
               WHEN "crossref.sorted.tmp"
               WHEN "sweep.maps.tmp"
               WHEN "lint.work.tmp"
               WHEN "lookuplint.work.tmp"
               WHEN "lookuplint.plans.tmp"
               WHEN "timing.work.tmp"
               WHEN "timing.sort.tmp"
               WHEN "timing.sorted.tmp"
               WHEN "notify.msg.tmp"
               WHEN "variants.list.tmp"
               WHEN "catechisms.tmp"
               WHEN "variants.work.tmp"
               WHEN "variants.sort.tmp"
               WHEN "variants.sorted.tmp"
               WHEN "hymns.work.tmp"
               WHEN "hymns.sort.tmp"
               WHEN "hymns.sorted.tmp"
               WHEN "notify.locks.tmp"
               WHEN "housekeeping.tmp"
               WHEN "formatmigration.list.tmp"
               WHEN "similar.bibles.tmp"
               WHEN "usage.bibles.tmp"
               WHEN "usage.logs.tmp"
               WHEN "usage.files.tmp"
               WHEN "wording.work.tmp"
               WHEN "wording.sorted.tmp"
               WHEN "wording.changes.tmp"
               WHEN "annotated.work.tmp"
               WHEN "annotated.sorted.tmp"
               WHEN "phrases.sort.tmp"
               WHEN "phrases.sort2.tmp"
               WHEN "phrases.cand.tmp"
               WHEN "phrases.keep.tmp"
               WHEN "dictindex.sort.tmp"
               WHEN "closure.list.tmp"
                   SET WS-CLASS-TEMP TO TRUE
                   EXIT PARAGRAPH
      * translations.tmp is the offline catalog cache that
               WHEN "catalog.stamp"
               WHEN "catalog.cfg"
               WHEN "housekeeping.cfg"
               WHEN "notify.cfg"
               WHEN "books.lookup"
               WHEN "menu.lang"
               WHEN "default.cfg"
               WHEN "notes.data"
               WHEN "topics.data"
               WHEN "crossrefs.data"
               WHEN "places.data"
               WHEN "places.verses.data"
               WHEN "catechism.verses.data"
               WHEN "hymns.data"
               WHEN "books.intro.data"
               WHEN "persons.data"
               WHEN "lexicon.data"
               WHEN "saved.searches"
               WHEN "reading.position"
               WHEN "plan.enrollment.data"
               WHEN "plan.progress.data"
               WHEN "trainer.schedule.data"
               WHEN "notes.seen.data"
               WHEN "import.history"
               WHEN "sermons.data"
               WHEN "sermon.cfg"
               WHEN "slides.cfg"
               WHEN "import.colors.cfg"
               WHEN "meetings.data"
               WHEN "classes.data"
               WHEN "memory.assign.data"
               WHEN "memory.recital.data"
               WHEN "commentary.entries.data"
               WHEN "commentary.revisions.data"
               WHEN "wording.changes"
                   SET WS-CLASS-SYSTEM TO TRUE
                   EXIT PARAGRAPH
               WHEN "search.log"
               WHEN "batchimport.journal"
               WHEN "access.log"
               WHEN "admin.log"
               WHEN "timing.log"
               WHEN "format.migration.log"
                   SET WS-CLASS-LOG TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE
               EXIT PARAGRAPH
           END-IF

      * a file formatMigration replaced, kept in its old layout
           MOVE ".fmt1" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               SET WS-CLASS-ARCHIVE TO TRUE
               EXIT PARAGRAPH
           END-IF

      * the import checkpoints and those of the analysis reports
      * (<short>.cooccur.ckpt, similar.all.ckpt, ...)
           MOVE ".ckpt" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               SET WS-CLASS-CKPT TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ".ckpt.tmp" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               SET WS-CLASS-TEMP TO TRUE
               EXIT PARAGRAPH
           END-IF

      * work files of an interrupted report pass belong with its
      * checkpoint
           MOVE ".similar.pairs.tmp" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               SET WS-CLASS-CKPT TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ".wordfreq.work.tmp" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               SET WS-CLASS-CKPT TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ".tmp.cut" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               SET WS-CLASS-TEMP TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ".txt.tmp" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               EXIT PARAGRAPH
           END-IF

      * account closure certificates are kept as proof
           MOVE ".closure.txt" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               SET WS-CLASS-LOG TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ".update-check.rpt" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE ".wording.rpt" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               SET WS-CLASS-LOG TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ".plan" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE ".catechism.data" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
               SET WS-CLASS-SYSTEM TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ".versemap" TO WS-SUFFIX
           PERFORM CHECK-SUFFIX
           IF WS-ENDS-WITH = "Y"
      * translation file-set parts: owner short = name without the
      * suffix; a part without its .bible.data is orphaned
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > 12
               MOVE WS-PART-SUFFIX(WS-PART-IDX) TO WS-SUFFIX
               PERFORM CHECK-SUFFIX
               IF WS-ENDS-WITH = "Y"
