      * E-book export: package one installed translation as an
      * EPUB 3 file for e-readers.
      *
      * Every book becomes its own XHTML page (bNNN.xhtml) with an
      * anchor per chapter (cN) and per verse (vBBBCCCVVV); the
      * navigation document lists the books down to their chapters
      * (names from books.lookup). Section headings come from
      * .headings.data, paragraph breaks and poetry lines from
      * .layout.data, the red-letter spans are re-inserted as
      * <span class="rl"> the way osisExport re-inserts its <q>.
      * Footnotes are collected as endnotes on notes.xhtml, linked
      * both ways; the cross-references of crossrefs.data become
      * links to the verse they point at (plain text where the
      * target book is not in this translation). The copyright page
      * is built from the meta (TITLE, TRANSLATION, COPYRIGHT).
      *
      * The pages are written into the work directory
      * <short>.epub.tmp and packed with zip, mimetype first and
      * uncompressed as the EPUB container requires.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. epubExport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-DATA-META ASSIGN TO WS-META-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-META-KEY
               FILE STATUS IS WS-META-STATUS.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-DATA-ID.
           SELECT BIBLE-FOOTNOTE-FILE ASSIGN TO WS-FOOTNOTE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-FOOTNOTE-ID
               FILE STATUS IS WS-FOOTNOTE-STATUS.
           SELECT BIBLE-HEADING-FILE ASSIGN TO WS-HEADING-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-HEADING-ID
               FILE STATUS IS WS-HEADING-STATUS.
           SELECT BIBLE-REDLETTER-FILE ASSIGN TO WS-REDLETTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-REDLETTER-ID
               FILE STATUS IS WS-REDLETTER-STATUS.
           SELECT BIBLE-LAYOUT-FILE ASSIGN TO WS-LAYOUT-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-LAYOUT-ID
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT BIBLE-CROSSREF-FILE ASSIGN TO "crossrefs.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-CROSSREF-ID
               FILE STATUS IS WS-CROSSREF-STATUS.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT EpubFile ASSIGN TO WS-EPUB-PART
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BookPageFile ASSIGN TO WS-BOOK-PART
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT NotesPageFile ASSIGN TO WS-NOTES-PART
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-meta'.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-footnote-file'.
           COPY 'cpy/file-section/bible-heading-file'.
           COPY 'cpy/file-section/bible-redletter-file'.
           COPY 'cpy/file-section/bible-layout-file'.
           COPY 'cpy/file-section/bible-crossref-file'.
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD EpubFile.
       01 EpubRecord PIC X(2000).
       FD BookPageFile.
       01 BookPageRecord PIC X(12100).
       FD NotesPageFile.
       01 NotesPageRecord PIC X(2000).
       WORKING-STORAGE SECTION.
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-META-FILE          PIC X(777).
       01 WS-META-STATUS        PIC XX.
       01 WS-DATA-FILE          PIC X(777).
       01 WS-FOOTNOTE-FILE      PIC X(777).
       01 WS-FOOTNOTE-STATUS    PIC XX.
       01 WS-FOOTNOTES-ON       PIC X VALUE "N".
       01 WS-FOOTNOTE-FOUND     PIC X VALUE "N".
       01 WS-HEADING-FILE       PIC X(777).
       01 WS-HEADING-STATUS     PIC XX.
       01 WS-HEADINGS-ON        PIC X VALUE "N".
       01 WS-HEADING-FOUND      PIC X VALUE "N".
       01 WS-REDLETTER-FILE     PIC X(777).
       01 WS-REDLETTER-STATUS   PIC XX.
       01 WS-REDLETTER-ON       PIC X VALUE "N".
       01 WS-REDLETTER-FOUND    PIC X VALUE "N".
       01 WS-LAYOUT-FILE        PIC X(777).
       01 WS-LAYOUT-STATUS      PIC XX.
       01 WS-LAYOUT-ON          PIC X VALUE "N".
       01 WS-LAYOUT-FOUND       PIC X VALUE "N".
       01 WS-CROSSREF-STATUS    PIC XX.
       01 WS-CROSSREFS-ON       PIC X VALUE "N".
       01 WS-CROSSREF-FOUND     PIC X VALUE "N".
       01 WS-EXPORT-FILE        PIC X(100).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-COMMAND            PIC X(600).
       01 WS-TITLE              PIC X(250) VALUE SPACES.
       01 WS-LANGUAGE           PIC X(250) VALUE SPACES.
       01 WS-TRANSLATION        PIC X(250) VALUE SPACES.
       01 WS-COPYRIGHT          PIC X(250) VALUE SPACES.
       01 WS-LANG-CODE          PIC X(10).

      * Usage rights recorded at import (RIGHTS key): an e-book is a
      * full redistribution, so the gate of bibleExport and
      * osisExport holds here - GESPERRT and EINGESCHR are refused,
      * UNGEKLAERT needs an explicit confirmation.
       01 WS-RIGHTS             PIC X(12) VALUE "UNGEKLAERT".
       01 WS-RIGHTS-CONFIRM     PIC 9(1).

      * work directory and the parts written into it
       01 WS-WORK-DIR           PIC X(100).
       01 WS-EPUB-PART          PIC X(250).
       01 WS-BOOK-PART          PIC X(250).
       01 WS-NOTES-PART         PIC X(250).
       01 WS-ZIP-TARGET         PIC X(110).
       01 WS-BOOK-PAGE          PIC X(12).
       01 WS-BOOK-PAGE-OPEN     PIC X VALUE "N".
       01 WS-PARA-OPEN          PIC X VALUE "N".

      * books and chapters present in the translation (first pass)
       01 WS-DATA-EOF           PIC X VALUE "N".
       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       78 WS-MAX-BOOKS VALUE 99.
       78 WS-MAX-CHAPTERS VALUE 150.
       01 WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 99 TIMES.
               10 WS-BOOK-NAME      PIC X(20).
               10 WS-BOOK-ABBR      PIC X(4).
               10 WS-BOOK-PRESENT   PIC X(1).
               10 WS-BOOK-CHAPTER   PIC X(1) OCCURS 150 TIMES.
       01 WS-BOOK-IDX           PIC 9(3).
       01 WS-CH-IDX             PIC 9(3).
       01 WS-PREV-BOOK          PIC 9(3) VALUE 0.
       01 WS-PREV-CHAPTER       PIC 9(3) VALUE 0.
       01 WS-VERSE-COUNT        PIC 9(7) VALUE 0.
       01 WS-BOOK-COUNT         PIC 9(3) VALUE 0.
       01 WS-NOTE-COUNT         PIC 9(5) VALUE 0.
       01 WS-CH-DISP            PIC Z(3).
       01 WS-VS-DISP            PIC Z(3).
       01 WS-NOTE-DISP          PIC Z(5).
       01 WS-INDENT-DISP        PIC 9(1).
       01 WS-BOOK-NUM-DISP      PIC 9(3).

      * XHTML page head, shared by every page
       01 WS-PAGE-TITLE         PIC X(250).
       01 WS-HEAD-XML           PIC X(50)
           VALUE '<?xml version="1.0" encoding="UTF-8"?>'.
       01 WS-HEAD-HTML          PIC X(200).
       01 WS-HEAD-HEAD          PIC X(600).

      * one verse as it goes onto the book page
       01 WS-VERSE-LINE         PIC X(12000).
       01 WS-VERSE-PTR          PIC 9(5).
       01 WS-VERSE-ID           PIC X(10).
       01 WS-NOTE-ID            PIC X(10).
       01 WS-REF-TEXT           PIC X(20).

      * cross-reference targets (9-digit canon keys)
       01 WS-XR-PTR             PIC 9(4).
       01 WS-XR-TARGET          PIC X(9).
       01 WS-XR-TARGET-NUM REDEFINES WS-XR-TARGET.
           05 WS-XR-BOOK        PIC 9(3).
           05 WS-XR-CHAPTER     PIC 9(3).
           05 WS-XR-VERSE       PIC 9(3).
       01 WS-XR-COUNT           PIC 9(3).

      * red-letter re-insertion and XML escaping
       01 WS-MARKED-TEXT        PIC X(4100).
       01 WS-MARK-OUT-POS       PIC 9(4).
       01 WS-MARK-PREV          PIC 9(4).
       01 WS-MARK-PIECE-LEN     PIC 9(4).
       01 WS-MARK-TEXT-LEN      PIC 9(4).
       01 WS-RL-IDX             PIC 9(2).
       01 WS-ESC-IN             PIC X(4100).
       01 WS-ESC-OUT            PIC X(8000).
       01 WS-ESC-IN-LEN         PIC 9(4).
       01 WS-ESC-IN-POS         PIC 9(4).
       01 WS-ESC-OUT-POS        PIC 9(4).
       01 WS-ESC-CHAR           PIC X(1).

      * package date for dcterms:modified
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-MODIFIED           PIC X(20).

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       EPUBEXPORT.
           DISPLAY "bible short? " WITH NO ADVANCING
           ACCEPT WS-BIBLE-SHORT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.meta"
           ) TO WS-META-FILE
           MOVE WS-META-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-DATA-FILE

           DISPLAY "Export-Datei (Enter = "
               FUNCTION trim(WS-BIBLE-SHORT) ".epub): "
               WITH NO ADVANCING
           ACCEPT WS-EXPORT-FILE
           IF FUNCTION trim(WS-EXPORT-FILE) = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BIBLE-SHORT), ".epub"
               ) TO WS-EXPORT-FILE
           END-IF

           PERFORM READ-META
           PERFORM CHECK-EXPORT-RIGHTS
           PERFORM LOAD-BOOK-NAMES
           PERFORM SCAN-CHAPTERS
           IF WS-BOOK-COUNT = 0
               DISPLAY "Diese Uebersetzung enthaelt keine Verse."
               EXIT PROGRAM
           END-IF

           PERFORM PREPARE-WORK-DIR
           IF WS-RETURN NOT = 0
               DISPLAY "FEHLER: Arbeitsverzeichnis "
                   FUNCTION trim(WS-WORK-DIR)
                   " kann nicht angelegt werden."
               EXIT PROGRAM
           END-IF
           PERFORM BUILD-PAGE-HEAD
           PERFORM WRITE-CONTAINER
           PERFORM WRITE-STYLES
           PERFORM WRITE-COPYRIGHT-PAGE
           PERFORM WRITE-NAVIGATION
           PERFORM OPEN-EXTRAS
           PERFORM OPEN-NOTES-PAGE

           OPEN INPUT BIBLE-DATA-FILE
           MOVE "N" TO WS-DATA-EOF
           PERFORM UNTIL WS-DATA-EOF = "Y"
               READ BIBLE-DATA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DATA-EOF
                   NOT AT END
                       PERFORM EXPORT-ONE-VERSE
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           PERFORM CLOSE-BOOK-PAGE

           PERFORM CLOSE-NOTES-PAGE
           PERFORM CLOSE-EXTRAS
           PERFORM WRITE-PACKAGE
           PERFORM PACK-EPUB
           IF WS-RETURN NOT = 0
               DISPLAY "FEHLER beim Packen - die Einzelseiten "
                   "liegen noch in " FUNCTION trim(WS-WORK-DIR)
               EXIT PROGRAM
           END-IF
           CALL "SYSTEM"
               USING FUNCTION concatenate(
                   "rm -rf ", FUNCTION trim(WS-WORK-DIR))
           END-CALL

           DISPLAY WS-VERSE-COUNT " Verse in " WS-BOOK-COUNT
               " Buechern, " WS-NOTE-COUNT " Anmerkungen exportiert "
               "nach " FUNCTION trim(WS-EXPORT-FILE)
           EXIT PROGRAM.
       EPUBEXPORT-EXIT.

       READ-META.
           OPEN INPUT BIBLE-DATA-META
           MOVE "TITLE" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BIBLE-DATA-META-VALUE TO WS-TITLE
           END-READ
           MOVE "LANG" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BIBLE-DATA-META-VALUE TO WS-LANGUAGE
           END-READ
           MOVE "TRANSLATION" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BIBLE-DATA-META-VALUE TO WS-TRANSLATION
           END-READ
           MOVE "COPYRIGHT" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BIBLE-DATA-META-VALUE TO WS-COPYRIGHT
           END-READ
           MOVE "UNGEKLAERT" TO WS-RIGHTS
           MOVE "RIGHTS" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(FUNCTION trim(
                       BIBLE-DATA-META-VALUE)) TO WS-RIGHTS
           END-READ
           CLOSE BIBLE-DATA-META
           IF FUNCTION trim(WS-TITLE) = SPACES
               MOVE WS-BIBLE-SHORT TO WS-TITLE
           END-IF
      * a language code for the package; a spelled-out LANG value
      * ("Deutsch") is no code, the reader then gets "und"
           IF FUNCTION LENGTH(FUNCTION trim(WS-LANGUAGE)) <= 3
               AND WS-LANGUAGE NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION trim(WS-LANGUAGE))
                   TO WS-LANG-CODE
           ELSE
               MOVE "und" TO WS-LANG-CODE
           END-IF
           CONTINUE.
       READ-META-EXIT.

       CHECK-EXPORT-RIGHTS.
           EVALUATE FUNCTION trim(WS-RIGHTS)
               WHEN "FREI"
                   CONTINUE
               WHEN "GESPERRT"
                   DISPLAY "Export abgelehnt: diese Uebersetzung "
                       "darf nicht weitergegeben werden "
                       "(RIGHTS = GESPERRT)."
                   EXIT PROGRAM
               WHEN "EINGESCHR"
                   DISPLAY "Export abgelehnt: die Nutzungsrechte "
                       "erlauben nur begrenzte Zitate, keinen "
                       "Gesamtexport (RIGHTS = EINGESCHR)."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "WARNUNG: Nutzungsrechte dieser "
                       "Uebersetzung sind nicht geklaert."
                   DISPLAY "Trotzdem exportieren? 1: ja, 2: nein. "
                       "Auswahl: " WITH NO ADVANCING
                   ACCEPT WS-RIGHTS-CONFIRM
                   IF WS-RIGHTS-CONFIRM NOT = 1
                       DISPLAY "Export abgebrochen."
                       EXIT PROGRAM
                   END-IF
           END-EVALUATE
           CONTINUE.
       CHECK-EXPORT-RIGHTS-EXIT.

      * One name per book number; when several languages carry a
      * row for the same book the later one wins, as in bibleExport.
       LOAD-BOOK-NAMES.
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               MOVE SPACES TO WS-BOOK-ENTRY(WS-BOOK-IDX)
           END-PERFORM
           MOVE "books.lookup" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOKS-FILE
           MOVE "N" TO WS-BOOKS-EOF
           PERFORM UNTIL WS-BOOKS-EOF = "Y"
               READ BOOKS-FILE
                   AT END
                       MOVE "Y" TO WS-BOOKS-EOF
                   NOT AT END
                       UNSTRING BOOKS-RECORD
                           DELIMITED BY "###" INTO
                               WS-BOOK-REC-NUM
                               WS-BOOK-REC-NAME
                               WS-BOOK-REC-ABBR
                               WS-BOOK-REC-LANG
                       IF WS-BOOK-REC-NUM >= 1
                           AND WS-BOOK-REC-NUM <= WS-MAX-BOOKS
                           MOVE WS-BOOK-REC-NAME
                               TO WS-BOOK-NAME(WS-BOOK-REC-NUM)
                           MOVE WS-BOOK-REC-ABBR
                               TO WS-BOOK-ABBR(WS-BOOK-REC-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE
           CONTINUE.
       LOAD-BOOK-NAMES-EXIT.

      * First pass: which books and chapters the translation has,
      * for the navigation, the package manifest and for deciding
      * whether a cross-reference target can be linked.
       SCAN-CHAPTERS.
           MOVE 0 TO WS-BOOK-COUNT
           OPEN INPUT BIBLE-DATA-FILE
           MOVE "N" TO WS-DATA-EOF
           PERFORM UNTIL WS-DATA-EOF = "Y"
               READ BIBLE-DATA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DATA-EOF
                   NOT AT END
                       IF BIBLE-DATA-BOOK >= 1
                           AND BIBLE-DATA-BOOK <= WS-MAX-BOOKS
                           IF WS-BOOK-PRESENT(BIBLE-DATA-BOOK)
                               NOT = "Y"
                               MOVE "Y" TO
                                   WS-BOOK-PRESENT(BIBLE-DATA-BOOK)
                               ADD 1 TO WS-BOOK-COUNT
                           END-IF
                           IF BIBLE-DATA-CHAPTER >= 1
                               AND BIBLE-DATA-CHAPTER
                                   <= WS-MAX-CHAPTERS
                               MOVE "Y" TO WS-BOOK-CHAPTER(
                                   BIBLE-DATA-BOOK,
                                   BIBLE-DATA-CHAPTER)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           CONTINUE.
       SCAN-CHAPTERS-EXIT.

       PREPARE-WORK-DIR.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".epub.tmp"
           ) TO WS-WORK-DIR
           MOVE FUNCTION concatenate(
               "rm -rf ", FUNCTION trim(WS-WORK-DIR),
               " && mkdir -p ", FUNCTION trim(WS-WORK-DIR),
               "/META-INF ", FUNCTION trim(WS-WORK-DIR), "/OEBPS"
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN
           CONTINUE.
       PREPARE-WORK-DIR-EXIT.

      * <html> and <head> of a page, WS-PAGE-TITLE already escaped
       BUILD-PAGE-HEAD.
           MOVE FUNCTION concatenate(
               '<html xmlns="http://www.w3.org/1999/xhtml" ',
               'xmlns:epub="http://www.idpf.org/2007/ops" ',
               'xml:lang="', FUNCTION trim(WS-LANG-CODE), '">'
           ) TO WS-HEAD-HTML
           MOVE WS-TITLE TO WS-ESC-IN
           PERFORM ESCAPE-XML
           MOVE WS-ESC-OUT TO WS-PAGE-TITLE
           MOVE FUNCTION concatenate(
               '<head><meta charset="utf-8"/><title>',
               FUNCTION trim(WS-PAGE-TITLE),
               '</title><link rel="stylesheet" type="text/css" ',
               'href="style.css"/></head><body>'
           ) TO WS-HEAD-HEAD
           CONTINUE.
       BUILD-PAGE-HEAD-EXIT.

       WRITE-EPUB-HEAD.
           MOVE WS-HEAD-XML TO EpubRecord
           WRITE EpubRecord
           MOVE WS-HEAD-HTML TO EpubRecord
           WRITE EpubRecord
           MOVE WS-HEAD-HEAD TO EpubRecord
           WRITE EpubRecord
           CONTINUE.
       WRITE-EPUB-HEAD-EXIT.

       WRITE-CONTAINER.
           MOVE FUNCTION concatenate(
               "printf 'application/epub+zip' > ",
               FUNCTION trim(WS-WORK-DIR), "/mimetype"
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-WORK-DIR), "/META-INF/container.xml"
           ) TO WS-EPUB-PART
           OPEN OUTPUT EpubFile
           MOVE WS-HEAD-XML TO EpubRecord
           WRITE EpubRecord
           MOVE '<container version="1.0" xmlns="urn:oasis:names:'
               & 'tc:opendocument:xmlns:container">' TO EpubRecord
           WRITE EpubRecord
           MOVE '<rootfiles><rootfile full-path="OEBPS/content.opf" '
               & 'media-type="application/oebps-package+xml"/>'
               & '</rootfiles>' TO EpubRecord
           WRITE EpubRecord
           MOVE "</container>" TO EpubRecord
           WRITE EpubRecord
           CLOSE EpubFile
           CONTINUE.
       WRITE-CONTAINER-EXIT.

      * rl = red letter, q1-q4 = poetry indent levels (deeper
      * levels are set like q4), xr = cross-references
       WRITE-STYLES.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-WORK-DIR), "/OEBPS/style.css"
           ) TO WS-EPUB-PART
           OPEN OUTPUT EpubFile
           MOVE "body { font-family: serif; }" TO EpubRecord
           WRITE EpubRecord
           MOVE "sup.vn { font-size: 0.6em; }" TO EpubRecord
           WRITE EpubRecord
           MOVE "span.rl { color: #b00000; }" TO EpubRecord
           WRITE EpubRecord
           MOVE "span.xr { font-size: 0.8em; }" TO EpubRecord
           WRITE EpubRecord
           MOVE "p.q1 { margin: 0 0 0 1em; }" TO EpubRecord
           WRITE EpubRecord
           MOVE "p.q2 { margin: 0 0 0 2em; }" TO EpubRecord
           WRITE EpubRecord
           MOVE "p.q3 { margin: 0 0 0 3em; }" TO EpubRecord
           WRITE EpubRecord
           MOVE "p.q4 { margin: 0 0 0 4em; }" TO EpubRecord
           WRITE EpubRecord
           MOVE "p.note { font-size: 0.9em; }" TO EpubRecord
           WRITE EpubRecord
           CLOSE EpubFile
           CONTINUE.
       WRITE-STYLES-EXIT.

       WRITE-COPYRIGHT-PAGE.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-WORK-DIR), "/OEBPS/copyright.xhtml"
           ) TO WS-EPUB-PART
           OPEN OUTPUT EpubFile
           PERFORM WRITE-EPUB-HEAD
           MOVE FUNCTION concatenate(
               "<h1>", FUNCTION trim(WS-PAGE-TITLE), "</h1>"
           ) TO EpubRecord
           WRITE EpubRecord
           IF WS-TRANSLATION NOT = SPACES
               MOVE WS-TRANSLATION TO WS-ESC-IN
               PERFORM ESCAPE-XML
               MOVE FUNCTION concatenate(
                   "<p>", FUNCTION trim(WS-ESC-OUT), "</p>"
               ) TO EpubRecord
               WRITE EpubRecord
           END-IF
           IF WS-COPYRIGHT NOT = SPACES
               MOVE WS-COPYRIGHT TO WS-ESC-IN
               PERFORM ESCAPE-XML
               MOVE FUNCTION concatenate(
                   "<p>", FUNCTION trim(WS-ESC-OUT), "</p>"
               ) TO EpubRecord
           ELSE
               MOVE "<p>Kein Urheberrechtsvermerk hinterlegt.</p>"
                   TO EpubRecord
           END-IF
           WRITE EpubRecord
           MOVE "</body></html>" TO EpubRecord
           WRITE EpubRecord
           CLOSE EpubFile
           CONTINUE.
       WRITE-COPYRIGHT-PAGE-EXIT.

      * Table of contents: every book with its chapters.
       WRITE-NAVIGATION.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-WORK-DIR), "/OEBPS/nav.xhtml"
           ) TO WS-EPUB-PART
           OPEN OUTPUT EpubFile
           PERFORM WRITE-EPUB-HEAD
           MOVE '<nav epub:type="toc" id="toc"><h1>Inhalt</h1><ol>'
               TO EpubRecord
           WRITE EpubRecord
           MOVE '<li><a href="copyright.xhtml">Impressum</a></li>'
               TO EpubRecord
           WRITE EpubRecord
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               IF WS-BOOK-PRESENT(WS-BOOK-IDX) = "Y"
                   PERFORM WRITE-NAV-BOOK
               END-IF
           END-PERFORM
           MOVE '<li><a href="notes.xhtml">Anmerkungen</a></li>'
               TO EpubRecord
           WRITE EpubRecord
           MOVE "</ol></nav></body></html>" TO EpubRecord
           WRITE EpubRecord
           CLOSE EpubFile
           CONTINUE.
       WRITE-NAVIGATION-EXIT.

       WRITE-NAV-BOOK.
           MOVE WS-BOOK-IDX TO WS-BOOK-NUM-DISP
           MOVE FUNCTION concatenate(
               "b", WS-BOOK-NUM-DISP, ".xhtml"
           ) TO WS-BOOK-PAGE
           IF WS-BOOK-NAME(WS-BOOK-IDX) = SPACES
               MOVE FUNCTION concatenate(
                   "Buch ", WS-BOOK-NUM-DISP
               ) TO WS-ESC-IN
           ELSE
               MOVE WS-BOOK-NAME(WS-BOOK-IDX) TO WS-ESC-IN
           END-IF
           PERFORM ESCAPE-XML
           MOVE FUNCTION concatenate(
               '<li><a href="', FUNCTION trim(WS-BOOK-PAGE), '">',
               FUNCTION trim(WS-ESC-OUT), '</a><ol>'
           ) TO EpubRecord
           WRITE EpubRecord
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-MAX-CHAPTERS
               IF WS-BOOK-CHAPTER(WS-BOOK-IDX, WS-CH-IDX) = "Y"
                   MOVE WS-CH-IDX TO WS-CH-DISP
                   MOVE FUNCTION concatenate(
                       '<li><a href="', FUNCTION trim(WS-BOOK-PAGE),
                       '#c', FUNCTION trim(WS-CH-DISP), '">',
                       FUNCTION trim(WS-CH-DISP), '</a></li>'
                   ) TO EpubRecord
                   WRITE EpubRecord
               END-IF
           END-PERFORM
           MOVE "</ol></li>" TO EpubRecord
           WRITE EpubRecord
           CONTINUE.
       WRITE-NAV-BOOK-EXIT.

      * The package document: metadata, every part in the manifest,
      * reading order copyright - books - notes.
       WRITE-PACKAGE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE FUNCTION concatenate(
               WS-NOW-DATE(1:4), "-", WS-NOW-DATE(5:2), "-",
               WS-NOW-DATE(7:2), "T", WS-NOW-TIME(1:2), ":",
               WS-NOW-TIME(3:2), ":", WS-NOW-TIME(5:2), "Z"
           ) TO WS-MODIFIED
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-WORK-DIR), "/OEBPS/content.opf"
           ) TO WS-EPUB-PART
           OPEN OUTPUT EpubFile
           MOVE WS-HEAD-XML TO EpubRecord
           WRITE EpubRecord
           MOVE FUNCTION concatenate(
               '<package xmlns="http://www.idpf.org/2007/opf" ',
               'version="3.0" unique-identifier="bookid" ',
               'xml:lang="', FUNCTION trim(WS-LANG-CODE), '">'
           ) TO EpubRecord
           WRITE EpubRecord
           MOVE '<metadata xmlns:dc="http://purl.org/dc/elements/1.1/">'
               TO EpubRecord
           WRITE EpubRecord
           MOVE FUNCTION concatenate(
               '<dc:identifier id="bookid">urn:bible:',
               FUNCTION trim(WS-BIBLE-SHORT), '</dc:identifier>'
           ) TO EpubRecord
           WRITE EpubRecord
           MOVE FUNCTION concatenate(
               '<dc:title>', FUNCTION trim(WS-PAGE-TITLE),
               '</dc:title>'
           ) TO EpubRecord
           WRITE EpubRecord
           MOVE FUNCTION concatenate(
               '<dc:language>', FUNCTION trim(WS-LANG-CODE),
               '</dc:language>'
           ) TO EpubRecord
           WRITE EpubRecord
           IF WS-COPYRIGHT NOT = SPACES
               MOVE WS-COPYRIGHT TO WS-ESC-IN
               PERFORM ESCAPE-XML
               MOVE FUNCTION concatenate(
                   '<dc:rights>', FUNCTION trim(WS-ESC-OUT),
                   '</dc:rights>'
               ) TO EpubRecord
               WRITE EpubRecord
           END-IF
           MOVE FUNCTION concatenate(
               '<meta property="dcterms:modified">',
               FUNCTION trim(WS-MODIFIED), '</meta>'
           ) TO EpubRecord
           WRITE EpubRecord
           MOVE "</metadata>" TO EpubRecord
           WRITE EpubRecord

           MOVE "<manifest>" TO EpubRecord
           WRITE EpubRecord
           MOVE '<item id="nav" href="nav.xhtml" media-type="'
               & 'application/xhtml+xml" properties="nav"/>'
               TO EpubRecord
           WRITE EpubRecord
           MOVE '<item id="css" href="style.css" '
               & 'media-type="text/css"/>' TO EpubRecord
           WRITE EpubRecord
           MOVE '<item id="copyright" href="copyright.xhtml" '
               & 'media-type="application/xhtml+xml"/>' TO EpubRecord
           WRITE EpubRecord
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               IF WS-BOOK-PRESENT(WS-BOOK-IDX) = "Y"
                   MOVE WS-BOOK-IDX TO WS-BOOK-NUM-DISP
                   MOVE FUNCTION concatenate(
                       '<item id="b', WS-BOOK-NUM-DISP,
                       '" href="b', WS-BOOK-NUM-DISP,
                       '.xhtml" media-type="application/xhtml+xml"/>'
                   ) TO EpubRecord
                   WRITE EpubRecord
               END-IF
           END-PERFORM
           MOVE '<item id="notes" href="notes.xhtml" '
               & 'media-type="application/xhtml+xml"/>' TO EpubRecord
           WRITE EpubRecord
           MOVE "</manifest>" TO EpubRecord
           WRITE EpubRecord

           MOVE "<spine>" TO EpubRecord
           WRITE EpubRecord
           MOVE '<itemref idref="copyright"/>' TO EpubRecord
           WRITE EpubRecord
           MOVE '<itemref idref="nav"/>' TO EpubRecord
           WRITE EpubRecord
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               IF WS-BOOK-PRESENT(WS-BOOK-IDX) = "Y"
                   MOVE WS-BOOK-IDX TO WS-BOOK-NUM-DISP
                   MOVE FUNCTION concatenate(
                       '<itemref idref="b', WS-BOOK-NUM-DISP, '"/>'
                   ) TO EpubRecord
                   WRITE EpubRecord
               END-IF
           END-PERFORM
           MOVE '<itemref idref="notes"/>' TO EpubRecord
           WRITE EpubRecord
           MOVE "</spine>" TO EpubRecord
           WRITE EpubRecord
           MOVE "</package>" TO EpubRecord
           WRITE EpubRecord
           CLOSE EpubFile
           CONTINUE.
       WRITE-PACKAGE-EXIT.

      * mimetype goes in first and stored, the rest compressed; the
      * archive name is relative to the work directory zip runs in.
       PACK-EPUB.
           IF WS-EXPORT-FILE(1:1) = "/"
               MOVE WS-EXPORT-FILE TO WS-ZIP-TARGET
           ELSE
               MOVE FUNCTION concatenate(
                   "../", FUNCTION trim(WS-EXPORT-FILE)
               ) TO WS-ZIP-TARGET
           END-IF
           MOVE FUNCTION concatenate(
               "rm -f ", FUNCTION trim(WS-EXPORT-FILE),
               " && cd ", FUNCTION trim(WS-WORK-DIR),
               " && zip -X0q ", FUNCTION trim(WS-ZIP-TARGET),
               " mimetype && zip -Xr9Dq ", FUNCTION trim(WS-ZIP-TARGET),
               " META-INF OEBPS"
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN
           CONTINUE.
       PACK-EPUB-EXIT.

       OPEN-NOTES-PAGE.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-WORK-DIR), "/OEBPS/notes.xhtml"
           ) TO WS-NOTES-PART
           OPEN OUTPUT NotesPageFile
           MOVE WS-HEAD-XML TO NotesPageRecord
           WRITE NotesPageRecord
           MOVE WS-HEAD-HTML TO NotesPageRecord
           WRITE NotesPageRecord
           MOVE WS-HEAD-HEAD TO NotesPageRecord
           WRITE NotesPageRecord
           MOVE '<section epub:type="endnotes"><h1>Anmerkungen</h1>'
               TO NotesPageRecord
           WRITE NotesPageRecord
           CONTINUE.
       OPEN-NOTES-PAGE-EXIT.

       CLOSE-NOTES-PAGE.
           IF WS-NOTE-COUNT = 0
               MOVE "<p>Keine Anmerkungen.</p>" TO NotesPageRecord
               WRITE NotesPageRecord
           END-IF
           MOVE "</section></body></html>" TO NotesPageRecord
           WRITE NotesPageRecord
           CLOSE NotesPageFile
           CONTINUE.
       CLOSE-NOTES-PAGE-EXIT.

       OPEN-BOOK-PAGE.
           MOVE BIBLE-DATA-BOOK TO WS-BOOK-NUM-DISP
           MOVE FUNCTION concatenate(
               "b", WS-BOOK-NUM-DISP, ".xhtml"
           ) TO WS-BOOK-PAGE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-WORK-DIR), "/OEBPS/",
               FUNCTION trim(WS-BOOK-PAGE)
           ) TO WS-BOOK-PART
           OPEN OUTPUT BookPageFile
           MOVE "Y" TO WS-BOOK-PAGE-OPEN
           MOVE "N" TO WS-PARA-OPEN
           MOVE WS-HEAD-XML TO BookPageRecord
           WRITE BookPageRecord
           MOVE WS-HEAD-HTML TO BookPageRecord
           WRITE BookPageRecord
           MOVE WS-HEAD-HEAD TO BookPageRecord
           WRITE BookPageRecord
           IF BIBLE-DATA-BOOK >= 1
               AND BIBLE-DATA-BOOK <= WS-MAX-BOOKS
               AND WS-BOOK-NAME(BIBLE-DATA-BOOK) NOT = SPACES
               MOVE WS-BOOK-NAME(BIBLE-DATA-BOOK) TO WS-ESC-IN
           ELSE
               MOVE FUNCTION concatenate(
                   "Buch ", WS-BOOK-NUM-DISP
               ) TO WS-ESC-IN
           END-IF
           PERFORM ESCAPE-XML
           MOVE FUNCTION concatenate(
               "<h1>", FUNCTION trim(WS-ESC-OUT), "</h1>"
           ) TO BookPageRecord
           WRITE BookPageRecord
           CONTINUE.
       OPEN-BOOK-PAGE-EXIT.

       CLOSE-BOOK-PAGE.
           IF WS-BOOK-PAGE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOSE-PARAGRAPH
           MOVE "</body></html>" TO BookPageRecord
           WRITE BookPageRecord
           CLOSE BookPageFile
           MOVE "N" TO WS-BOOK-PAGE-OPEN
           CONTINUE.
       CLOSE-BOOK-PAGE-EXIT.

       CLOSE-PARAGRAPH.
           IF WS-PARA-OPEN = "Y"
               MOVE "</p>" TO BookPageRecord
               WRITE BookPageRecord
               MOVE "N" TO WS-PARA-OPEN
           END-IF
           CONTINUE.
       CLOSE-PARAGRAPH-EXIT.

       EXPORT-ONE-VERSE.
           IF BIBLE-DATA-BOOK NOT = WS-PREV-BOOK
               PERFORM CLOSE-BOOK-PAGE
               PERFORM OPEN-BOOK-PAGE
               MOVE 0 TO WS-PREV-CHAPTER
           END-IF
           IF BIBLE-DATA-CHAPTER NOT = WS-PREV-CHAPTER
               PERFORM CLOSE-PARAGRAPH
               MOVE BIBLE-DATA-CHAPTER TO WS-CH-DISP
               MOVE FUNCTION concatenate(
                   '<h2 id="c', FUNCTION trim(WS-CH-DISP),
                   '">Kapitel ', FUNCTION trim(WS-CH-DISP), '</h2>'
               ) TO BookPageRecord
               WRITE BookPageRecord
           END-IF
           MOVE BIBLE-DATA-BOOK TO WS-PREV-BOOK
           MOVE BIBLE-DATA-CHAPTER TO WS-PREV-CHAPTER

           PERFORM LOOKUP-HEADING
           IF WS-HEADING-FOUND = "Y"
               PERFORM CLOSE-PARAGRAPH
               MOVE BIBLE-HEADING-TEXT TO WS-ESC-IN
               PERFORM ESCAPE-XML
               MOVE FUNCTION concatenate(
                   "<h3>", FUNCTION trim(WS-ESC-OUT), "</h3>"
               ) TO BookPageRecord
               WRITE BookPageRecord
           END-IF

           PERFORM BUILD-VERSE-LINE

           PERFORM LOOKUP-LAYOUT
           IF WS-LAYOUT-FOUND = "Y" AND BIBLE-LAYOUT-TYPE = "Q"
               PERFORM CLOSE-PARAGRAPH
               MOVE BIBLE-LAYOUT-INDENT TO WS-INDENT-DISP
               IF WS-INDENT-DISP < 1
                   MOVE 1 TO WS-INDENT-DISP
               END-IF
               IF WS-INDENT-DISP > 4
                   MOVE 4 TO WS-INDENT-DISP
               END-IF
               MOVE SPACES TO BookPageRecord
               STRING '<p class="q' DELIMITED BY SIZE
                   WS-INDENT-DISP DELIMITED BY SIZE
                   '">' DELIMITED BY SIZE
                   WS-VERSE-LINE(1:WS-VERSE-PTR - 1)
                       DELIMITED BY SIZE
                   '</p>' DELIMITED BY SIZE
                   INTO BookPageRecord
               END-STRING
               WRITE BookPageRecord
           ELSE
               IF WS-PARA-OPEN NOT = "Y"
                   MOVE "<p>" TO BookPageRecord
                   WRITE BookPageRecord
                   MOVE "Y" TO WS-PARA-OPEN
               END-IF
               MOVE WS-VERSE-LINE(1:WS-VERSE-PTR - 1)
                   TO BookPageRecord
               WRITE BookPageRecord
               IF WS-LAYOUT-FOUND = "Y" AND BIBLE-LAYOUT-TYPE = "P"
                   PERFORM CLOSE-PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-VERSE-COUNT
           CONTINUE.
       EXPORT-ONE-VERSE-EXIT.

      * <span id="vBBBCCCVVV"><sup>verse</sup> text [note] [refs]
       BUILD-VERSE-LINE.
           PERFORM JOIN-VERSE-TEXT
           PERFORM LOOKUP-REDLETTER
           IF WS-REDLETTER-FOUND = "Y"
               PERFORM BUILD-MARKED-TEXT
           ELSE
               MOVE FUNCTION trim(WS-VT-FULL-TEXT)
                   TO WS-MARKED-TEXT
           END-IF
           MOVE WS-MARKED-TEXT TO WS-ESC-IN
           PERFORM ESCAPE-XML

           MOVE BIBLE-DATA-ID TO WS-VERSE-ID
           MOVE BIBLE-DATA-VERSE TO WS-VS-DISP
           MOVE SPACES TO WS-VERSE-LINE
           MOVE 1 TO WS-VERSE-PTR
           STRING '<span id="v' DELIMITED BY SIZE
               WS-VERSE-ID(1:9) DELIMITED BY SIZE
               '"><sup class="vn">' DELIMITED BY SIZE
               FUNCTION trim(WS-VS-DISP) DELIMITED BY SIZE
               '</sup> ' DELIMITED BY SIZE
               INTO WS-VERSE-LINE
               WITH POINTER WS-VERSE-PTR
           END-STRING
           IF WS-ESC-OUT-POS > 1
               STRING WS-ESC-OUT(1:WS-ESC-OUT-POS - 1)
                   DELIMITED BY SIZE
                   INTO WS-VERSE-LINE
                   WITH POINTER WS-VERSE-PTR
               END-STRING
           END-IF

           PERFORM LOOKUP-FOOTNOTE
           IF WS-FOOTNOTE-FOUND = "Y"
               PERFORM ADD-ENDNOTE
           END-IF
           PERFORM LOOKUP-CROSSREF
           IF WS-CROSSREF-FOUND = "Y"
               PERFORM ADD-CROSSREF-LINKS
           END-IF
           STRING '</span>' DELIMITED BY SIZE
               INTO WS-VERSE-LINE
               WITH POINTER WS-VERSE-PTR
           END-STRING
           CONTINUE.
       BUILD-VERSE-LINE-EXIT.

      * The note marker in the verse links to the endnote, the
      * endnote's number links back to the marker.
       ADD-ENDNOTE.
           ADD 1 TO WS-NOTE-COUNT
           MOVE WS-NOTE-COUNT TO WS-NOTE-DISP
           MOVE FUNCTION trim(WS-NOTE-DISP) TO WS-NOTE-ID
           STRING ' <a epub:type="noteref" id="r' DELIMITED BY SIZE
               FUNCTION trim(WS-NOTE-ID) DELIMITED BY SIZE
               '" href="notes.xhtml#n' DELIMITED BY SIZE
               FUNCTION trim(WS-NOTE-ID) DELIMITED BY SIZE
               '"><sup>' DELIMITED BY SIZE
               FUNCTION trim(WS-NOTE-ID) DELIMITED BY SIZE
               '</sup></a>' DELIMITED BY SIZE
               INTO WS-VERSE-LINE
               WITH POINTER WS-VERSE-PTR
           END-STRING

           MOVE BIBLE-DATA-BOOK TO WS-XR-BOOK
           MOVE BIBLE-DATA-CHAPTER TO WS-XR-CHAPTER
           MOVE BIBLE-DATA-VERSE TO WS-XR-VERSE
           PERFORM BUILD-REF-TEXT
           MOVE BIBLE-FOOTNOTE-TEXT TO WS-ESC-IN
           PERFORM ESCAPE-XML
           MOVE FUNCTION concatenate(
               '<aside epub:type="endnote" id="n',
               FUNCTION trim(WS-NOTE-ID), '"><p class="note">',
               '<a href="', FUNCTION trim(WS-BOOK-PAGE), '#r',
               FUNCTION trim(WS-NOTE-ID), '">',
               FUNCTION trim(WS-NOTE-ID), '</a> ',
               FUNCTION trim(WS-REF-TEXT), ': ',
               FUNCTION trim(WS-ESC-OUT), '</p></aside>'
           ) TO NotesPageRecord
           WRITE NotesPageRecord
           CONTINUE.
       ADD-ENDNOTE-EXIT.

      * Targets are 9-digit canon keys separated by blanks; a target
      * in a book this translation lacks stays plain text.
       ADD-CROSSREF-LINKS.
           STRING ' <span class="xr">(' DELIMITED BY SIZE
               INTO WS-VERSE-LINE
               WITH POINTER WS-VERSE-PTR
           END-STRING
           MOVE 0 TO WS-XR-COUNT
           MOVE 1 TO WS-XR-PTR
           PERFORM UNTIL WS-XR-PTR > 500
               MOVE SPACES TO WS-XR-TARGET
               UNSTRING BIBLE-CROSSREF-TARGETS
                   DELIMITED BY ALL SPACE
                   INTO WS-XR-TARGET
                   WITH POINTER WS-XR-PTR
               END-UNSTRING
               IF WS-XR-TARGET IS NUMERIC
                   PERFORM ADD-ONE-CROSSREF
               END-IF
               IF WS-XR-PTR <= 500
                   IF BIBLE-CROSSREF-TARGETS(WS-XR-PTR:) = SPACES
                       MOVE 501 TO WS-XR-PTR
                   END-IF
               END-IF
           END-PERFORM
           STRING ')</span>' DELIMITED BY SIZE
               INTO WS-VERSE-LINE
               WITH POINTER WS-VERSE-PTR
           END-STRING
           CONTINUE.
       ADD-CROSSREF-LINKS-EXIT.

       ADD-ONE-CROSSREF.
           IF WS-XR-COUNT > 0
               STRING '; ' DELIMITED BY SIZE
                   INTO WS-VERSE-LINE
                   WITH POINTER WS-VERSE-PTR
               END-STRING
           END-IF
           ADD 1 TO WS-XR-COUNT
           PERFORM BUILD-REF-TEXT
           IF WS-XR-BOOK >= 1 AND WS-XR-BOOK <= WS-MAX-BOOKS
               AND WS-BOOK-PRESENT(WS-XR-BOOK) = "Y"
               MOVE WS-XR-BOOK TO WS-BOOK-NUM-DISP
               STRING '<a href="b' DELIMITED BY SIZE
                   WS-BOOK-NUM-DISP DELIMITED BY SIZE
                   '.xhtml#v' DELIMITED BY SIZE
                   WS-XR-TARGET DELIMITED BY SIZE
                   '">' DELIMITED BY SIZE
                   FUNCTION trim(WS-REF-TEXT) DELIMITED BY SIZE
                   '</a>' DELIMITED BY SIZE
                   INTO WS-VERSE-LINE
                   WITH POINTER WS-VERSE-PTR
               END-STRING
           ELSE
               STRING FUNCTION trim(WS-REF-TEXT) DELIMITED BY SIZE
                   INTO WS-VERSE-LINE
                   WITH POINTER WS-VERSE-PTR
               END-STRING
           END-IF
           CONTINUE.
       ADD-ONE-CROSSREF-EXIT.

      * "Abbr chapter,verse" for WS-XR-BOOK/-CHAPTER/-VERSE
       BUILD-REF-TEXT.
           MOVE WS-XR-CHAPTER TO WS-CH-DISP
           MOVE WS-XR-VERSE TO WS-VS-DISP
           IF WS-XR-BOOK >= 1 AND WS-XR-BOOK <= WS-MAX-BOOKS
               AND WS-BOOK-ABBR(WS-XR-BOOK) NOT = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BOOK-ABBR(WS-XR-BOOK)), " ",
                   FUNCTION trim(WS-CH-DISP), ",",
                   FUNCTION trim(WS-VS-DISP)
               ) TO WS-REF-TEXT
           ELSE
               MOVE FUNCTION concatenate(
                   WS-XR-BOOK, " ",
                   FUNCTION trim(WS-CH-DISP), ",",
                   FUNCTION trim(WS-VS-DISP)
               ) TO WS-REF-TEXT
           END-IF
           CONTINUE.
       BUILD-REF-TEXT-EXIT.

      * The red-letter spans become <span class="rl"> at the
      * recorded positions; placeholder characters stand in for the
      * tags until the escape pass is done.
       BUILD-MARKED-TEXT.
           MOVE SPACES TO WS-MARKED-TEXT
           MOVE 1 TO WS-MARK-OUT-POS
           MOVE 1 TO WS-MARK-PREV
           COMPUTE WS-MARK-TEXT-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-VT-FULL-TEXT))
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > BIBLE-REDLETTER-COUNT
               IF BIBLE-REDLETTER-START(WS-RL-IDX) > 0
                   COMPUTE WS-MARK-PIECE-LEN =
                       BIBLE-REDLETTER-START(WS-RL-IDX)
                     - WS-MARK-PREV
                   IF WS-MARK-PIECE-LEN > 0
                       MOVE WS-VT-FULL-TEXT(
                           WS-MARK-PREV:WS-MARK-PIECE-LEN)
                           TO WS-MARKED-TEXT(
                               WS-MARK-OUT-POS:WS-MARK-PIECE-LEN)
                       ADD WS-MARK-PIECE-LEN TO WS-MARK-OUT-POS
                   END-IF
                   MOVE X"01" TO WS-MARKED-TEXT(WS-MARK-OUT-POS:1)
                   ADD 1 TO WS-MARK-OUT-POS
                   MOVE BIBLE-REDLETTER-LEN(WS-RL-IDX)
                       TO WS-MARK-PIECE-LEN
                   IF WS-MARK-PIECE-LEN > 0
                       MOVE WS-VT-FULL-TEXT(
                           BIBLE-REDLETTER-START(WS-RL-IDX)
                           :WS-MARK-PIECE-LEN)
                           TO WS-MARKED-TEXT(
                               WS-MARK-OUT-POS:WS-MARK-PIECE-LEN)
                       ADD WS-MARK-PIECE-LEN TO WS-MARK-OUT-POS
                   END-IF
                   MOVE X"02" TO WS-MARKED-TEXT(WS-MARK-OUT-POS:1)
                   ADD 1 TO WS-MARK-OUT-POS
                   COMPUTE WS-MARK-PREV =
                       BIBLE-REDLETTER-START(WS-RL-IDX)
                     + BIBLE-REDLETTER-LEN(WS-RL-IDX)
               END-IF
           END-PERFORM
           IF WS-MARK-PREV <= WS-MARK-TEXT-LEN
               COMPUTE WS-MARK-PIECE-LEN =
                   WS-MARK-TEXT-LEN - WS-MARK-PREV + 1
               MOVE WS-VT-FULL-TEXT(WS-MARK-PREV:WS-MARK-PIECE-LEN)
                   TO WS-MARKED-TEXT(
                       WS-MARK-OUT-POS:WS-MARK-PIECE-LEN)
           END-IF
           CONTINUE.
       BUILD-MARKED-TEXT-EXIT.

      * Escape &, < and > and expand the red-letter placeholders
      * in one pass; WS-ESC-OUT-POS ends one past the last byte.
       ESCAPE-XML.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 1 TO WS-ESC-OUT-POS
           IF WS-ESC-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ESC-IN-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-ESC-IN TRAILING))
           PERFORM VARYING WS-ESC-IN-POS FROM 1 BY 1
               UNTIL WS-ESC-IN-POS > WS-ESC-IN-LEN
               MOVE WS-ESC-IN(WS-ESC-IN-POS:1) TO WS-ESC-CHAR
               EVALUATE WS-ESC-CHAR
                   WHEN "&"
                       MOVE "&amp;"
                           TO WS-ESC-OUT(WS-ESC-OUT-POS:5)
                       ADD 5 TO WS-ESC-OUT-POS
                   WHEN "<"
                       MOVE "&lt;"
                           TO WS-ESC-OUT(WS-ESC-OUT-POS:4)
                       ADD 4 TO WS-ESC-OUT-POS
                   WHEN ">"
                       MOVE "&gt;"
                           TO WS-ESC-OUT(WS-ESC-OUT-POS:4)
                       ADD 4 TO WS-ESC-OUT-POS
                   WHEN X"01"
                       MOVE '<span class="rl">'
                           TO WS-ESC-OUT(WS-ESC-OUT-POS:17)
                       ADD 17 TO WS-ESC-OUT-POS
                   WHEN X"02"
                       MOVE "</span>"
                           TO WS-ESC-OUT(WS-ESC-OUT-POS:7)
                       ADD 7 TO WS-ESC-OUT-POS
                   WHEN OTHER
                       MOVE WS-ESC-CHAR
                           TO WS-ESC-OUT(WS-ESC-OUT-POS:1)
                       ADD 1 TO WS-ESC-OUT-POS
               END-EVALUATE
           END-PERFORM
           CONTINUE.
       ESCAPE-XML-EXIT.

       OPEN-EXTRAS.
           MOVE "N" TO WS-FOOTNOTES-ON
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".footnotes.data"
           ) TO WS-FOOTNOTE-FILE
           MOVE WS-FOOTNOTE-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-FOOTNOTE-FILE
               IF WS-FOOTNOTE-STATUS = "00"
                   MOVE "Y" TO WS-FOOTNOTES-ON
               END-IF
           END-IF
           MOVE "N" TO WS-HEADINGS-ON
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".headings.data"
           ) TO WS-HEADING-FILE
           MOVE WS-HEADING-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-HEADING-FILE
               IF WS-HEADING-STATUS = "00"
                   MOVE "Y" TO WS-HEADINGS-ON
               END-IF
           END-IF
           MOVE "N" TO WS-REDLETTER-ON
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".redletter.data"
           ) TO WS-REDLETTER-FILE
           MOVE WS-REDLETTER-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-REDLETTER-FILE
               IF WS-REDLETTER-STATUS = "00"
                   MOVE "Y" TO WS-REDLETTER-ON
               END-IF
           END-IF
           MOVE "N" TO WS-LAYOUT-ON
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".layout.data"
           ) TO WS-LAYOUT-FILE
           MOVE WS-LAYOUT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-LAYOUT-FILE
               IF WS-LAYOUT-STATUS = "00"
                   MOVE "Y" TO WS-LAYOUT-ON
               END-IF
           END-IF
           MOVE "N" TO WS-CROSSREFS-ON
           MOVE "crossrefs.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-CROSSREF-FILE
               IF WS-CROSSREF-STATUS = "00"
                   MOVE "Y" TO WS-CROSSREFS-ON
               END-IF
           END-IF
           CONTINUE.
       OPEN-EXTRAS-EXIT.

       CLOSE-EXTRAS.
           IF WS-FOOTNOTES-ON = "Y"
               CLOSE BIBLE-FOOTNOTE-FILE
           END-IF
           IF WS-HEADINGS-ON = "Y"
               CLOSE BIBLE-HEADING-FILE
           END-IF
           IF WS-REDLETTER-ON = "Y"
               CLOSE BIBLE-REDLETTER-FILE
           END-IF
           IF WS-LAYOUT-ON = "Y"
               CLOSE BIBLE-LAYOUT-FILE
           END-IF
           IF WS-CROSSREFS-ON = "Y"
               CLOSE BIBLE-CROSSREF-FILE
           END-IF
           CONTINUE.
       CLOSE-EXTRAS-EXIT.

       LOOKUP-FOOTNOTE.
           MOVE "N" TO WS-FOOTNOTE-FOUND
           IF WS-FOOTNOTES-ON = "Y"
               MOVE BIBLE-DATA-ID TO BIBLE-FOOTNOTE-ID
               READ BIBLE-FOOTNOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOOTNOTE-FOUND
               END-READ
           END-IF
           CONTINUE.
       LOOKUP-FOOTNOTE-EXIT.

       LOOKUP-HEADING.
           MOVE "N" TO WS-HEADING-FOUND
           IF WS-HEADINGS-ON = "Y"
               MOVE BIBLE-DATA-ID TO BIBLE-HEADING-ID
               READ BIBLE-HEADING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HEADING-FOUND
               END-READ
           END-IF
           CONTINUE.
       LOOKUP-HEADING-EXIT.

       LOOKUP-REDLETTER.
           MOVE "N" TO WS-REDLETTER-FOUND
           IF WS-REDLETTER-ON = "Y"
               MOVE BIBLE-DATA-ID TO BIBLE-REDLETTER-ID
               READ BIBLE-REDLETTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REDLETTER-FOUND
               END-READ
           END-IF
           CONTINUE.
       LOOKUP-REDLETTER-EXIT.

       LOOKUP-LAYOUT.
           MOVE "N" TO WS-LAYOUT-FOUND
           IF WS-LAYOUT-ON = "Y"
               MOVE BIBLE-DATA-ID TO BIBLE-LAYOUT-ID
               READ BIBLE-LAYOUT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LAYOUT-FOUND
               END-READ
           END-IF
           CONTINUE.
       LOOKUP-LAYOUT-EXIT.

       LOOKUP-CROSSREF.
           MOVE "N" TO WS-CROSSREF-FOUND
           IF WS-CROSSREFS-ON = "Y"
               MOVE BIBLE-DATA-ID TO BIBLE-CROSSREF-ID
               READ BIBLE-CROSSREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BIBLE-CROSSREF-TARGETS NOT = SPACES
                           MOVE "Y" TO WS-CROSSREF-FOUND
                       END-IF
               END-READ
           END-IF
           CONTINUE.
       LOOKUP-CROSSREF-EXIT.

       JOIN-VERSE-TEXT.
           MOVE "R" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CONTINUE.
       JOIN-VERSE-TEXT-EXIT.

       CALL-VERSE-TEXT.
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-DATA-FILE,
               BIBLE-DATA-RECORD,
               WS-VT-FULL-TEXT,
               WS-VT-PARTS
           END-CALL
           CONTINUE.
       CALL-VERSE-TEXT-EXIT.

       CHECK-TRANSLATION-FORMAT.
           MOVE "C" TO WS-FV-ACTION
           MOVE "T" TO WS-FV-KIND
           CALL "lib/formatVersion" USING
               WS-FV-ACTION,
               WS-FV-KIND,
               WS-FV-SHORT,
               WS-FV-VERSION,
               WS-FV-CURRENT,
               WS-FV-OK
           END-CALL
           CONTINUE.
       CHECK-TRANSLATION-FORMAT-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM epubExport.
