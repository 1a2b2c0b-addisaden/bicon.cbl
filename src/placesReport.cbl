      * Places of the gazetteer along the text.
      *
      * 1: every place a book mentions, in order of first mention,
      *    with the first verse, the number of mentions, the modern
      *    name and the coordinates - read top to bottom the list
      *    follows the course of the book, e.g. Paul's journeys in
      *    Acts. Written to places.report.txt or the named file.
      * 2: the places of a passage (one chapter, or up to a later
      *    chapter of the same book) as a KML file for a map
      *    program: one placemark per place with modern name and
      *    first verse, plus a line through the places in order of
      *    first mention. Places without coordinates are left out
      *    of the map and counted.
      *
      * The gazetteer is places.data, the verse index
      * places.verses.data, both loaded by loadPlaces.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. placesReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLACES-FILE ASSIGN TO "places.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS WS-PLACES-STATUS.
           SELECT PLACE-VERSE-FILE ASSIGN TO "places.verses.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLACE-VERSE-ID
               FILE STATUS IS WS-PLACE-VERSE-STATUS.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO WS-OUTPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-places-file'.
           COPY 'cpy/file-section/place-verse-file'.
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD OUTPUT-FILE.
       01 OUTPUT-RECORD PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-PLACES-STATUS      PIC XX.
       01 WS-PLACE-VERSE-STATUS PIC XX.
       01 WS-PLACES-ON          PIC X VALUE "N".
       01 WS-MODE-INPUT         PIC X(1).
       01 WS-OUTPUT-FILE        PIC X(100).
       01 WS-COUNT-DISP         PIC Z(4)9.

      * Reference parser call interface (lib/referenceParser)
       01 WS-REF-INPUT          PIC X(50).
       01 WS-REF-BOOK           PIC 9(3).
       01 WS-REF-CHAPTER        PIC 9(3).
       01 WS-REF-VFROM          PIC 9(3).
       01 WS-REF-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-TO-CHAPTER-INPUT   PIC X(3).

      * range to collect: first chapter/verse to last chapter/verse
       01 WS-RANGE-BOOK         PIC 9(3).
       01 WS-RANGE-START.
           05 WS-RANGE-START-CHAPTER PIC 9(3).
           05 WS-RANGE-START-VERSE   PIC 9(3).
       01 WS-RANGE-END.
           05 WS-RANGE-END-CHAPTER   PIC 9(3).
           05 WS-RANGE-END-VERSE     PIC 9(3).
       01 WS-CURRENT-POS.
           05 WS-CURRENT-CHAPTER     PIC 9(3).
           05 WS-CURRENT-VERSE       PIC 9(3).
       01 WS-SCAN-EOF           PIC X VALUE "N".
       01 WS-BOOK-NAME          PIC X(20).
       01 WS-RANGE-TEXT         PIC X(60).

      * the places found, in order of first mention
       78 WS-FOUND-MAX VALUE 200.
       01 WS-FOUND-COUNT        PIC 9(3) VALUE 0.
       01 WS-FOUND-TABLE.
           05 WS-FOUND-ENTRY OCCURS 200 TIMES.
               10 WS-FOUND-KEY      PIC X(20).
               10 WS-FOUND-CHAPTER  PIC 9(3).
               10 WS-FOUND-VERSE    PIC 9(3).
               10 WS-FOUND-MENTIONS PIC 9(4).
       01 WS-FOUND-IDX          PIC 9(3).
       01 WS-FOUND-HIT          PIC X.
       01 WS-DROPPED-COUNT      PIC 9(4) VALUE 0.
       01 WS-LIST-PTR           PIC 9(3).
       01 WS-LIST-ITEM          PIC X(20).

      * one line of output
       01 WS-NR-DISP            PIC ZZ9.
       01 WS-MENTIONS-DISP      PIC ZZZ9.
       01 WS-CHAPTER-DISP       PIC ZZ9.
       01 WS-VERSE-DISP         PIC ZZ9.
       01 WS-FIRST-TEXT         PIC X(12).
       01 WS-LAT-DISP           PIC -ZZ9.99999.
       01 WS-LON-DISP           PIC -ZZ9.99999.
       01 WS-COORD-TEXT         PIC X(40).
       01 WS-NO-COORD-COUNT     PIC 9(3) VALUE 0.
       01 WS-MAPPED-COUNT       PIC 9(3) VALUE 0.

      * XML escaping for names in the KML file
       01 WS-XML-IN             PIC X(120).
       01 WS-XML-OUT            PIC X(250).
       01 WS-XML-IDX            PIC 9(3).
       01 WS-XML-OUT-POS        PIC 9(3).
       01 WS-XML-LEN            PIC 9(3).
       01 WS-XML-NAME           PIC X(250).
       01 WS-XML-DESC           PIC X(250).

       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       PROCEDURE DIVISION.
       PLACESREPORT.
           MOVE "places.verses.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Kein Ortsverzeichnis installiert"
                   " (places.verses.data)."
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           DISPLAY "1: Orte eines Buches  2: Karte einer Stelle (KML)"
               " (Enter = 1): " WITH NO ADVANCING
           ACCEPT WS-MODE-INPUT
           IF WS-MODE-INPUT = SPACE
               MOVE "1" TO WS-MODE-INPUT
           END-IF
           IF WS-MODE-INPUT NOT = "1" AND WS-MODE-INPUT NOT = "2"
               DISPLAY "Ungueltige Auswahl."
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           IF WS-MODE-INPUT = "1"
               PERFORM ASK-BOOK
           ELSE
               PERFORM ASK-PASSAGE
           END-IF
           IF WS-REF-OK NOT = "Y"
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           IF WS-MODE-INPUT = "1"
               DISPLAY "Bericht (Enter = places.report.txt): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "KML-Datei (Enter = places.kml): "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-OUTPUT-FILE
           IF FUNCTION trim(WS-OUTPUT-FILE) = SPACES
               IF WS-MODE-INPUT = "1"
                   MOVE "places.report.txt" TO WS-OUTPUT-FILE
               ELSE
                   MOVE "places.kml" TO WS-OUTPUT-FILE
               END-IF
           END-IF

           PERFORM LOAD-BOOK-NAME
           PERFORM COLLECT-PLACES
           IF WS-FOUND-COUNT = 0
               DISPLAY "Keine Ortsangaben in "
                   FUNCTION trim(WS-RANGE-TEXT) "."
               EXIT PROGRAM
           END-IF

           MOVE "places.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT PLACES-FILE
               IF WS-PLACES-STATUS = "00"
                   MOVE "Y" TO WS-PLACES-ON
               END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           IF WS-MODE-INPUT = "1"
               PERFORM WRITE-BOOK-REPORT
           ELSE
               PERFORM WRITE-KML
           END-IF
           CLOSE OUTPUT-FILE
           IF WS-PLACES-ON = "Y"
               CLOSE PLACES-FILE
           END-IF

           MOVE WS-FOUND-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP) " Orte in "
               FUNCTION trim(WS-RANGE-TEXT) "."
           IF WS-DROPPED-COUNT > 0
               DISPLAY "Hinweis: mehr als " WS-FOUND-MAX
                   " Orte, der Rest ist nicht aufgefuehrt."
           END-IF
           IF WS-MODE-INPUT = "2" AND WS-NO-COORD-COUNT > 0
               MOVE WS-NO-COORD-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION trim(WS-COUNT-DISP)
                   " Orte ohne Koordinaten nicht auf der Karte."
           END-IF
           DISPLAY "Geschrieben nach " FUNCTION trim(WS-OUTPUT-FILE)
           EXIT PROGRAM.
       PLACESREPORT-EXIT.

      * The parser wants a chapter; the book alone is resolved as
      * its first chapter and the range widened to the whole book.
       ASK-BOOK.
           DISPLAY "Buch (z.B. APG): " WITH NO ADVANCING
           ACCEPT WS-REF-INPUT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-REF-INPUT), " 1"
           ) TO WS-REF-INPUT
           PERFORM PARSE-REFERENCE
           IF WS-REF-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-BOOK TO WS-RANGE-BOOK
           MOVE 0 TO WS-RANGE-START-CHAPTER
           MOVE 0 TO WS-RANGE-START-VERSE
           MOVE 999 TO WS-RANGE-END-CHAPTER
           MOVE 999 TO WS-RANGE-END-VERSE
           CONTINUE.
       ASK-BOOK-EXIT.

       ASK-PASSAGE.
           DISPLAY "Stelle (z.B. APG 13 oder APG 13:4-12): "
               WITH NO ADVANCING
           ACCEPT WS-REF-INPUT
           PERFORM PARSE-REFERENCE
           IF WS-REF-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-BOOK TO WS-RANGE-BOOK
           MOVE WS-REF-CHAPTER TO WS-RANGE-START-CHAPTER
           MOVE WS-REF-CHAPTER TO WS-RANGE-END-CHAPTER
           IF WS-REF-VFROM = 0
               MOVE 1 TO WS-RANGE-START-VERSE
               MOVE 999 TO WS-RANGE-END-VERSE
           ELSE
               MOVE WS-REF-VFROM TO WS-RANGE-START-VERSE
               MOVE WS-REF-VTO TO WS-RANGE-END-VERSE
           END-IF

           DISPLAY "bis Kapitel (Enter = nur dieses): "
               WITH NO ADVANCING
           ACCEPT WS-TO-CHAPTER-INPUT
           IF FUNCTION trim(WS-TO-CHAPTER-INPUT) NOT = SPACES
               IF FUNCTION trim(WS-TO-CHAPTER-INPUT) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-TO-CHAPTER-INPUT)
                       > WS-RANGE-START-CHAPTER
                   MOVE FUNCTION NUMVAL(WS-TO-CHAPTER-INPUT)
                       TO WS-RANGE-END-CHAPTER
                   MOVE 999 TO WS-RANGE-END-VERSE
               ELSE
                   DISPLAY "Kapitel ungueltig, nur Kapitel "
                       WS-RANGE-START-CHAPTER " wird verwendet."
               END-IF
           END-IF
           CONTINUE.
       ASK-PASSAGE-EXIT.

       PARSE-REFERENCE.
           CALL "lib/referenceParser" USING
               WS-REF-INPUT,
               WS-REF-BOOK,
               WS-REF-CHAPTER,
               WS-REF-VFROM,
               WS-REF-VTO,
               WS-REF-OK
           END-CALL
           IF WS-REF-OK NOT = "Y"
               DISPLAY "Stelle nicht erkannt: "
                   FUNCTION trim(WS-REF-INPUT)
           END-IF
           CONTINUE.
       PARSE-REFERENCE-EXIT.

      * German book name for the headings; the reference text
      * follows the German citation style (chapter,verse).
       LOAD-BOOK-NAME.
           MOVE SPACES TO WS-BOOK-NAME
           OPEN INPUT BOOKS-FILE
           MOVE "N" TO WS-BOOKS-EOF
           PERFORM UNTIL WS-BOOKS-EOF = "Y"
               READ BOOKS-FILE
                   AT END
                       MOVE "Y" TO WS-BOOKS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-BOOK-REC-LANG
                       UNSTRING BOOKS-RECORD
                           DELIMITED BY "###" INTO
                               WS-BOOK-REC-NUM
                               WS-BOOK-REC-NAME
                               WS-BOOK-REC-ABBR
                               WS-BOOK-REC-LANG
                       IF WS-BOOK-REC-NUM = WS-RANGE-BOOK
                           AND (WS-BOOK-REC-LANG = "DE"
                               OR WS-BOOK-NAME = SPACES)
                           MOVE WS-BOOK-REC-NAME TO WS-BOOK-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE
           IF WS-BOOK-NAME = SPACES
               MOVE WS-RANGE-BOOK TO WS-BOOK-NAME
           END-IF

           IF WS-MODE-INPUT = "1"
               MOVE WS-BOOK-NAME TO WS-RANGE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RANGE-START-CHAPTER TO WS-CHAPTER-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BOOK-NAME), " ",
               FUNCTION trim(WS-CHAPTER-DISP)
           ) TO WS-RANGE-TEXT
           IF WS-RANGE-START-VERSE > 1
               OR (WS-RANGE-END-VERSE < 999
                   AND WS-RANGE-END-CHAPTER = WS-RANGE-START-CHAPTER)
               MOVE WS-RANGE-START-VERSE TO WS-VERSE-DISP
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-RANGE-TEXT), ",",
                   FUNCTION trim(WS-VERSE-DISP)
               ) TO WS-RANGE-TEXT
               IF WS-RANGE-END-CHAPTER = WS-RANGE-START-CHAPTER
                   AND WS-RANGE-END-VERSE < 999
                   AND WS-RANGE-END-VERSE > WS-RANGE-START-VERSE
                   MOVE WS-RANGE-END-VERSE TO WS-VERSE-DISP
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-RANGE-TEXT), "-",
                       FUNCTION trim(WS-VERSE-DISP)
                   ) TO WS-RANGE-TEXT
               END-IF
           END-IF
           IF WS-RANGE-END-CHAPTER > WS-RANGE-START-CHAPTER
               MOVE WS-RANGE-END-CHAPTER TO WS-CHAPTER-DISP
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-RANGE-TEXT), "-",
                   FUNCTION trim(WS-CHAPTER-DISP)
               ) TO WS-RANGE-TEXT
           END-IF
           CONTINUE.
       LOAD-BOOK-NAME-EXIT.

      ******************************************************************
      * One pass over the verse index from the first verse of the
      * range; every place is taken once, at its first mention.
      ******************************************************************
       COLLECT-PLACES.
           MOVE 0 TO WS-FOUND-COUNT
           OPEN INPUT PLACE-VERSE-FILE
           IF WS-PLACE-VERSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RANGE-BOOK TO PLACE-VERSE-BOOK
           MOVE WS-RANGE-START-CHAPTER TO PLACE-VERSE-CHAPTER
           MOVE WS-RANGE-START-VERSE TO PLACE-VERSE-VERSE
           MOVE "N" TO WS-SCAN-EOF
           START PLACE-VERSE-FILE
               KEY IS NOT LESS THAN PLACE-VERSE-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ PLACE-VERSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE PLACE-VERSE-CHAPTER TO WS-CURRENT-CHAPTER
                       MOVE PLACE-VERSE-VERSE TO WS-CURRENT-VERSE
                       IF PLACE-VERSE-BOOK NOT = WS-RANGE-BOOK
                           OR WS-CURRENT-POS > WS-RANGE-END
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM COLLECT-ONE-VERSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLACE-VERSE-FILE
           CONTINUE.
       COLLECT-PLACES-EXIT.

       COLLECT-ONE-VERSE.
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > LENGTH OF PLACE-VERSE-PLACES
               MOVE SPACES TO WS-LIST-ITEM
               UNSTRING PLACE-VERSE-PLACES DELIMITED BY ALL SPACE
                   INTO WS-LIST-ITEM
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF WS-LIST-ITEM NOT = SPACES
                   MOVE "N" TO WS-FOUND-HIT
                   PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                       UNTIL WS-FOUND-IDX > WS-FOUND-COUNT
                       OR WS-FOUND-HIT = "Y"
                       IF WS-FOUND-KEY(WS-FOUND-IDX) = WS-LIST-ITEM
                           MOVE "Y" TO WS-FOUND-HIT
                           ADD 1 TO WS-FOUND-MENTIONS(WS-FOUND-IDX)
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-HIT = "N"
                       IF WS-FOUND-COUNT < WS-FOUND-MAX
                           ADD 1 TO WS-FOUND-COUNT
                           MOVE WS-LIST-ITEM
                               TO WS-FOUND-KEY(WS-FOUND-COUNT)
                           MOVE PLACE-VERSE-CHAPTER
                               TO WS-FOUND-CHAPTER(WS-FOUND-COUNT)
                           MOVE PLACE-VERSE-VERSE
                               TO WS-FOUND-VERSE(WS-FOUND-COUNT)
                           MOVE 1 TO WS-FOUND-MENTIONS(WS-FOUND-COUNT)
                       ELSE
                           ADD 1 TO WS-DROPPED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CONTINUE.
       COLLECT-ONE-VERSE-EXIT.

      * Gazetteer entry of WS-FOUND-IDX; a key the gazetteer does
      * not know is shown by its key and has no coordinates.
       READ-PLACE.
           MOVE WS-FOUND-KEY(WS-FOUND-IDX) TO PLACE-KEY
           IF WS-PLACES-ON = "Y"
               READ PLACES-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-HIT
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-HIT
               END-READ
           ELSE
               MOVE "N" TO WS-FOUND-HIT
           END-IF
           IF WS-FOUND-HIT = "N"
               MOVE WS-FOUND-KEY(WS-FOUND-IDX) TO PLACE-NAME
               MOVE SPACES TO PLACE-ALT-NAMES
               MOVE SPACES TO PLACE-MODERN
               MOVE SPACES TO PLACE-DICT-KEY
               MOVE 0 TO PLACE-LATITUDE
               MOVE 0 TO PLACE-LONGITUDE
           END-IF
           MOVE WS-FOUND-CHAPTER(WS-FOUND-IDX) TO WS-CHAPTER-DISP
           MOVE WS-FOUND-VERSE(WS-FOUND-IDX) TO WS-VERSE-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CHAPTER-DISP), ",",
               FUNCTION trim(WS-VERSE-DISP)
           ) TO WS-FIRST-TEXT
           MOVE PLACE-LATITUDE TO WS-LAT-DISP
           MOVE PLACE-LONGITUDE TO WS-LON-DISP
           CONTINUE.
       READ-PLACE-EXIT.

      ******************************************************************
      * 1: book report
      ******************************************************************
       WRITE-BOOK-REPORT.
           MOVE FUNCTION concatenate(
               "Orte in ", FUNCTION trim(WS-BOOK-NAME),
               " in Reihenfolge der ersten Erwaehnung"
           ) TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE ALL "=" TO OUTPUT-RECORD(1:78)
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "NR  ORT" TO OUTPUT-RECORD(1:7)
           MOVE "ERSTE" TO OUTPUT-RECORD(27:5)
           MOVE "ANZ" TO OUTPUT-RECORD(36:3)
           MOVE "HEUTE" TO OUTPUT-RECORD(41:5)
           MOVE "BREITE / LAENGE" TO OUTPUT-RECORD(64:)
           WRITE OUTPUT-RECORD

           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-FOUND-COUNT
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-FOUND-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-COUNT-DISP), " Orte"
           ) TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CONTINUE.
       WRITE-BOOK-REPORT-EXIT.

       WRITE-REPORT-LINE.
           PERFORM READ-PLACE
           MOVE SPACES TO OUTPUT-RECORD
           MOVE WS-FOUND-IDX TO WS-NR-DISP
           MOVE WS-NR-DISP TO OUTPUT-RECORD(1:3)
           MOVE PLACE-NAME TO OUTPUT-RECORD(5:21)
           MOVE WS-FIRST-TEXT TO OUTPUT-RECORD(27:8)
           MOVE WS-FOUND-MENTIONS(WS-FOUND-IDX) TO WS-MENTIONS-DISP
           MOVE WS-MENTIONS-DISP TO OUTPUT-RECORD(35:4)
           MOVE PLACE-MODERN TO OUTPUT-RECORD(41:22)
           IF WS-FOUND-HIT = "N"
               MOVE "(nicht im Ortsverzeichnis)" TO OUTPUT-RECORD(41:)
           ELSE
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-LAT-DISP), " / ",
                   FUNCTION trim(WS-LON-DISP)
               ) TO OUTPUT-RECORD(64:)
           END-IF
           WRITE OUTPUT-RECORD
           IF PLACE-ALT-NAMES NOT = SPACES
               MOVE SPACES TO OUTPUT-RECORD
               MOVE FUNCTION concatenate(
                   "auch: ", FUNCTION trim(PLACE-ALT-NAMES)
               ) TO OUTPUT-RECORD(5:)
               WRITE OUTPUT-RECORD
           END-IF
           IF PLACE-DICT-KEY NOT = SPACES
               MOVE SPACES TO OUTPUT-RECORD
               MOVE FUNCTION concatenate(
                   "Woerterbuch: ", FUNCTION trim(PLACE-DICT-KEY)
               ) TO OUTPUT-RECORD(5:)
               WRITE OUTPUT-RECORD
           END-IF
           CONTINUE.
       WRITE-REPORT-LINE-EXIT.

      ******************************************************************
      * 2: KML export
      ******************************************************************
       WRITE-KML.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE '<kml xmlns="http://www.opengis.net/kml/2.2">'
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<Document>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-RANGE-TEXT TO WS-XML-IN
           PERFORM ESCAPE-XML
           MOVE FUNCTION concatenate(
               "  <name>Orte in ", FUNCTION trim(WS-XML-OUT),
               "</name>"
           ) TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-MAPPED-COUNT
           MOVE 0 TO WS-NO-COORD-COUNT
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-FOUND-COUNT
               PERFORM WRITE-PLACEMARK
           END-PERFORM

           IF WS-MAPPED-COUNT > 1
               PERFORM WRITE-ROUTE
           END-IF

           MOVE "</Document>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</kml>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CONTINUE.
       WRITE-KML-EXIT.

       WRITE-PLACEMARK.
           PERFORM READ-PLACE
           IF WS-FOUND-HIT = "N"
               ADD 1 TO WS-NO-COORD-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAPPED-COUNT

           MOVE PLACE-NAME TO WS-XML-IN
           PERFORM ESCAPE-XML
           MOVE WS-XML-OUT TO WS-XML-NAME
           IF PLACE-MODERN = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BOOK-NAME), " ",
                   FUNCTION trim(WS-FIRST-TEXT)
               ) TO WS-XML-IN
           ELSE
               MOVE FUNCTION concatenate(
                   "heute ", FUNCTION trim(PLACE-MODERN), "; ",
                   FUNCTION trim(WS-BOOK-NAME), " ",
                   FUNCTION trim(WS-FIRST-TEXT)
               ) TO WS-XML-IN
           END-IF
           PERFORM ESCAPE-XML
           MOVE WS-XML-OUT TO WS-XML-DESC

           MOVE "  <Placemark>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE FUNCTION concatenate(
               "    <name>", FUNCTION trim(WS-XML-NAME), "</name>"
           ) TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE FUNCTION concatenate(
               "    <description>", FUNCTION trim(WS-XML-DESC),
               "</description>"
           ) TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM BUILD-COORDINATES
           MOVE FUNCTION concatenate(
               "    <Point><coordinates>",
               FUNCTION trim(WS-COORD-TEXT),
               "</coordinates></Point>"
           ) TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  </Placemark>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CONTINUE.
       WRITE-PLACEMARK-EXIT.

      * The places joined in order of first mention - for a
      * travel account this is the route.
       WRITE-ROUTE.
           MOVE "  <Placemark>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "    <name>Reihenfolge der Erwaehnung</name>"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "    <LineString><tessellate>1</tessellate>"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "      <coordinates>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-FOUND-COUNT
               PERFORM READ-PLACE
               IF WS-FOUND-HIT = "Y"
                   PERFORM BUILD-COORDINATES
                   MOVE SPACES TO OUTPUT-RECORD
                   MOVE WS-COORD-TEXT TO OUTPUT-RECORD(9:)
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM
           MOVE "      </coordinates>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "    </LineString>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  </Placemark>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CONTINUE.
       WRITE-ROUTE-EXIT.

      * KML wants longitude first
       BUILD-COORDINATES.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-LON-DISP), ",",
               FUNCTION trim(WS-LAT-DISP), ",0"
           ) TO WS-COORD-TEXT
           CONTINUE.
       BUILD-COORDINATES-EXIT.

       ESCAPE-XML.
           MOVE SPACES TO WS-XML-OUT
           MOVE 1 TO WS-XML-OUT-POS
           MOVE FUNCTION LENGTH(FUNCTION trim(WS-XML-IN TRAILING))
               TO WS-XML-LEN
           PERFORM VARYING WS-XML-IDX FROM 1 BY 1
               UNTIL WS-XML-IDX > WS-XML-LEN
               OR WS-XML-OUT-POS > 244
               EVALUATE WS-XML-IN(WS-XML-IDX:1)
                   WHEN "&"
                       MOVE "&amp;" TO WS-XML-OUT(WS-XML-OUT-POS:5)
                       ADD 5 TO WS-XML-OUT-POS
                   WHEN "<"
                       MOVE "&lt;" TO WS-XML-OUT(WS-XML-OUT-POS:4)
                       ADD 4 TO WS-XML-OUT-POS
                   WHEN ">"
                       MOVE "&gt;" TO WS-XML-OUT(WS-XML-OUT-POS:4)
                       ADD 4 TO WS-XML-OUT-POS
                   WHEN OTHER
                       MOVE WS-XML-IN(WS-XML-IDX:1)
                           TO WS-XML-OUT(WS-XML-OUT-POS:1)
                       ADD 1 TO WS-XML-OUT-POS
               END-EVALUATE
           END-PERFORM
           CONTINUE.
       ESCAPE-XML-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM placesReport.
