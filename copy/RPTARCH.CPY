      *> RPTARCH.CPY
      *> Nightly report archive record - every line of every report
      *> the nightly job produces, keyed by the business date the
      *> night ran under, the report's DD name, the archive page and
      *> the line on that page (pages are the house 55-line page,
      *> counted from the top of the report). Page 00000 line 000 of
      *> each date and report is the capture control record: what
      *> the report is, how many lines and pages were captured, when,
      *> and whether the report was produced at all - missing, or
      *> empty when it is one that prints a heading every run. RPTARCH
      *> writes the archive in the nightly job; RPTPRINT reprints
      *> from it and lists what it holds.
    05 RA-Key.
        10 RA-BusinessDate PIC 9(08).
        10 RA-ReportName PIC X(08).
        10 RA-PageNumber PIC 9(05).
        10 RA-LineNumber PIC 9(03).
    05 RA-LineText PIC X(132).
    05 RA-ControlData REDEFINES RA-LineText.
        10 RA-ReportTitle PIC X(30).
        10 RA-LineCount PIC 9(07).
        10 RA-PageCount PIC 9(05).
        10 RA-CaptureDate PIC 9(08).
        10 RA-CaptureTime PIC 9(06).
        10 RA-CaptureStatus PIC X(01).
            88 RA-ReportCaptured VALUE "C".
            88 RA-ReportEmpty VALUE "E".
            88 RA-ReportNotProduced VALUE "N".
        10 RA-RecaptureCount PIC 9(03).
        10 FILLER PIC X(72).
