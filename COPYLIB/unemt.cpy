           88 All-Records      VALUE 'ALL'.
           88 Date-Range-Request VALUE 'RNG'.
           88 Key-Browse-Request VALUE 'KEY'.
           88 Summary-Request  VALUE 'SUM'.
      *
       01  Record-Date-Range.
           05  Range-From-Date.
