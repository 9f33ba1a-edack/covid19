      *=============================================================
      *COV19XCT EXTRACT CONTROL-TOTALS RECORD LAYOUT
      *ONE ROW PER EXTRACT RUN, APPENDED BY COV1908 (BI FLAT FILE),
      *COV1927 (WEB JSON) AND COV1962 (COV19JRN DELTA EXTRACT; THE
      *DATE RANGE IS THE SPAN OF DATES IT SENT) ALONGSIDE THE
      *TRAILER THEY WRITE AT THE END OF THE TRANSMISSION ITSELF.
      *THE HASH TOTALS ARE
      *THE SUMS OF TOTAL-CONFIRMED AND TOTAL-DEATHS OVER THE
      *EXTRACTED ROWS, WRAPPED AT TWELVE DIGITS.  COV1938 MATCHES
      *THESE ROWS AGAINST THE DOWNSTREAM ACKNOWLEDGMENT FILE.
