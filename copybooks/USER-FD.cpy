      * Record layout for User-Master. US-ROLE: R = read-only      *
      * (R/L/S), E = data entry (adds C/U/D/T/E), A = admin        *
      * (adds import, batch and reference-table maintenance).      *
      * Only A sees full NIKs and salary amounts; R and E get the  *
      * NIK masked and salaries blank on lists, reports and the    *
      * semicolon/CSV exports, and the full export is A only.      *
      *-----------------------------------------------------------*
       01 US-RECORD.
          05 US-ID PIC X(08).
