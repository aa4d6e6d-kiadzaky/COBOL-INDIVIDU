      *-----------------------------------------------------------*
      * TANGGUNG-FD.cpy                                            *
      * Record layout for Tanggungan-Master. TG-URUT numbers the   *
      * dependents of one NIK (01, 02, ...). TG-HUBUNGAN:          *
      *   S - suami/istri (spouse)                                 *
      *   A - anak (child, natural or adopted)                     *
      *   K - other family member fully supported                  *
      * Rows are never deleted; a dependent who no longer counts   *
      * (divorce, child married or working) gets TG-AKTIF N.       *
      * PTKP = K/n with an active spouse, otherwise TK/n, where n  *
      * is the active A/K dependents born by 1 January of the tax  *
      * year (by the hire date for staff hired during the year),   *
      * at most 3.                                                 *
      *-----------------------------------------------------------*
       01 TG-RECORD.
          05 TG-KEY.
             10 TG-NIK PIC 9(16).
             10 TG-URUT PIC 9(02).
          05 TG-NAMA PIC X(30).
          05 TG-HUBUNGAN PIC X(01).
             88 TG-PASANGAN VALUE "S".
             88 TG-ANAK VALUE "A".
             88 TG-KELUARGA VALUE "K".
          05 TG-TGL-LAHIR PIC X(08).
          05 TG-AKTIF PIC X(01).
             88 TG-IS-AKTIF VALUE "Y".
