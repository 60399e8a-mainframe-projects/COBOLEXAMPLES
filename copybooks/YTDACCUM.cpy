      ******************************************************************
      * Copybook:    YTDACCUM
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the year-to-date accumulation
      *              file.  On every month-end 'E' (and year-end 'Y')
      *              date MONTHEND appends one record per program and
      *              section key for the month it has just closed,
      *              stamped with the year and month; on the 'Y' date
      *              YEAREND prints the annual statements from them,
      *              copies the closed year to the archive, and
      *              rewrites the file without it.  The section key
      *              carries a department code, a left-justified
      *              currency code, or ALL, as on MTDACCUM.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  YTD-ACCUM-RECORD.
           05  YTD-FISCAL-YEAR             PIC 9(04).
           05  YTD-MONTH                   PIC 9(02).
           05  YTD-PROGRAM-ID              PIC X(08).
           05  YTD-SECTION-KEY             PIC X(04).
           05  YTD-RUN-NUMBER              PIC 9(05).
           05  YTD-TRANS-COUNT             PIC 9(07).
           05  YTD-ERROR-COUNT             PIC 9(07).
           05  YTD-AMOUNT                  PIC S9(13)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
