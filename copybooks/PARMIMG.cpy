      ******************************************************************
      * Copybook:    PARMIMG
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the parameter-file image that
      *              PARMWTCH writes every night, one generation per
      *              night.  For each watched parameter file there is
      *              one 'F' fingerprint record (record count, content
      *              hash, whether the file was there at all, and when
      *              it was taken) followed by one 'L' record per line
      *              of the file as it stood.  Last night's generation
      *              is tonight's before-image: the fingerprints say
      *              whether a file changed, the lines say how.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  PARM-IMAGE-RECORD.
           05  PI-FILE-NAME                PIC X(08).
           05  PI-REC-TYPE                 PIC X(01).
               88  PI-IS-FINGERPRINT       VALUE 'F'.
               88  PI-IS-LINE              VALUE 'L'.
           05  PI-LINE-NUMBER              PIC 9(05).
           05  PI-LINE-TEXT                PIC X(80).
           05  PI-FINGERPRINT REDEFINES PI-LINE-TEXT.
               10  PI-RECORD-COUNT         PIC 9(07).
               10  PI-CONTENT-HASH         PIC 9(10).
               10  PI-PRESENT-FLAG         PIC X(01).
                   88  PI-FILE-PRESENT     VALUE 'Y'.
                   88  PI-FILE-ABSENT      VALUE 'N'.
               10  PI-TAKEN-CCYYMMDD       PIC 9(08).
               10  PI-TAKEN-RUN-NUMBER     PIC 9(05).
               10  FILLER                  PIC X(49).
