      ******************************************************************
      * SOMDLMF.CPY
      * Record layout for a comma-delimited branch export (SOMDLMF),
      * converted to a SOMBTCH batched source by SOMDLIN.  One row
      * per transaction, fields separated by commas, in the order:
      *   transaction key   up to 6 digits
      *   amount            optional sign, digits, a point and
      *                     exactly two decimals (-1234.50)
      *   cost-center code  up to 4 characters
      *   file date         CCYYMMDD, the same on every row
      * A field may be enclosed in double quotes; spaces around a
      * field are ignored.  A first row whose key is not numeric is
      * taken as the export's column headings and skipped.
      ******************************************************************
       01  SOM-DLM-ROW                     PIC X(200).
