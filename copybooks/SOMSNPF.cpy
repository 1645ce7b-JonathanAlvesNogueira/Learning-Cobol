      ******************************************************************
      * SOMSNPF.CPY
      * Record layout for the master-file snapshot store (SOMSNPF),
      * keyed by generation date, master file name and a record
      * sequence number.  SOMSNAP copies every record of every
      * master into the store at the start of each nightly cycle,
      * one record image per stored record, in the master's own key
      * order; SOMREST writes the images of one generation back.
      * The image is wide enough for the longest master record.
      ******************************************************************
       01  SOM-SNAP-RECORD.
           05  SOM-SNP-KEY.
               10  SOM-SNP-GEN-DATE        PIC 9(08).
               10  SOM-SNP-FILE            PIC X(08).
               10  SOM-SNP-SEQ             PIC 9(07).
           05  SOM-SNP-IMAGE               PIC X(160).
