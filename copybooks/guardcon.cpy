               05 GC-NAME              PIC A(25).
               05 GC-RELATIONSHIP      PIC X(10).
               05 GC-PHONE             PIC X(12).
      * How the guardian wants the notification queue to reach them
      * and in which language; NOTIFICATION-DISPATCH falls back to a
      * letter when the chosen channel has no phone or address to
      * use. Spaces in GC-CHANNEL means SMS where there is a phone,
      * spaces in GC-LANGUAGE means English. An opted-out guardian
      * is passed over for the next priority.
               05 GC-EMAIL             PIC X(40).
               05 GC-CHANNEL           PIC X(01).
                   88 GC-BY-SMS        VALUE 'S'.
                   88 GC-BY-EMAIL      VALUE 'E'.
                   88 GC-BY-LETTER     VALUE 'L'.
               05 GC-LANGUAGE          PIC X(02).
               05 GC-OPT-OUT           PIC X(01).
                   88 GC-OPTED-OUT     VALUE 'Y'.
