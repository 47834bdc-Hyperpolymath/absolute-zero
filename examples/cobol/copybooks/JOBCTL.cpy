      *
           05  JCR-DRIVER-RC           PIC 9(4).
           05  JCR-START-MODE          PIC X(1).
      *
      * The cycle date a NOPDRV catch-up run (CATCHUP=Y) is
      * processing. While it is set, every program that stamps a
      * log, exceptions or checkpoint record stamps this date in
      * place of the system date, so a backlog cycle driven days
      * late is accounted to its own cycle date. Zeroes - or the
      * low-values an EXTERNAL item starts out as - outside a
      * catch-up run; test it with IS NUMERIC and > 0.
      *
           05  JCR-CATCHUP-DATE        PIC 9(8).
