               10  IN40                       PIC 1.
               10  IN41                       PIC 1.
               10  IN42                       PIC 1.
               10  IN43                       PIC 1.
               10  IN71                       PIC 1.
               10  IN72                       PIC 1.
               10  IN74                       PIC 1.
