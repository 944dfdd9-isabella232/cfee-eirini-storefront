*> FRTREC - FREIGHT-RATE parameter record.  The FRTRATE data set
*> holds the weight bands in ascending FRT-BAND-MAX-WEIGHT order,
*> each charging FRT-CHARGE for an order weighing up to that many
*> pounds, plus one flat-rate record.  INVPRINT loads it at the
*> start of the run and charges each invoice from the band or the
*> flat rate according to the customer's freight basis.
01  FRT-RATE-RECORD.
    05  FRT-RATE-TYPE           PIC X(1).
        88  FRT-WEIGHT-BAND         VALUE "B".
        88  FRT-FLAT-RATE           VALUE "F".
    05  FRT-BAND-MAX-WEIGHT     PIC 9(5)V99.
    05  FRT-CHARGE              PIC 9(5)V99.
