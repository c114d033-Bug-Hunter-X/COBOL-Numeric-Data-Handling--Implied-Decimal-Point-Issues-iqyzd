      *  matches each response back to GLEXTRCT by the source
      *  transaction id, marks the extract accepted or rejected, and
      *  queues every reject for rework with the GL's reason code.
      *  Each batch of responses follows a batch header naming the
      *  GLTRANS transmission it answers (GLAKCTL.cpy).
      *****************************************************************
       01  GL-ACKNOWLEDGMENT-RECORD.
           05  GLA-SOURCE-TRANSACTION-ID   PIC X(10).
