      *    different (valid) fund, REFER when the rule server could    *
      *    not be called or its answer failed validation - REFER       *
      *    items also land on the LGUWRKQ underwriter work queue via   *
      *    the normal manual-review machinery when re-driven online -  *
      *    except a renewal referred because it takes its life over    *
      *    the reinsurance facultative limit, which LGRNBAT1 queues    *
      *    on LGUWRKQ itself (reason '3').                             *
      ******************************************************************
       01  RENEWAL-OUTPUT-RECORD.
           03 RO-CUSTOMER-NUM          PIC X(10).
