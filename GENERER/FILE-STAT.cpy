       88  F-CPYIN-STATUS-OK          VALUE '00'.
       88  F-CPYIN-STATUS-EOF         VALUE '10'.
       88  F-CPYIN-STATUS-NOFILE      VALUE '35'.

       01  PRG-GEST-PARAM-STATUS PIC XX.
       88  PRG-GEST-PARAM-STATUS-OK     VALUE '00'.
       88  PRG-GEST-PARAM-STATUS-EOF    VALUE '10'.
       88  PRG-GEST-PARAM-STATUS-NOFILE VALUE '35'.
