      *> Calling parameters shared between KITSRV and its callers.
      *>   E explode: set KT-KitName and KT-KitSize; KT-ResultFlag Y
      *>     when that product and size is a kit, with its components
      *>     in KT-Component - each product, size and the quantity of
      *>     it in ONE kit. N means an ordinary stocked product.
      *> kitdef.txt is read once per run, as the terms service reads
      *> its tables.
       01 KT-Parameters.
           02 KT-Function PIC X VALUE SPACE.
               88 KT-Explode VALUE 'E'.
           02 KT-KitName PIC X(5) VALUE SPACES.
           02 KT-KitSize PIC A VALUE SPACE.
           02 KT-CompCount PIC 99 VALUE ZERO.
           02 KT-Component OCCURS 10 TIMES.
               03 KT-CompName PIC X(5).
               03 KT-CompSize PIC A.
               03 KT-CompQty PIC 9(3).
           02 KT-ResultFlag PIC X VALUE 'N'.
               88 KT-IsKit  VALUE 'Y'.
               88 KT-NotKit VALUE 'N'.
