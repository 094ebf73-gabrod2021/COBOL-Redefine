           MOVE MAE-IMPORTE-CON-IVA         TO HIS-IMPORTE-CON-IVA.
           MOVE MAE-PROVEEDOR               TO HIS-PROVEEDOR.
           MOVE MAE-PLAZO-ENTREGA           TO HIS-PLAZO-ENTREGA.
           MOVE SPACES                      TO HIS-OPERADOR.

           WRITE HIS-PRODUCTO.

